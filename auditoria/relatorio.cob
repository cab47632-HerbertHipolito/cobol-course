      *ARQUIVOS MORTOS DOS MESES DA FAIXA SAO LIDOS ANTES DO VIVO
      *(MES SEM ARQUIVO MORTO E SO PULADO). COM A DATA DE INICIO EM
      *BRANCO O RELATORIO COBRE APENAS O ARQUIVO VIVO, COM AVISO.
      *AGORA O REGISTRO DO AUDITORIA TRAZ O ID DA EXECUCAO DO JOB E
      *A TENTATIVA DO PASSO QUE GRAVOU: CADA PROGRAMA SAI NO
      *RELATORIO SEPARADO POR EXECUCAO E TENTATIVA, COM AS ENTRADAS
      *DE REPROCESSAMENTO (TENTATIVA ACIMA DE 1) MARCADAS, E UM
      *QUARTO CARTAO FILTRA UMA EXECUCAO. E TAMBEM O PASSO QUE FECHA
      *A EXECUCAO DO JOB RETBANCO NO CONTROLE DE EXECUCAO
      *(EXECUCAO.DAT), QUANDO TODOS OS PASSOS DELA CONCLUIRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT ARQMORTO-FILE ASSIGN TO DYNAMIC WRK-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-FILE-STATUS.
      *CONTROLE DE EXECUCAO DOS JOBS FOLHANOT E RETBANCO: UMA LINHA POR
      *ABERTURA DE EXECUCAO, INICIO E FIM DE CADA PASSO E FECHAMENTO
      *DA EXECUCAO. SO CRESCE (OPEN EXTEND).
           SELECT EXECUCAO-FILE ASSIGN TO "EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
      *EXECUCAO DO JOB E TENTATIVA DO PASSO QUE GRAVOU (EM BRANCO
      *QUANDO O PROGRAMA RODOU FORA DO CONTROLE DE EXECUCAO).
           05  AUD-EXECUCAO PIC X(14).
           05  AUD-TENTATIVA PIC 9(2).
       FD  RELAT-FILE.
       01  RELAT-RECORD PIC X(100).
       FD  ARQMORTO-FILE.
           05  ARC-PROGRAMA PIC X(10).
           05  ARC-OPERACAO PIC X(30).
           05  ARC-RESULTADO PIC X(30).
           05  ARC-EXECUCAO PIC X(14).
           05  ARC-TENTATIVA PIC 9(2).
       FD  EXECUCAO-FILE.
       01  EXECUCAO-RECORD.
           05  EXE-JOB PIC X(8).
           05  EXE-EXECUCAO PIC X(14).
           05  EXE-PROGRAMA PIC X(10).
      *A = EXECUCAO ABERTA, I = INICIO DO PASSO, F = FIM DO PASSO,
      *C = EXECUCAO FECHADA, B = BANCO.DAT JA REGRAVADO PELO PASSO
      *(SO O RETBANCO E O PENDENTE GRAVAM).
           05  EXE-EVENTO PIC X.
           05  EXE-DATA PIC 9(8).
           05  EXE-HORA PIC 9(8).
           05  EXE-TENTATIVA PIC 9(2).
           05  EXE-RC PIC 9(4).
           05  EXE-CONCLUIDO PIC X.
      *QUANTIDADE DE REGISTROS DA REFILA.DAT NO INICIO DO PASSO
      *(SO O RETBANCO E O PENDENTE USAM).
           05  EXE-BASE PIC 9(9).
       WORKING-STORAGE SECTION.
      *REGISTRO COMUM DA ACUMULACAO - TANTO O VIVO QUANTO OS
      *ARQUIVOS MORTOS SAO COPIADOS PARA CA ANTES DE ACUMULAR.
           05  WRK-REG-PROGRAMA PIC X(10).
           05  WRK-REG-OPERACAO PIC X(30).
           05  WRK-REG-RESULTADO PIC X(30).
           05  WRK-REG-EXECUCAO PIC X(14).
           05  WRK-REG-TENTATIVA PIC 9(2).
      *UMA ENTRADA POR PROGRAMA, EXECUCAO DO JOB E TENTATIVA - A
      *REEXECUCAO DE UM PASSO NA MESMA NOITE SAI SEPARADA.
       01  PGM-TABLE.
           05  PGM-ENTRY OCCURS 99 TIMES INDEXED BY PGM-IDX.
               10  PGM-TAB-NOME PIC X(10).
               10  PGM-TAB-EXECUCAO PIC X(14).
               10  PGM-TAB-TENTATIVA PIC 9(2).
               10  PGM-TAB-COUNT PIC 9(6).
               10  PGM-TAB-PRIM-DATA PIC 9(8).
               10  PGM-TAB-PRIM-HORA PIC 9(8).
               10  PGM-TAB-ULT-DATA PIC 9(8).
               10  PGM-TAB-ULT-HORA PIC 9(8).
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 300 TIMES INDEXED BY CAT-IDX.
               10  CAT-TAB-PROGRAMA PIC X(10).
               10  CAT-TAB-EXECUCAO PIC X(14).
               10  CAT-TAB-TENTATIVA PIC 9(2).
               10  CAT-TAB-NOME PIC X(30).
               10  CAT-TAB-COUNT PIC 9(6).
       01  DET-TABLE.
               10  DET-TAB-PROGRAMA PIC X(10).
               10  DET-TAB-OPERACAO PIC X(30).
               10  DET-TAB-RESULTADO PIC X(30).
               10  DET-TAB-TENTATIVA PIC 9(2).
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EOF-AUDIT PIC X VALUE 'N'.
       77  WRK-DATA-INICIO-X PIC X(8) VALUE SPACES.
       77  WRK-DATA-INICIO PIC 9(8) VALUE ZEROS.
       77  WRK-DATA-FIM PIC 9(8) VALUE 99999999.
       77  WRK-FILTRO-PGM PIC X(10) VALUE SPACES.
       77  WRK-FILTRO-EXECUCAO PIC X(14) VALUE SPACES.
       77  WRK-COUNT-REPROC PIC 9(6) VALUE ZEROS.
       77  WRK-EXEC-ATUAL PIC X(14) VALUE SPACES.
       77  WRK-TENT-ATUAL PIC 9(2) VALUE ZEROS.
       77  WRK-PGM-COUNT PIC 9(2) VALUE ZEROS.
       77  WRK-CAT-COUNT PIC 9(3) VALUE ZEROS.
       77  WRK-DET-COUNT PIC 9(3) VALUE ZEROS.
       77  WRK-DET-PERDIDOS PIC 9(6) VALUE ZEROS.
       77  WRK-COUNT-LIDOS PIC 9(6) VALUE ZEROS.
       77  WRK-MES-LOOP PIC 9(6) VALUE ZEROS.
       77  WRK-MES-FIM-LOOP PIC 9(6) VALUE ZEROS.
       77  WRK-MES-MM PIC 9(2) VALUE ZEROS.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'RETBANCO'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'AUDRELAT'.
       77  WRK-EXE-EXECUCAO PIC X(14) VALUE SPACES.
       77  WRK-EXE-TENTATIVA PIC 9(2) VALUE ZEROS.
       77  WRK-EXE-EVENTO PIC X VALUE SPACE.
       77  WRK-EXE-RC PIC 9(4) VALUE ZEROS.
       77  WRK-EXE-CONCLUIDO PIC X VALUE 'N'.
       77  WRK-EXE-BASE PIC 9(9) VALUE ZEROS.
       77  WRK-EXE-ULT-EVENTO PIC X VALUE SPACE.
       77  WRK-EXE-ULT-RC PIC 9(4) VALUE ZEROS.
       77  WRK-EXE-ULT-CONCLUIDO PIC X VALUE 'N'.
       77  WRK-EXE-ATIVO PIC X VALUE 'N'.
       77  WRK-EXE-DATA PIC 9(8) VALUE ZEROS.
       77  WRK-EXE-HORA PIC 9(8) VALUE ZEROS.
      *PASSOS DA EXECUCAO E O ULTIMO EVENTO DE CADA UM, PARA O
      *FECHAMENTO DA EXECUCAO NO FIM DO JOB.
       01  EXP-TABLE.
           05  EXP-ENTRY OCCURS 20 TIMES INDEXED BY EXP-IDX.
               10  EXP-TAB-PROGRAMA PIC X(10).
               10  EXP-TAB-EVENTO PIC X.
               10  EXP-TAB-RC PIC 9(4).
               10  EXP-TAB-CONCLUIDO PIC X.
       77  WRK-EXP-COUNT PIC 9(2) VALUE ZEROS.
       77  WRK-EXP-ACHADO PIC X VALUE 'N'.
       77  WRK-EXE-FECHAR PIC X VALUE 'S'.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-ABRIR-PASSO
           DISPLAY 'DATA INICIO (AAAAMMDD, BRANCO = SEM LIMITE): '
           ACCEPT WRK-DATA-INICIO-X
           DISPLAY 'DATA FIM (AAAAMMDD, BRANCO = SEM LIMITE): '
           ACCEPT WRK-DATA-FIM-X
           DISPLAY 'PROGRAMA (BRANCO = TODOS): '
           ACCEPT WRK-FILTRO-PGM
           DISPLAY 'EXECUCAO DO JOB (AAAAMMDDHHMMSS, BRANCO = TODAS): '
           ACCEPT WRK-FILTRO-EXECUCAO
           IF WRK-DATA-INICIO-X NOT = SPACES
               MOVE WRK-DATA-INICIO-X TO WRK-DATA-INICIO
           END-IF
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-ENCERRAR-PASSO
           PERFORM 9200-FECHAR-EXECUCAO
           STOP RUN.

       0100-ABRIR-PASSO.
      *CONTROLE DE EXECUCAO DO JOB: LOCALIZA NO EXECUCAO.DAT A
      *EXECUCAO ABERTA DO JOB E O QUE ESTE PASSO JA FEZ NELA.
           MOVE 'N' TO WRK-EXE-EOF
           OPEN INPUT EXECUCAO-FILE
           IF WRK-EXE-FILE-STATUS = '35'
               MOVE 'S' TO WRK-EXE-EOF
           END-IF
           PERFORM UNTIL WRK-EXE-EOF = 'S'
               READ EXECUCAO-FILE
                   AT END
                       MOVE 'S' TO WRK-EXE-EOF
                   NOT AT END
                       PERFORM 0110-AVALIAR-EXECUCAO
               END-READ
           END-PERFORM
           IF WRK-EXE-FILE-STATUS NOT = '35'
               CLOSE EXECUCAO-FILE
           END-IF
      *SO O PRIMEIRO PASSO DO JOB ABRE EXECUCAO - RODADO AVULSO, SEM
      *EXECUCAO ABERTA, O PROGRAMA TRABALHA FORA DO CONTROLE.
           IF WRK-EXE-EXECUCAO = SPACES
               DISPLAY 'NENHUMA EXECUCAO ABERTA DO JOB ' WRK-EXE-JOB
                   ' - ' WRK-EXE-PROGRAMA ' RODA FORA DO CONTROLE'
           ELSE
               PERFORM 0150-ENTRAR-EXECUCAO
           END-IF.

       0110-AVALIAR-EXECUCAO.
      *A ULTIMA ABERTURA DO JOB SEM FECHAMENTO E A EXECUCAO CORRENTE.
      *FECHAMENTO SEM ID (GRAVADO A MAO PELA OPERACAO) ABANDONA A
      *EXECUCAO QUE ESTIVER ABERTA.
           IF EXE-JOB = WRK-EXE-JOB
               EVALUATE EXE-EVENTO
                   WHEN 'A'
                       MOVE EXE-EXECUCAO TO WRK-EXE-EXECUCAO
                       MOVE SPACE TO WRK-EXE-ULT-EVENTO
                       MOVE ZEROS TO WRK-EXE-TENTATIVA
                       MOVE ZEROS TO WRK-EXE-BASE
                   WHEN 'C'
                       IF EXE-EXECUCAO = WRK-EXE-EXECUCAO
                           OR EXE-EXECUCAO = SPACES
                           MOVE SPACES TO WRK-EXE-EXECUCAO
                           MOVE SPACE TO WRK-EXE-ULT-EVENTO
                           MOVE ZEROS TO WRK-EXE-TENTATIVA
                           MOVE ZEROS TO WRK-EXE-BASE
                       END-IF
                   WHEN OTHER
                       IF EXE-EXECUCAO = WRK-EXE-EXECUCAO
                           AND EXE-PROGRAMA = WRK-EXE-PROGRAMA
                           MOVE EXE-EVENTO TO WRK-EXE-ULT-EVENTO
                           MOVE EXE-TENTATIVA TO WRK-EXE-TENTATIVA
                           MOVE EXE-RC TO WRK-EXE-ULT-RC
                           MOVE EXE-CONCLUIDO TO WRK-EXE-ULT-CONCLUIDO
                           MOVE EXE-BASE TO WRK-EXE-BASE
                       END-IF
               END-EVALUATE
           END-IF.

       0150-ENTRAR-EXECUCAO.
      *ESTE PASSO RODA DE NOVO EM TODA SUBMISSAO DO JOB (CONFERE OU
      *FECHA A NOITE INTEIRA) - SO GRAVA A NOVA TENTATIVA.
           IF WRK-EXE-ULT-EVENTO NOT = SPACE
               DISPLAY 'PASSO ' WRK-EXE-PROGRAMA ' RODA DE NOVO NA '
                   'EXECUCAO ' WRK-EXE-EXECUCAO ' APOS A TENTATIVA '
                   WRK-EXE-TENTATIVA
           END-IF
           ADD 1 TO WRK-EXE-TENTATIVA
           MOVE 'S' TO WRK-EXE-ATIVO
           MOVE 'I' TO WRK-EXE-EVENTO
           PERFORM 0190-GRAVAR-EXECUCAO.

       0190-GRAVAR-EXECUCAO.
           OPEN EXTEND EXECUCAO-FILE
           IF WRK-EXE-FILE-STATUS = '35'
               OPEN OUTPUT EXECUCAO-FILE
           END-IF
           MOVE WRK-EXE-JOB TO EXE-JOB
           MOVE WRK-EXE-EXECUCAO TO EXE-EXECUCAO
           MOVE WRK-EXE-PROGRAMA TO EXE-PROGRAMA
           MOVE WRK-EXE-EVENTO TO EXE-EVENTO
           ACCEPT EXE-DATA FROM DATE YYYYMMDD
           ACCEPT EXE-HORA FROM TIME
           MOVE WRK-EXE-TENTATIVA TO EXE-TENTATIVA
           MOVE WRK-EXE-RC TO EXE-RC
           MOVE WRK-EXE-CONCLUIDO TO EXE-CONCLUIDO
           MOVE WRK-EXE-BASE TO EXE-BASE
           WRITE EXECUCAO-RECORD
           CLOSE EXECUCAO-FILE.

       0500-PROCESSAR-ARQUIVOS-MORTOS.
      *VARRE OS MESES DA FAIXA PEDIDA QUE JA FICARAM PARA TRAS DO
      *MES CORRENTE E LE O ARQUIVO MORTO DE CADA UM - MES SEM
           PERFORM 1100-LER-AUDITORIA.

       2050-ACUMULAR-REGISTRO.
      *REGISTRO GRAVADO FORA DO CONTROLE DE EXECUCAO (OU ANTES DELE)
      *VEM SEM EXECUCAO E SEM TENTATIVA.
           IF WRK-REG-TENTATIVA NOT NUMERIC
               MOVE ZEROS TO WRK-REG-TENTATIVA
           END-IF
           IF WRK-REG-DATA >= WRK-DATA-INICIO
               AND WRK-REG-DATA <= WRK-DATA-FIM
               AND (WRK-FILTRO-PGM = SPACES
                   OR WRK-REG-PROGRAMA = WRK-FILTRO-PGM)
               AND (WRK-FILTRO-EXECUCAO = SPACES
                   OR WRK-REG-EXECUCAO = WRK-FILTRO-EXECUCAO)
               ADD 1 TO WRK-COUNT-FILTRADOS
               IF WRK-REG-TENTATIVA > 1
                   ADD 1 TO WRK-COUNT-REPROC
               END-IF
               PERFORM 2100-ACUMULAR-PROGRAMA
               PERFORM 2200-ACUMULAR-CATEGORIA
               IF WRK-REG-RESULTADO(1:7) = 'EXCECAO'
           PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > WRK-PGM-COUNT
               IF PGM-TAB-NOME(PGM-IDX) = WRK-REG-PROGRAMA
                   AND PGM-TAB-EXECUCAO(PGM-IDX) = WRK-REG-EXECUCAO
                   AND PGM-TAB-TENTATIVA(PGM-IDX) = WRK-REG-TENTATIVA
                   MOVE 'S' TO WRK-ENCONTRADO
                   ADD 1 TO PGM-TAB-COUNT(PGM-IDX)
                   IF WRK-REG-DATA < PGM-TAB-PRIM-DATA(PGM-IDX)
               END-IF
           END-PERFORM
           IF WRK-ENCONTRADO = 'N'
               IF WRK-PGM-COUNT >= 99
                   DISPLAY 'MAIS DE 99 PROGRAMAS/EXECUCOES NO '
                       'AUDITORIA.DAT - PGM-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PGM-COUNT
               SET PGM-IDX TO WRK-PGM-COUNT
               MOVE WRK-REG-PROGRAMA TO PGM-TAB-NOME(PGM-IDX)
               MOVE WRK-REG-EXECUCAO TO PGM-TAB-EXECUCAO(PGM-IDX)
               MOVE WRK-REG-TENTATIVA TO PGM-TAB-TENTATIVA(PGM-IDX)
               MOVE 1 TO PGM-TAB-COUNT(PGM-IDX)
               MOVE WRK-REG-DATA TO PGM-TAB-PRIM-DATA(PGM-IDX)
               MOVE WRK-REG-HORA TO PGM-TAB-PRIM-HORA(PGM-IDX)
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WRK-CAT-COUNT
               IF CAT-TAB-PROGRAMA(CAT-IDX) = WRK-REG-PROGRAMA
                   AND CAT-TAB-EXECUCAO(CAT-IDX) = WRK-REG-EXECUCAO
                   AND CAT-TAB-TENTATIVA(CAT-IDX) = WRK-REG-TENTATIVA
                   AND CAT-TAB-NOME(CAT-IDX) = WRK-CATEGORIA
                   MOVE 'S' TO WRK-ENCONTRADO
                   ADD 1 TO CAT-TAB-COUNT(CAT-IDX)
               END-IF
           END-PERFORM
           IF WRK-ENCONTRADO = 'N'
               IF WRK-CAT-COUNT >= 300
                   DISPLAY 'MAIS DE 300 CATEGORIAS - CAT-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CAT-COUNT
               SET CAT-IDX TO WRK-CAT-COUNT
               MOVE WRK-REG-PROGRAMA TO CAT-TAB-PROGRAMA(CAT-IDX)
               MOVE WRK-REG-EXECUCAO TO CAT-TAB-EXECUCAO(CAT-IDX)
               MOVE WRK-REG-TENTATIVA TO CAT-TAB-TENTATIVA(CAT-IDX)
               MOVE WRK-CATEGORIA TO CAT-TAB-NOME(CAT-IDX)
               MOVE 1 TO CAT-TAB-COUNT(CAT-IDX)
           END-IF.
               MOVE WRK-REG-PROGRAMA TO DET-TAB-PROGRAMA(DET-IDX)
               MOVE WRK-REG-OPERACAO TO DET-TAB-OPERACAO(DET-IDX)
               MOVE WRK-REG-RESULTADO TO DET-TAB-RESULTADO(DET-IDX)
               MOVE WRK-REG-TENTATIVA TO DET-TAB-TENTATIVA(DET-IDX)
           END-IF.

       7000-IMPRIMIR-RELATORIO.
               '  NA FAIXA/FILTRO: ' WRK-COUNT-FILTRADOS
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING 'REGISTROS DE REPROCESSAMENTO (TENTATIVA > 1): '
               WRK-COUNT-REPROC
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > WRK-PGM-COUNT
               PERFORM 7100-IMPRIMIR-PROGRAMA
               '  REGISTROS: ' PGM-TAB-COUNT(PGM-IDX)
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WRK-LINHA
           IF PGM-TAB-EXECUCAO(PGM-IDX) = SPACES
               MOVE '  EXECUCAO: (FORA DO CONTROLE DE EXECUCAO)'
                   TO WRK-LINHA
           ELSE
               STRING '  EXECUCAO: ' PGM-TAB-EXECUCAO(PGM-IDX)
                   '  TENTATIVA: ' PGM-TAB-TENTATIVA(PGM-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA
               IF PGM-TAB-TENTATIVA(PGM-IDX) > 1
                   MOVE '  (REPROCESSAMENTO)' TO WRK-LINHA(43:)
               END-IF
           END-IF
           PERFORM 7900-GRAVAR-LINHA
           MOVE PGM-TAB-PRIM-DATA(PGM-IDX) TO WRK-DATA-ED
           DIVIDE PGM-TAB-PRIM-HORA(PGM-IDX) BY 100
               GIVING WRK-HORA-6
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE PGM-TAB-NOME(PGM-IDX) TO WRK-PGM-ATUAL
           MOVE PGM-TAB-EXECUCAO(PGM-IDX) TO WRK-EXEC-ATUAL
           MOVE PGM-TAB-TENTATIVA(PGM-IDX) TO WRK-TENT-ATUAL
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WRK-CAT-COUNT
               IF CAT-TAB-PROGRAMA(CAT-IDX) = WRK-PGM-ATUAL
                   AND CAT-TAB-EXECUCAO(CAT-IDX) = WRK-EXEC-ATUAL
                   AND CAT-TAB-TENTATIVA(CAT-IDX) = WRK-TENT-ATUAL
                   MOVE SPACES TO WRK-LINHA
                   STRING '  ' CAT-TAB-NOME(CAT-IDX)
                       ': ' CAT-TAB-COUNT(CAT-IDX)
               MOVE SPACES TO WRK-LINHA
               STRING '  ' WRK-DATA-ED ' ' WRK-HORA-ED
                   ' ' DET-TAB-PROGRAMA(DET-IDX)
                   ' T' DET-TAB-TENTATIVA(DET-IDX)
                   ' ' DET-TAB-OPERACAO(DET-IDX)
                   ' ' DET-TAB-RESULTADO(DET-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA
               CLOSE AUDIT-FILE
           END-IF
           CLOSE RELAT-FILE.

       9100-ENCERRAR-PASSO.
      *FIM NORMAL DO PASSO NO CONTROLE DE EXECUCAO, COM O RC. RC ATE
      *4 CONCLUI O PASSO NA EXECUCAO; ACIMA DISSO A PROXIMA SUBMISSAO
      *DO JOB RODA O PASSO DE NOVO.
           IF WRK-EXE-ATIVO = 'S'
               MOVE RETURN-CODE TO WRK-EXE-RC
               IF WRK-EXE-RC > 4
                   MOVE 'N' TO WRK-EXE-CONCLUIDO
               ELSE
                   MOVE 'S' TO WRK-EXE-CONCLUIDO
               END-IF
               MOVE 'F' TO WRK-EXE-EVENTO
               PERFORM 0190-GRAVAR-EXECUCAO
               MOVE WRK-EXE-RC TO RETURN-CODE
           END-IF.

       9200-FECHAR-EXECUCAO.
      *ULTIMO PASSO DO JOB: FECHA A EXECUCAO QUANDO TODO PASSO QUE
      *ENTROU NELA TERMINOU E CONCLUIU. PASSO QUE CAIU (INICIO SEM
      *FIM) OU NAO CONCLUIU DEIXA A EXECUCAO ABERTA, E A PROXIMA
      *SUBMISSAO DO JOB E O REINICIO DELA.
           IF WRK-EXE-ATIVO = 'S'
               MOVE ZEROS TO WRK-EXP-COUNT
               MOVE 'N' TO WRK-EXE-EOF
               OPEN INPUT EXECUCAO-FILE
               PERFORM UNTIL WRK-EXE-EOF = 'S'
                   READ EXECUCAO-FILE
                       AT END
                           MOVE 'S' TO WRK-EXE-EOF
                       NOT AT END
                           IF EXE-JOB = WRK-EXE-JOB
                               AND EXE-EXECUCAO = WRK-EXE-EXECUCAO
                               AND (EXE-EVENTO = 'I'
                                   OR EXE-EVENTO = 'F')
                               PERFORM 9210-GUARDAR-PASSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXECUCAO-FILE
               MOVE 'S' TO WRK-EXE-FECHAR
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WRK-EXP-COUNT
                   IF EXP-TAB-EVENTO(EXP-IDX) NOT = 'F'
                       MOVE 'N' TO WRK-EXE-FECHAR
                       DISPLAY 'PASSO ' EXP-TAB-PROGRAMA(EXP-IDX)
                           ' COMECOU E NAO TERMINOU'
                   ELSE
                       IF EXP-TAB-CONCLUIDO(EXP-IDX) NOT = 'S'
                           MOVE 'N' TO WRK-EXE-FECHAR
                           DISPLAY 'PASSO ' EXP-TAB-PROGRAMA(EXP-IDX)
                               ' TERMINOU COM RC ' EXP-TAB-RC(EXP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-EXE-FECHAR = 'S'
                   MOVE 'C' TO WRK-EXE-EVENTO
                   PERFORM 0190-GRAVAR-EXECUCAO
                   DISPLAY 'EXECUCAO ' WRK-EXE-EXECUCAO ' DO JOB '
                       WRK-EXE-JOB ' FECHADA'
               ELSE
                   DISPLAY 'EXECUCAO ' WRK-EXE-EXECUCAO ' DO JOB '
                       WRK-EXE-JOB ' FICA ABERTA - A PROXIMA '
                       'SUBMISSAO REINICIA OS PASSOS NAO CONCLUIDOS'
               END-IF
           END-IF.

       9210-GUARDAR-PASSO.
           MOVE 'N' TO WRK-EXP-ACHADO
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > WRK-EXP-COUNT OR WRK-EXP-ACHADO = 'S'
               IF EXP-TAB-PROGRAMA(EXP-IDX) = EXE-PROGRAMA
                   MOVE 'S' TO WRK-EXP-ACHADO
               END-IF
           END-PERFORM
           IF WRK-EXP-ACHADO = 'S'
               SET EXP-IDX DOWN BY 1
           ELSE
               IF WRK-EXP-COUNT >= 20
                   DISPLAY 'MAIS DE 20 PASSOS NA EXECUCAO - '
                       'EXP-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-EXP-COUNT
               SET EXP-IDX TO WRK-EXP-COUNT
               MOVE EXE-PROGRAMA TO EXP-TAB-PROGRAMA(EXP-IDX)
           END-IF
           MOVE EXE-EVENTO TO EXP-TAB-EVENTO(EXP-IDX)
           MOVE EXE-RC TO EXP-TAB-RC(EXP-IDX)
           MOVE EXE-CONCLUIDO TO EXP-TAB-CONCLUIDO(EXP-IDX).
