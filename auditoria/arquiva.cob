      *O NOME DO ARQUIVO MORTO E MONTADO EM TEMPO DE EXECUCAO
      *(ASSIGN A VARIAVEL) - E A UNICA FORMA DE TER UM ARQUIVO POR
      *MES SEM UM DD POR MES.
      *AGORA E TAMBEM O PASSO QUE FECHA A EXECUCAO DO JOB NOTURNO NO
      *CONTROLE DE EXECUCAO (EXECUCAO.DAT), QUANDO TODOS OS PASSOS
      *DELA CONCLUIRAM. O REGISTRO DO AUDITORIA CRESCEU COM O ID DA
      *EXECUCAO E A TENTATIVA (102 POSICOES).
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
       FD  AUDNOVO-FILE.
       01  AUDNOVO-RECORD PIC X(102).
       FD  ARQMORTO-FILE.
       01  ARQMORTO-RECORD PIC X(102).
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
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-NOV-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-COUNT-MANTIDOS PIC 9(6) VALUE ZEROS.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'AUDARQ'.
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-ABRIR-PASSO
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-CORRENTE
           PERFORM 1000-SEPARAR-MESES
           IF WRK-COUNT-ARQUIVADOS > 0
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA
           MOVE 0 TO RETURN-CODE
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

       1000-SEPARAR-MESES.
           MOVE 'N' TO WRK-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           MOVE 'AUDARQ' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           MOVE WRK-EXE-EXECUCAO TO AUD-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO AUD-TENTATIVA
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

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
