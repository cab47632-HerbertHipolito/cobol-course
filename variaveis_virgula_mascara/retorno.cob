      *VALIDADO INTEIRO ANTES DE QUALQUER BAIXA - HEADER AUSENTE,
      *EMPRESA ERRADA OU TRAILER QUE NAO FECHA COM OS DETALHES
      *RECUSAM O ARQUIVO TODO (RC=8) SEM TOCAR NO BANCO.DAT.
      *AGORA O PASSO ABRE O CONTROLE DE EXECUCAO DO JOB RETBANCO
      *(EXECUCAO.DAT): SEM EXECUCAO ABERTA ABRE UMA NOVA; JA
      *CONCLUIDO NA EXECUCAO CORRENTE E PULADO COM O MESMO RC; CAIDO
      *NO MEIO ANTES DE REGRAVAR O BANCO.DAT (EVENTO B), E REINICIADO
      *COM A REFILA.DAT CORTADA NO TAMANHO DO INICIO DA TENTATIVA QUE
      *CAIU. O ID DA EXECUCAO E A TENTATIVA VAO NOS REGISTROS DO
      *AUDITORIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
      *CONTROLE DE EXECUCAO DOS JOBS FOLHANOT E RETBANCO: UMA LINHA POR
      *ABERTURA DE EXECUCAO, INICIO E FIM DE CADA PASSO E FECHAMENTO
      *DA EXECUCAO. SO CRESCE (OPEN EXTEND).
           SELECT EXECUCAO-FILE ASSIGN TO "EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXE-FILE-STATUS.
      *TRABALHO DO REINICIO: A REFILA.DAT CORTADA NO TAMANHO QUE
      *TINHA NO INICIO DA TENTATIVA QUE CAIU.
           SELECT RFLNOVO-FILE ASSIGN TO "RFLNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RNV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-FILE.
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
      *EXECUCAO DO JOB E TENTATIVA DO PASSO QUE GRAVOU (EM BRANCO
      *QUANDO O PROGRAMA RODOU FORA DO CONTROLE DE EXECUCAO).
           05  AUD-EXECUCAO PIC X(14).
           05  AUD-TENTATIVA PIC 9(2).
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
       FD  RFLNOVO-FILE.
       01  RFLNOVO-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
      *DIMENSIONADAS BEM ACIMA DO QUADRO PROJETADO - A REMESSA TEM
      *UM DETALHE POR FUNCIONARIO PAGO E O TETO DE 999 POR
       77  WRK-REGRAVA-SEQ PIC 9(6) VALUE ZEROS.
       77  WRK-REGRAVA-QTD PIC 9(6) VALUE ZEROS.
       77  WRK-REGRAVA-TOTAL PIC 9(10)V99 VALUE ZEROS.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'RETBANCO'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'RETBANCO'.
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
       77  WRK-RNV-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-LIDOS PIC 9(9) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-ABRIR-PASSO
           PERFORM 0600-CARREGAR-BANCO
           PERFORM 0700-CARREGAR-RETORNO
           PERFORM 1000-ABRIR-ARQUIVOS
                   PERFORM 2000-PROCESSAR-RETORNO
               END-PERFORM
               PERFORM 6000-REGRAVAR-BANCO
               PERFORM 0180-MARCAR-BANCO
               PERFORM 7000-IMPRIMIR-TOTAIS
           ELSE
               IF WRK-BCO-VALIDO = 'N'
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9100-ENCERRAR-PASSO
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
      *SEM EXECUCAO ABERTA, O PRIMEIRO PASSO DO JOB ABRE UMA NOVA. O
      *ID DA EXECUCAO E A DATA E HORA DA ABERTURA (AAAAMMDDHHMMSS).
           IF WRK-EXE-EXECUCAO = SPACES
               ACCEPT WRK-EXE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-EXE-HORA FROM TIME
               STRING WRK-EXE-DATA WRK-EXE-HORA(1:6)
                   DELIMITED BY SIZE INTO WRK-EXE-EXECUCAO
               MOVE 'A' TO WRK-EXE-EVENTO
               PERFORM 0190-GRAVAR-EXECUCAO
               DISPLAY 'ABERTA A EXECUCAO ' WRK-EXE-EXECUCAO
                   ' DO JOB ' WRK-EXE-JOB
           END-IF
           PERFORM 0150-ENTRAR-EXECUCAO.

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
      *PASSO QUE JA CONCLUIU NESTA EXECUCAO NAO RODA DE NOVO: SAI
      *COM O MESMO RC, PARA O COND= DOS PASSOS SEGUINTES VALER IGUAL.
           IF WRK-EXE-ULT-EVENTO = 'F' AND WRK-EXE-ULT-CONCLUIDO = 'S'
               DISPLAY 'PASSO ' WRK-EXE-PROGRAMA ' JA CONCLUIDO NA '
                   'EXECUCAO ' WRK-EXE-EXECUCAO ' (RC '
                   WRK-EXE-ULT-RC ') - PULADO'
               MOVE WRK-EXE-ULT-RC TO RETURN-CODE
               STOP RUN
           END-IF
      *PASSO QUE CAIU NO MEIO (INICIO SEM FIM) ANTES DE REGRAVAR O
      *BANCO.DAT E REINICIADO COM A REFILA.DAT CORTADA NO TAMANHO DO
      *INICIO DA TENTATIVA QUE CAIU. SE JA TINHA REGRAVADO (EVENTO
      *B), AS DEVOLUCOES DA REFILA CASAM COM AS SITUACOES DO BANCO.DAT
      *E NAO SERIAM GRAVADAS DE NOVO - FICAM. NOS DEMAIS CASOS A
      *REFILA E CONTADA AGORA.
           IF WRK-EXE-ULT-EVENTO NOT = SPACE
               DISPLAY 'PASSO ' WRK-EXE-PROGRAMA ' REINICIADO NA '
                   'EXECUCAO ' WRK-EXE-EXECUCAO ' APOS A TENTATIVA '
                   WRK-EXE-TENTATIVA
           END-IF
           IF WRK-EXE-ULT-EVENTO = 'I'
               PERFORM 0120-LIMPAR-REFILA
           ELSE
               PERFORM 0130-CONTAR-REFILA
           END-IF
           ADD 1 TO WRK-EXE-TENTATIVA
           MOVE 'S' TO WRK-EXE-ATIVO
           MOVE 'I' TO WRK-EXE-EVENTO
           PERFORM 0190-GRAVAR-EXECUCAO.

       0120-LIMPAR-REFILA.
      *DEVOLUCOES GRAVADAS PELA TENTATIVA QUE CAIU FICAM FORA: A
      *REFILA VOLTA AO TAMANHO DO INICIO DAQUELA TENTATIVA, PASSANDO
      *PELO RFLNOVO.DAT.
           MOVE ZEROS TO WRK-EXE-LIDOS
           MOVE 'N' TO WRK-EXE-EOF
           OPEN INPUT REFILA-FILE
           IF WRK-RFL-FILE-STATUS = '35'
               MOVE 'S' TO WRK-EXE-EOF
           ELSE
               OPEN OUTPUT RFLNOVO-FILE
           END-IF
           PERFORM UNTIL WRK-EXE-EOF = 'S'
               READ REFILA-FILE
                   AT END
                       MOVE 'S' TO WRK-EXE-EOF
                   NOT AT END
                       ADD 1 TO WRK-EXE-LIDOS
                       IF WRK-EXE-LIDOS <= WRK-EXE-BASE
                           MOVE REFILA-RECORD TO RFLNOVO-RECORD
                           WRITE RFLNOVO-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-RFL-FILE-STATUS NOT = '35'
               CLOSE REFILA-FILE
               CLOSE RFLNOVO-FILE
           END-IF
           IF WRK-EXE-LIDOS > WRK-EXE-BASE
               MOVE 'N' TO WRK-EXE-EOF
               OPEN INPUT RFLNOVO-FILE
               OPEN OUTPUT REFILA-FILE
               PERFORM UNTIL WRK-EXE-EOF = 'S'
                   READ RFLNOVO-FILE
                       AT END
                           MOVE 'S' TO WRK-EXE-EOF
                       NOT AT END
                           MOVE RFLNOVO-RECORD TO REFILA-RECORD
                           WRITE REFILA-RECORD
                   END-READ
               END-PERFORM
               CLOSE RFLNOVO-FILE
               CLOSE REFILA-FILE
               SUBTRACT WRK-EXE-BASE FROM WRK-EXE-LIDOS
           ELSE
               MOVE ZEROS TO WRK-EXE-LIDOS
           END-IF
           DISPLAY 'REFILA.DAT: ' WRK-EXE-LIDOS
               ' DEVOLUCAO(OES) DA TENTATIVA ANTERIOR REMOVIDA(S)'.

       0130-CONTAR-REFILA.
           MOVE ZEROS TO WRK-EXE-BASE
           MOVE 'N' TO WRK-EXE-EOF
           OPEN INPUT REFILA-FILE
           IF WRK-RFL-FILE-STATUS = '35'
               MOVE 'S' TO WRK-EXE-EOF
           END-IF
           PERFORM UNTIL WRK-EXE-EOF = 'S'
               READ REFILA-FILE
                   AT END
                       MOVE 'S' TO WRK-EXE-EOF
                   NOT AT END
                       ADD 1 TO WRK-EXE-BASE
               END-READ
           END-PERFORM
           IF WRK-RFL-FILE-STATUS NOT = '35'
               CLOSE REFILA-FILE
           END-IF.

       0180-MARCAR-BANCO.
      *BANCO.DAT REGRAVADO: DAQUI EM DIANTE UM REINICIO NAO CORTA
      *MAIS A REFILA.DAT DESTA TENTATIVA.
           IF WRK-EXE-ATIVO = 'S'
               MOVE 'B' TO WRK-EXE-EVENTO
               PERFORM 0190-GRAVAR-EXECUCAO
           END-IF.

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

       0600-CARREGAR-BANCO.
           MOVE ZERO TO WRK-BANK-COUNT
           MOVE 'N' TO WRK-EOF-BANK
           MOVE 'RETBANCO' TO AUD-PROGRAMA
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
