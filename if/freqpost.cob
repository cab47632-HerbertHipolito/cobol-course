      *PERCENTUAL FUNDIDO. TRANSACAO COM TURMA OU ALUNO QUE NAO
      *EXISTE NO STUDENT.DAT E REJEITADA E SAI APONTADA NO
      *RELATORIO FREQREJ.DAT.
      *AGORA CRITICA TAMBEM CONTRA O CADASTRO DE ALUNOS (ALUNO.DAT,
      *MANTIDO PELO ALUNMAST): ALUNO NAO CADASTRADO E REJEITADO, E A
      *AULA SO E LANCADA SE O ALUNO ESTAVA MATRICULADO NA DATA DELA -
      *ENTRE A MATRICULA E A SAIDA (TRANSFERENCIA, EVASAO OU
      *TRANCAMENTO). AULA ANTERIOR A SAIDA LANCADA COM ATRASO PASSA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-FILE-STATUS.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WS-ALU-FILE-STATUS.
           SELECT FREQREJ-FILE ASSIGN TO "FREQREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
           05  STU-NOTA-1 PIC S9(2)V999 SIGN IS TRAILING SEPARATE.
           05  STU-NOTA-2 PIC S9(2)V999 SIGN IS TRAILING SEPARATE.
           05  STU-NOTA-3 PIC S9(2)V999 SIGN IS TRAILING SEPARATE.
      *MESMO LAYOUT DO ALUNMAST.
       FD  ALUNO-MASTER.
       01  ALUNO-RECORD.
           05  ALU-ID PIC X(5).
           05  ALU-NOME PIC X(20).
           05  ALU-NASCIMENTO PIC 9(8).
           05  ALU-RESPONSAVEL PIC X(20).
           05  ALU-CONTATO PIC X(15).
           05  ALU-CLASS-ID PIC X(10).
           05  ALU-SITUACAO PIC X.
           05  ALU-DATA-MATRICULA PIC 9(8).
           05  ALU-DATA-SITUACAO PIC 9(8).
       FD  FREQREJ-FILE.
       01  FREQREJ-RECORD PIC X(80).
       FD  AUDIT-FILE.
       77  WS-FREQ-FILE-STATUS PIC XX VALUE '00'.
       77  WS-STU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-PRESENTE PIC X VALUE 'N'.
       77  WS-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WS-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0500-CARREGAR-MATRICULAS
           PERFORM 0600-CARREGAR-FREQUENCIA
           OPEN INPUT ALUNO-MASTER
           IF WS-ALU-FILE-STATUS = '35'
               DISPLAY 'ALUNO.DAT NAO ENCONTRADO - MATRICULA NAO '
                   'SERA CRITICADA'
           ELSE
               MOVE 'S' TO WS-ALU-PRESENTE
           END-IF
           OPEN OUTPUT FREQREJ-FILE
           MOVE SPACES TO WS-LINHA
           STRING 'TRANSACOES DE FREQUENCIA REJEITADAS - DATA: '
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           CLOSE FREQREJ-FILE
           IF WS-ALU-PRESENTE = 'S'
               CLOSE ALUNO-MASTER
           END-IF
           IF WS-COUNT-APLICADAS > 0
               PERFORM 7000-GRAVAR-FREQUENCIA
           END-IF
               WHEN FMV-PRESENTE NOT = 'S' AND FMV-PRESENTE NOT = 'N'
                   MOVE 'PRESENCA INVALIDA (USE S/N)' TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES AND WS-ALU-PRESENTE = 'S'
               PERFORM 2150-CRITICAR-CADASTRO
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-COUNT-REJEITADAS
               MOVE SPACES TO WS-LINHA
               ADD 1 TO WS-COUNT-APLICADAS
           END-IF.

       2150-CRITICAR-CADASTRO.
           MOVE FMV-ID TO ALU-ID
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN FMV-DATA < ALU-DATA-MATRICULA
                       MOVE 'AULA ANTERIOR A MATRICULA' TO WS-MOTIVO
                   WHEN ALU-SITUACAO NOT = 'M'
                       AND FMV-DATA NOT < ALU-DATA-SITUACAO
                       STRING 'ALUNO NAO MATRICULADO (SIT '
                           ALU-SITUACAO ')' DELIMITED BY SIZE
                           INTO WS-MOTIVO
               END-EVALUATE
           END-IF.

       2200-ACUMULAR-TOTAIS.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING FRQ-IDX FROM 1 BY 1
