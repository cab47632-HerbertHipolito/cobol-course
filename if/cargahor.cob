       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAHOR.
      *OBJECTIVO: CONFRONTO DA CARGA HORARIA PREVISTA DE CADA TURMA
      *(SOMA DAS CARGAS DAS DISCIPLINAS DO CURRICULO.DAT, COM A
      *PARTE OBRIGATORIA EM DESTAQUE) COM AS AULAS QUE FORAM DE FATO
      *REGISTRADAS NO FREQUENCIA.DAT. O FREQPOST SOMA UMA AULA DADA
      *POR ALUNO NA LISTA DE CHAMADA, ENTAO AS AULAS DA TURMA SAO O
      *MAIOR TOTAL ENTRE OS SEUS ALUNOS (CADA AULA VALE UMA HORA).
      *O ARQUIVO NAO SEPARA DISCIPLINA, POR ISSO O CONFRONTO E POR
      *TURMA. ALUNO COM MENOS AULAS QUE A TURMA (MATRICULA TARDIA OU
      *CHAMADA NAO LANCADA) SAI LISTADO PARA A SECRETARIA CONFERIR.
      *TURMA COM FREQUENCIA E SEM CURRICULO TAMBEM SAI APONTADA.
      *SAI NO CARGAHOR.DAT; RC=4 QUANDO ALGUMA TURMA NAO CUMPRIU
      *EXATAMENTE A CARGA PREVISTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRICULO-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-FILE-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-FILE-STATUS.
           SELECT CARGAHOR-FILE ASSIGN TO "CARGAHOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRICULO-FILE.
       01  CURRICULO-RECORD.
           05  CUR-CLASS-ID PIC X(10).
           05  CUR-DISCIPLINA PIC X(3).
           05  CUR-OBRIGATORIA PIC X.
           05  CUR-CARGA-HORARIA PIC 9(3).
       FD  FREQ-FILE.
       01  FREQ-RECORD.
           05  FRQ-CLASS-ID PIC X(10).
           05  FRQ-ID PIC X(5).
           05  FRQ-AULAS-DADAS PIC 9(3).
           05  FRQ-AULAS-PRESENTES PIC 9(3).
       FD  CARGAHOR-FILE.
       01  CARGAHOR-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01  TUR-TABLE.
           05  TUR-ENTRY OCCURS 99 TIMES INDEXED BY TUR-IDX.
               10  TUR-TAB-CLASS PIC X(10).
      *S = TURMA TEM CURRICULO; N = SO APARECEU NO FREQUENCIA.
               10  TUR-TAB-CURRICULO PIC X.
               10  TUR-TAB-DISCIPLINAS PIC 9(2).
               10  TUR-TAB-PREVISTA PIC 9(5).
               10  TUR-TAB-OBRIGATORIA PIC 9(5).
               10  TUR-TAB-DADAS PIC 9(3).
               10  TUR-TAB-ALUNOS PIC 9(4).
       01  FRQ-TABLE.
           05  FRQ-ENTRY OCCURS 999 TIMES INDEXED BY FRQ-IDX.
               10  FRQ-TAB-CLASS PIC X(10).
               10  FRQ-TAB-ID PIC X(5).
               10  FRQ-TAB-DADAS PIC 9(3).
       77  WS-CUR-FILE-STATUS PIC XX VALUE '00'.
       77  WS-FREQ-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EOF-GERAL PIC X VALUE 'N'.
       77  WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       77  WS-TUR-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-FREQ-COUNT PIC 9(4) VALUE ZEROS.
       77  WS-ACHADO PIC X VALUE 'N'.
       77  WS-CLASS-BUSCA PIC X(10) VALUE SPACES.
       77  WS-PCT-NUM PIC 9(8) VALUE ZEROS.
       77  WS-PCT PIC 9(3)V99 VALUE ZEROS.
       77  WS-PCT-ED PIC ZZ9,99 VALUE ZERO.
       77  WS-SALDO PIC S9(5) VALUE ZEROS.
       77  WS-SALDO-ED PIC -----9 VALUE ZERO.
       77  WS-SITUACAO PIC X(22) VALUE SPACES.
       77  WS-COUNT-CUMPRIDA PIC 9(2) VALUE ZEROS.
       77  WS-COUNT-ABAIXO PIC 9(2) VALUE ZEROS.
       77  WS-COUNT-ACIMA PIC 9(2) VALUE ZEROS.
       77  WS-COUNT-SEM-CURRICULO PIC 9(2) VALUE ZEROS.
       77  WS-COUNT-SEM-AULAS PIC 9(2) VALUE ZEROS.
       77  WS-COUNT-ALUNOS-FALTA PIC 9(4) VALUE ZEROS.
       77  WS-LINHA PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-CARREGAR-CURRICULO
           PERFORM 1500-CARREGAR-FREQUENCIA
           OPEN OUTPUT CARGAHOR-FILE
           MOVE SPACES TO WS-LINHA
           STRING 'CARGA HORARIA PREVISTA X AULAS REGISTRADAS - DATA: '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           PERFORM VARYING TUR-IDX FROM 1 BY 1
               UNTIL TUR-IDX > WS-TUR-COUNT
               PERFORM 2000-CONFRONTAR-TURMA
           END-PERFORM
           PERFORM 7500-IMPRIMIR-TOTAIS
           CLOSE CARGAHOR-FILE
           IF WS-COUNT-CUMPRIDA = WS-TUR-COUNT
               AND WS-TUR-COUNT > 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-CARREGAR-CURRICULO.
           MOVE ZERO TO WS-TUR-COUNT
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT CURRICULO-FILE
           IF WS-CUR-FILE-STATUS = '35'
               DISPLAY 'CURRICULO.DAT NAO ENCONTRADO - NENHUMA CARGA '
                   'PREVISTA'
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ CURRICULO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           MOVE CUR-CLASS-ID TO WS-CLASS-BUSCA
                           PERFORM 1100-LOCALIZAR-TURMA
                           MOVE 'S' TO TUR-TAB-CURRICULO(TUR-IDX)
                           ADD 1 TO TUR-TAB-DISCIPLINAS(TUR-IDX)
                           IF CUR-CARGA-HORARIA IS NUMERIC
                               ADD CUR-CARGA-HORARIA TO
                                   TUR-TAB-PREVISTA(TUR-IDX)
                               IF CUR-OBRIGATORIA = 'S'
                                   ADD CUR-CARGA-HORARIA TO
                                       TUR-TAB-OBRIGATORIA(TUR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRICULO-FILE
           END-IF.

       1100-LOCALIZAR-TURMA.
      *DEIXA TUR-IDX NA TURMA DE WS-CLASS-BUSCA, INCLUINDO A TURMA
      *NOVA (SEM CURRICULO ATE PROVA EM CONTRARIO) QUANDO NAO ACHA.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING TUR-IDX FROM 1 BY 1
               UNTIL TUR-IDX > WS-TUR-COUNT OR WS-ACHADO = 'S'
               IF TUR-TAB-CLASS(TUR-IDX) = WS-CLASS-BUSCA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 'S'
               SET TUR-IDX DOWN BY 1
           ELSE
               IF WS-TUR-COUNT >= 99
                   DISPLAY 'MAIS DE 99 TURMAS - TUR-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TUR-COUNT
               SET TUR-IDX TO WS-TUR-COUNT
               MOVE WS-CLASS-BUSCA TO TUR-TAB-CLASS(TUR-IDX)
               MOVE 'N' TO TUR-TAB-CURRICULO(TUR-IDX)
               MOVE ZERO TO TUR-TAB-DISCIPLINAS(TUR-IDX)
               MOVE ZERO TO TUR-TAB-PREVISTA(TUR-IDX)
               MOVE ZERO TO TUR-TAB-OBRIGATORIA(TUR-IDX)
               MOVE ZERO TO TUR-TAB-DADAS(TUR-IDX)
               MOVE ZERO TO TUR-TAB-ALUNOS(TUR-IDX)
           END-IF.

       1500-CARREGAR-FREQUENCIA.
           MOVE ZERO TO WS-FREQ-COUNT
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT FREQ-FILE
           IF WS-FREQ-FILE-STATUS = '35'
               DISPLAY 'FREQUENCIA.DAT NAO ENCONTRADO - NENHUMA AULA '
                   'REGISTRADA'
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ FREQ-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           PERFORM 1600-GUARDAR-FREQUENCIA
                   END-READ
               END-PERFORM
               CLOSE FREQ-FILE
           END-IF.

       1600-GUARDAR-FREQUENCIA.
           IF WS-FREQ-COUNT >= 999
               DISPLAY 'FREQUENCIA.DAT TEM MAIS DE 999 ALUNOS - '
                   'FRQ-TABLE CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FREQ-COUNT
           SET FRQ-IDX TO WS-FREQ-COUNT
           MOVE FRQ-CLASS-ID TO FRQ-TAB-CLASS(FRQ-IDX)
           MOVE FRQ-ID TO FRQ-TAB-ID(FRQ-IDX)
           MOVE FRQ-AULAS-DADAS TO FRQ-TAB-DADAS(FRQ-IDX)
           MOVE FRQ-CLASS-ID TO WS-CLASS-BUSCA
           PERFORM 1100-LOCALIZAR-TURMA
           ADD 1 TO TUR-TAB-ALUNOS(TUR-IDX)
           IF FRQ-AULAS-DADAS > TUR-TAB-DADAS(TUR-IDX)
               MOVE FRQ-AULAS-DADAS TO TUR-TAB-DADAS(TUR-IDX)
           END-IF.

       2000-CONFRONTAR-TURMA.
           MOVE ZERO TO WS-PCT
           COMPUTE WS-SALDO = TUR-TAB-DADAS(TUR-IDX)
               - TUR-TAB-PREVISTA(TUR-IDX)
           IF TUR-TAB-PREVISTA(TUR-IDX) > 0
      *EM DOIS PASSOS, COMO NO GRADRUN, PARA NAO PERDER CASAS.
               COMPUTE WS-PCT-NUM = TUR-TAB-DADAS(TUR-IDX) * 100
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-NUM / TUR-TAB-PREVISTA(TUR-IDX)
           END-IF
           EVALUATE TRUE
               WHEN TUR-TAB-CURRICULO(TUR-IDX) = 'N'
                   MOVE 'SEM CURRICULO' TO WS-SITUACAO
                   ADD 1 TO WS-COUNT-SEM-CURRICULO
               WHEN TUR-TAB-ALUNOS(TUR-IDX) = 0
                   MOVE 'SEM AULAS REGISTRADAS' TO WS-SITUACAO
                   ADD 1 TO WS-COUNT-SEM-AULAS
               WHEN WS-SALDO < 0
                   MOVE 'ABAIXO DO PREVISTO' TO WS-SITUACAO
                   ADD 1 TO WS-COUNT-ABAIXO
               WHEN WS-SALDO > 0
                   MOVE 'ACIMA DO PREVISTO' TO WS-SITUACAO
                   ADD 1 TO WS-COUNT-ACIMA
               WHEN OTHER
                   MOVE 'CARGA CUMPRIDA' TO WS-SITUACAO
                   ADD 1 TO WS-COUNT-CUMPRIDA
           END-EVALUATE
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'TURMA: ' TUR-TAB-CLASS(TUR-IDX)
               '  DISCIPLINAS: ' TUR-TAB-DISCIPLINAS(TUR-IDX)
               '  PREVISTA: ' TUR-TAB-PREVISTA(TUR-IDX) 'H'
               '  (OBRIGATORIAS: ' TUR-TAB-OBRIGATORIA(TUR-IDX) 'H)'
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO WS-LINHA
           STRING 'AULAS REGISTRADAS: ' TUR-TAB-DADAS(TUR-IDX)
               '  REALIZADO: ' WS-PCT-ED '%'
               '  SALDO: ' WS-SALDO-ED 'H  ' WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           PERFORM VARYING FRQ-IDX FROM 1 BY 1
               UNTIL FRQ-IDX > WS-FREQ-COUNT
               IF FRQ-TAB-CLASS(FRQ-IDX) = TUR-TAB-CLASS(TUR-IDX)
                   AND FRQ-TAB-DADAS(FRQ-IDX) < TUR-TAB-DADAS(TUR-IDX)
                   ADD 1 TO WS-COUNT-ALUNOS-FALTA
                   MOVE SPACES TO WS-LINHA
                   STRING '  ALUNO ' FRQ-TAB-ID(FRQ-IDX)
                       ' COM ' FRQ-TAB-DADAS(FRQ-IDX)
                       ' AULAS REGISTRADAS (TURMA: '
                       TUR-TAB-DADAS(TUR-IDX) ')'
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 7900-GRAVAR-LINHA
               END-IF
           END-PERFORM.

       7500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'TURMAS: ' WS-TUR-COUNT
               '  CUMPRIDA: ' WS-COUNT-CUMPRIDA
               '  ABAIXO: ' WS-COUNT-ABAIXO
               '  ACIMA: ' WS-COUNT-ACIMA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'SEM CURRICULO: ' WS-COUNT-SEM-CURRICULO
               '  SEM AULAS: ' WS-COUNT-SEM-AULAS
               '  ALUNOS COM MENOS AULAS QUE A TURMA: '
               WS-COUNT-ALUNOS-FALTA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       7900-GRAVAR-LINHA.
           MOVE WS-LINHA TO CARGAHOR-RECORD
           WRITE CARGAHOR-RECORD
           DISPLAY CARGAHOR-RECORD.
