       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOCAO.
      *OBJECTIVO: VIRADA DO ANO LETIVO. DEPOIS QUE O RECUPERACAO
      *FECHA O PERIODO E ARQUIVA O HISTORICO, LE O ROSTER FINAL
      *(FINAL.DAT, SITUACAO CONSOLIDADA FIN-SIT-ALUNO) E A TABELA DE
      *PROGRESSAO DE SERIES (SERIES.DAT: TURMA ATUAL -> TURMA DA
      *SERIE SEGUINTE, OU MARCA DE ULTIMA SERIE) E MONTA A MATRICULA
      *DO PROXIMO PERIODO:
      *  APROVADO              -> PROMOVIDO PARA A TURMA DESTINO
      *  APROVADO ULTIMA SERIE -> CONCLUINTE, NAO E REMATRICULADO
      *  REPROVADO(-FREQ)      -> RETIDO NA MESMA TURMA (MESMA SERIE)
      *  TRANSFERIDO, EVADIDO, TRANCADO -> SAIU, NAO E REMATRICULADO
      *O ALUNO SEM PROGRESSAO NA TABELA, COM TURMA DESTINO FORA DO
      *TURMAS.DAT, SEM SITUACAO FINAL DEFINIDA OU QUE NAO ESTA MAIS
      *MATRICULADO NO CADASTRO (ALUNO.DAT) NAO E COLOCADO E SAI NA
      *LISTA DE NAO COLOCADOS, ASSIM COMO O ALUNO MATRICULADO NO
      *ALUNO.DAT SEM LINHA NO FINAL.DAT (SEGURO PELO GRADRUN NO
      *EXCEPTION.DAT). A MATRICULA VAI PARA O MATRICULA.DAT,
      *CUMULATIVO POR PERIODO; A TROCA DE TURMA DOS PROMOVIDOS SAI
      *TAMBEM NO PROMOMOV.DAT, NO LAYOUT DO ALUNMOV.DAT, PARA O
      *ALUNMAST ATUALIZAR O CADASTRO. O RELATORIO SAI NO PROMOCAO.DAT.
      *O PERIODO DA NOVA MATRICULA E INFORMADO NO INICIO DO RUN (ANO
      *+ SEMESTRE, EX 20271). PERIODO JA PRESENTE NO MATRICULA.DAT
      *NAO E PROCESSADO DE NOVO (RC=8), COMO O RECUPERACAO FAZ COM O
      *HISTORICO. RC=4 QUANDO ALGUM ALUNO NAO FOI COLOCADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-FILE ASSIGN TO "FINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-FILE-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SER-FILE-STATUS.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUR-FILE-STATUS.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WS-ALU-FILE-STATUS.
           SELECT MATRICULA-FILE ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-FILE-STATUS.
           SELECT PROMOMOV-FILE ASSIGN TO "PROMOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMOCAO-FILE ASSIGN TO "PROMOCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-FILE.
       01  FINAL-RECORD.
           05  FIN-CLASS-ID PIC X(10).
           05  FIN-ID PIC X(5).
           05  FIN-DISCIPLINA PIC X(3).
           05  FIN-NOME PIC X(20).
           05  FIN-MEDIA-ORIGINAL PIC X(6).
           05  FIN-NOTA-RECUPERACAO PIC X(6).
           05  FIN-STATUS-FINAL PIC X(14).
           05  FIN-SIT-ALUNO PIC X(14).
      *UMA LINHA POR TURMA ATUAL. NA ULTIMA SERIE O DESTINO FICA EM
      *BRANCO E SER-CONCLUINTE = 'S'.
       FD  SERIES-FILE.
       01  SERIES-RECORD.
           05  SER-CLASS-ID PIC X(10).
           05  SER-DESTINO PIC X(10).
           05  SER-CONCLUINTE PIC X.
       FD  TURMAS-FILE.
       01  TURMAS-RECORD.
           05  TUR-CLASS-ID PIC X(10).
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
      *MATRICULA DO PERIODO SEGUINTE, CUMULATIVA (UM BLOCO POR
      *PERIODO).
       FD  MATRICULA-FILE.
       01  MATRICULA-RECORD.
           05  MAT-PERIODO PIC 9(5).
           05  MAT-CLASS-ID PIC X(10).
           05  MAT-ID PIC X(5).
           05  MAT-NOME PIC X(20).
           05  MAT-CLASS-ANTERIOR PIC X(10).
           05  MAT-MOVIMENTO PIC X(10).
      *MESMO LAYOUT DO ALUNMOV.DAT - SO ID E TURMA PREENCHIDOS NA
      *ALTERACAO U, O RESTO DO CADASTRO FICA COMO ESTA.
       FD  PROMOMOV-FILE.
       01  PROMOMOV-RECORD.
           05  PMV-TIPO PIC X.
           05  PMV-ID PIC X(5).
           05  PMV-NOME PIC X(20).
           05  PMV-NASCIMENTO PIC 9(8).
           05  PMV-RESPONSAVEL PIC X(20).
           05  PMV-CONTATO PIC X(15).
           05  PMV-CLASS-ID PIC X(10).
           05  PMV-SITUACAO PIC X.
           05  PMV-DATA PIC 9(8).
       FD  PROMOCAO-FILE.
       01  PROMOCAO-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01  SER-TABLE.
           05  SER-ENTRY OCCURS 99 TIMES INDEXED BY SER-IDX.
               10  SER-TAB-CLASS PIC X(10).
               10  SER-TAB-DESTINO PIC X(10).
               10  SER-TAB-CONCLUINTE PIC X.
       01  TUR-TABLE.
           05  TUR-ENTRY OCCURS 99 TIMES INDEXED BY TUR-IDX.
               10  TUR-TAB-CLASS PIC X(10).
      *NAO COLOCADOS, LISTADOS NO FIM DO RELATORIO.
       01  NCL-TABLE.
           05  NCL-ENTRY OCCURS 999 TIMES INDEXED BY NCL-IDX.
               10  NCL-TAB-CLASS PIC X(10).
               10  NCL-TAB-ID PIC X(5).
               10  NCL-TAB-NOME PIC X(20).
               10  NCL-TAB-MOTIVO PIC X(40).
      *ALUNOS QUE TIVERAM LINHA NO FINAL.DAT, PARA ACHAR NO CADASTRO
      *OS MATRICULADOS QUE FICARAM DE FORA.
       01  FID-TABLE.
           05  FID-ENTRY OCCURS 9999 TIMES INDEXED BY FID-IDX.
               10  FID-TAB-ID PIC X(5).
       77  WS-FIN-FILE-STATUS PIC XX VALUE '00'.
       77  WS-SER-FILE-STATUS PIC XX VALUE '00'.
       77  WS-TUR-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-MAT-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-PRESENTE PIC X VALUE 'N'.
       77  WS-EOF-GERAL PIC X VALUE 'N'.
       77  WS-EOF-FINAL PIC X VALUE 'N'.
       77  WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       77  WS-PERIODO PIC 9(5) VALUE ZEROS.
       77  WS-PERIODO-USADO PIC X VALUE 'N'.
       77  WS-SER-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-TUR-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-NCL-COUNT PIC 9(3) VALUE ZEROS.
       77  WS-FID-COUNT PIC 9(4) VALUE ZEROS.
       77  WS-EOF-ALUNO PIC X VALUE 'N'.
       77  WS-ACHADO PIC X VALUE 'N'.
       77  WS-ALUNO-CLASS PIC X(10) VALUE SPACES.
       77  WS-ALUNO-ID PIC X(5) VALUE SPACES.
       77  WS-ALUNO-NOME PIC X(20) VALUE SPACES.
       77  WS-SIT-ALUNO PIC X(14) VALUE SPACES.
       77  WS-DESTINO PIC X(10) VALUE SPACES.
       77  WS-MOVIMENTO PIC X(10) VALUE SPACES.
       77  WS-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-COUNT-ALUNOS PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-PROMOVIDOS PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-RETIDOS PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-CONCLUINTES PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-SAIRAM PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-NAO-COLOCADOS PIC 9(4) VALUE ZEROS.
       77  WS-LINHA PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *FROM CONSOLE DE PROPOSITO: RUN ATENDIDO, COMO O RECUPERACAO.
           DISPLAY 'PERIODO DA NOVA MATRICULA (ANO+SEMESTRE, '
               'EX 20271): '
           ACCEPT WS-PERIODO FROM CONSOLE
           IF WS-PERIODO IS NOT NUMERIC OR WS-PERIODO = ZEROS
               DISPLAY 'PERIODO INVALIDO - NADA FOI GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0600-VERIFICAR-MATRICULA
           PERFORM 0700-CARREGAR-SERIES
           PERFORM 0800-CARREGAR-TURMAS
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-PROCESSAR-ALUNOS UNTIL WS-EOF-FINAL = 'S'
           IF WS-ALUNO-ID NOT = SPACES
               PERFORM 2500-COLOCAR-ALUNO
           END-IF
           IF WS-ALU-PRESENTE = 'S'
               PERFORM 3000-VERIFICAR-CADASTRO
           END-IF
           PERFORM 7000-IMPRIMIR-NAO-COLOCADOS
           PERFORM 7500-IMPRIMIR-TOTAIS
           PERFORM 8000-FECHAR-ARQUIVOS
           IF WS-COUNT-NAO-COLOCADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0600-VERIFICAR-MATRICULA.
      *PERIODO JA PRESENTE NO MATRICULA.DAT NAO E GERADO DE NOVO -
      *UM RERUN DUPLICARIA A MATRICULA E O MOVIMENTO DO CADASTRO.
           MOVE 'N' TO WS-PERIODO-USADO
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT MATRICULA-FILE
           IF WS-MAT-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ MATRICULA-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           IF MAT-PERIODO = WS-PERIODO
                               MOVE 'S' TO WS-PERIODO-USADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULA-FILE
           END-IF
           IF WS-PERIODO-USADO = 'S'
               DISPLAY 'PERIODO ' WS-PERIODO ' JA PRESENTE NO '
                   'MATRICULA.DAT - A VIRADA NAO SERA FEITA DE NOVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0700-CARREGAR-SERIES.
           MOVE ZERO TO WS-SER-COUNT
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT SERIES-FILE
           IF WS-SER-FILE-STATUS = '35'
               DISPLAY 'SERIES.DAT NAO ENCONTRADO - NADA FOI GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-GERAL = 'S'
               READ SERIES-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-GERAL
                   NOT AT END
                       IF WS-SER-COUNT >= 99
                           DISPLAY 'SERIES.DAT TEM MAIS DE 99 '
                               'TURMAS - SER-TABLE CHEIA'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SER-COUNT
                       SET SER-IDX TO WS-SER-COUNT
                       MOVE SER-CLASS-ID TO SER-TAB-CLASS(SER-IDX)
                       MOVE SER-DESTINO TO SER-TAB-DESTINO(SER-IDX)
                       MOVE SER-CONCLUINTE TO
                           SER-TAB-CONCLUINTE(SER-IDX)
               END-READ
           END-PERFORM
           CLOSE SERIES-FILE.

       0800-CARREGAR-TURMAS.
      *SEM O TURMAS.DAT A TURMA DESTINO NAO E CRITICADA (O ALUNMAST
      *AINDA CRITICA A TROCA DE TURMA AO APLICAR O PROMOMOV).
           MOVE ZERO TO WS-TUR-COUNT
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT TURMAS-FILE
           IF WS-TUR-FILE-STATUS = '35'
               DISPLAY 'TURMAS.DAT NAO ENCONTRADO - TURMA DESTINO '
                   'NAO SERA CRITICADA'
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ TURMAS-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           IF WS-TUR-COUNT >= 99
                               DISPLAY 'TURMAS.DAT TEM MAIS DE 99 '
                                   'TURMAS - TUR-TABLE CHEIA'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TUR-COUNT
                           SET TUR-IDX TO WS-TUR-COUNT
                           MOVE TUR-CLASS-ID TO
                               TUR-TAB-CLASS(TUR-IDX)
                   END-READ
               END-PERFORM
               CLOSE TURMAS-FILE
           END-IF.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT FINAL-FILE
           IF WS-FIN-FILE-STATUS = '35'
               DISPLAY 'FINAL.DAT NAO ENCONTRADO - NADA FOI GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-ALU-PRESENTE
           OPEN INPUT ALUNO-MASTER
           IF WS-ALU-FILE-STATUS = '35'
               DISPLAY 'ALUNO.DAT NAO ENCONTRADO - MATRICULA NAO '
                   'SERA CRITICADA'
               MOVE 'N' TO WS-ALU-PRESENTE
           END-IF
           OPEN EXTEND MATRICULA-FILE
           IF WS-MAT-FILE-STATUS = '35'
               OPEN OUTPUT MATRICULA-FILE
           END-IF
           OPEN OUTPUT PROMOMOV-FILE
           OPEN OUTPUT PROMOCAO-FILE
           MOVE SPACES TO WS-LINHA
           STRING 'VIRADA DO ANO LETIVO - MATRICULA DO PERIODO '
               WS-PERIODO ' - DATA: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           PERFORM 1100-LER-FINAL.

       1100-LER-FINAL.
           READ FINAL-FILE
               AT END MOVE 'S' TO WS-EOF-FINAL
           END-READ.

       2000-PROCESSAR-ALUNOS.
      *O FINAL VEM UMA LINHA POR DISCIPLINA, AGRUPADO POR TURMA E
      *ALUNO, COM A SITUACAO CONSOLIDADA REPETIDA - O ALUNO E
      *COLOCADO UMA VEZ, NA QUEBRA.
           IF WS-ALUNO-ID NOT = SPACES
               AND (FIN-CLASS-ID NOT = WS-ALUNO-CLASS
                   OR FIN-ID NOT = WS-ALUNO-ID)
               PERFORM 2500-COLOCAR-ALUNO
           END-IF
           MOVE FIN-CLASS-ID TO WS-ALUNO-CLASS
           MOVE FIN-ID TO WS-ALUNO-ID
           MOVE FIN-NOME TO WS-ALUNO-NOME
           MOVE FIN-SIT-ALUNO TO WS-SIT-ALUNO
           PERFORM 1100-LER-FINAL.

       2500-COLOCAR-ALUNO.
           ADD 1 TO WS-COUNT-ALUNOS
           PERFORM 2550-GUARDAR-ID
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-DESTINO
           MOVE SPACES TO WS-MOVIMENTO
           EVALUATE TRUE
               WHEN WS-SIT-ALUNO = 'TRANSFERIDO'
                   OR WS-SIT-ALUNO = 'EVADIDO'
                   OR WS-SIT-ALUNO = 'TRANCADO'
                   MOVE 'SAIU' TO WS-MOVIMENTO
               WHEN WS-SIT-ALUNO = 'APROVADO'
                   PERFORM 2600-LOCALIZAR-SERIE
               WHEN WS-SIT-ALUNO(1:9) = 'REPROVADO'
                   MOVE 'RETIDO' TO WS-MOVIMENTO
                   MOVE WS-ALUNO-CLASS TO WS-DESTINO
               WHEN OTHER
                   MOVE 'SITUACAO FINAL NAO DEFINIDA' TO WS-MOTIVO
           END-EVALUATE
      *QUEM VAI SER REMATRICULADO TEM DE CONTINUAR MATRICULADO NO
      *CADASTRO (PODE TER SAIDO DEPOIS DO FECHAMENTO DO PERIODO).
           IF WS-MOTIVO = SPACES AND WS-ALU-PRESENTE = 'S'
               AND (WS-MOVIMENTO = 'PROMOVIDO'
                   OR WS-MOVIMENTO = 'RETIDO')
               PERFORM 2700-CRITICAR-CADASTRO
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-GUARDAR-NAO-COLOCADO
           ELSE
               PERFORM 2800-GRAVAR-COLOCACAO
           END-IF
           MOVE SPACES TO WS-ALUNO-ID.

       2550-GUARDAR-ID.
           IF WS-FID-COUNT >= 9999
               DISPLAY 'FINAL.DAT TEM MAIS DE 9999 ALUNOS - '
                   'FID-TABLE CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FID-COUNT
           SET FID-IDX TO WS-FID-COUNT
           MOVE WS-ALUNO-ID TO FID-TAB-ID(FID-IDX).

       2600-LOCALIZAR-SERIE.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING SER-IDX FROM 1 BY 1
               UNTIL SER-IDX > WS-SER-COUNT OR WS-ACHADO = 'S'
               IF SER-TAB-CLASS(SER-IDX) = WS-ALUNO-CLASS
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO NOT = 'S'
               MOVE 'TURMA SEM PROGRESSAO NO SERIES.DAT' TO WS-MOTIVO
           ELSE
               SET SER-IDX DOWN BY 1
               IF SER-TAB-CONCLUINTE(SER-IDX) = 'S'
                   MOVE 'CONCLUINTE' TO WS-MOVIMENTO
               ELSE
                   IF SER-TAB-DESTINO(SER-IDX) = SPACES
                       MOVE 'TURMA DESTINO EM BRANCO NO SERIES.DAT'
                           TO WS-MOTIVO
                   ELSE
                       MOVE 'PROMOVIDO' TO WS-MOVIMENTO
                       MOVE SER-TAB-DESTINO(SER-IDX) TO WS-DESTINO
                       PERFORM 2650-CRITICAR-DESTINO
                   END-IF
               END-IF
           END-IF.

       2650-CRITICAR-DESTINO.
           IF WS-TUR-COUNT > 0
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX > WS-TUR-COUNT
                   IF TUR-TAB-CLASS(TUR-IDX) = WS-DESTINO
                       MOVE 'S' TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO NOT = 'S'
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'TURMA DESTINO ' WS-DESTINO
                       ' NAO CADASTRADA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

       2700-CRITICAR-CADASTRO.
           MOVE WS-ALUNO-ID TO ALU-ID
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES AND ALU-SITUACAO NOT = 'M'
               STRING 'ALUNO NAO MATRICULADO (SIT ' ALU-SITUACAO ')'
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

       2800-GRAVAR-COLOCACAO.
           EVALUATE WS-MOVIMENTO
               WHEN 'PROMOVIDO'
                   ADD 1 TO WS-COUNT-PROMOVIDOS
               WHEN 'RETIDO'
                   ADD 1 TO WS-COUNT-RETIDOS
               WHEN 'CONCLUINTE'
                   ADD 1 TO WS-COUNT-CONCLUINTES
               WHEN OTHER
                   ADD 1 TO WS-COUNT-SAIRAM
           END-EVALUATE
           MOVE SPACES TO WS-LINHA
           IF WS-DESTINO NOT = SPACES
               STRING WS-ALUNO-CLASS ' ' WS-ALUNO-ID ' '
                   WS-ALUNO-NOME ' ' WS-MOVIMENTO ' -> ' WS-DESTINO
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-ALUNO-CLASS ' ' WS-ALUNO-ID ' '
                   WS-ALUNO-NOME ' ' WS-MOVIMENTO
                   ' - NAO REMATRICULADO (' DELIMITED BY SIZE
                   WS-SIT-ALUNO DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM 7900-GRAVAR-LINHA
           IF WS-DESTINO NOT = SPACES
               MOVE WS-PERIODO TO MAT-PERIODO
               MOVE WS-DESTINO TO MAT-CLASS-ID
               MOVE WS-ALUNO-ID TO MAT-ID
               MOVE WS-ALUNO-NOME TO MAT-NOME
               MOVE WS-ALUNO-CLASS TO MAT-CLASS-ANTERIOR
               MOVE WS-MOVIMENTO TO MAT-MOVIMENTO
               WRITE MATRICULA-RECORD
           END-IF
      *SO A TROCA DE TURMA VAI PARA O CADASTRO - O RETIDO JA ESTA
      *NA TURMA CERTA.
           IF WS-DESTINO NOT = SPACES
               AND WS-DESTINO NOT = WS-ALUNO-CLASS
               MOVE SPACES TO PROMOMOV-RECORD
               MOVE 'U' TO PMV-TIPO
               MOVE WS-ALUNO-ID TO PMV-ID
               MOVE ZEROS TO PMV-NASCIMENTO
               MOVE WS-DESTINO TO PMV-CLASS-ID
               MOVE ZEROS TO PMV-DATA
               WRITE PROMOMOV-RECORD
           END-IF.

       2900-GUARDAR-NAO-COLOCADO.
           ADD 1 TO WS-COUNT-NAO-COLOCADOS
           IF WS-NCL-COUNT >= 999
               DISPLAY 'MAIS DE 999 ALUNOS NAO COLOCADOS - '
                   'NCL-TABLE CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NCL-COUNT
           SET NCL-IDX TO WS-NCL-COUNT
           MOVE WS-ALUNO-CLASS TO NCL-TAB-CLASS(NCL-IDX)
           MOVE WS-ALUNO-ID TO NCL-TAB-ID(NCL-IDX)
           MOVE WS-ALUNO-NOME TO NCL-TAB-NOME(NCL-IDX)
           MOVE WS-MOTIVO TO NCL-TAB-MOTIVO(NCL-IDX).

       3000-VERIFICAR-CADASTRO.
      *O GRADRUN SEGURA NO EXCEPTION.DAT O ALUNO SEM NOTA COMPLETA, E
      *ELE NAO CHEGA AO FINAL.DAT. TODO ALUNO AINDA MATRICULADO NO
      *CADASTRO SEM LINHA NO FINAL.DAT VAI PARA OS NAO COLOCADOS,
      *PARA A SECRETARIA RESOLVER A SITUACAO ANTES DA NOVA MATRICULA.
           MOVE 'N' TO WS-EOF-ALUNO
           MOVE LOW-VALUES TO ALU-ID
           START ALUNO-MASTER KEY NOT < ALU-ID
               INVALID KEY
                   MOVE 'S' TO WS-EOF-ALUNO
           END-START
           PERFORM UNTIL WS-EOF-ALUNO = 'S'
               READ ALUNO-MASTER NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-ALUNO
                   NOT AT END
                       IF ALU-SITUACAO = 'M'
                           PERFORM 3100-PROCURAR-FINAL
                       END-IF
               END-READ
           END-PERFORM.

       3100-PROCURAR-FINAL.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING FID-IDX FROM 1 BY 1
               UNTIL FID-IDX > WS-FID-COUNT OR WS-ACHADO = 'S'
               IF FID-TAB-ID(FID-IDX) = ALU-ID
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO NOT = 'S'
               MOVE ALU-CLASS-ID TO WS-ALUNO-CLASS
               MOVE ALU-ID TO WS-ALUNO-ID
               MOVE ALU-NOME TO WS-ALUNO-NOME
               MOVE 'SEM SITUACAO FINAL NO FINAL.DAT' TO WS-MOTIVO
               PERFORM 2900-GUARDAR-NAO-COLOCADO
           END-IF.

       7000-IMPRIMIR-NAO-COLOCADOS.
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-NCL-COUNT = 0
               MOVE 'ALUNOS NAO COLOCADOS: NENHUM' TO WS-LINHA
               PERFORM 7900-GRAVAR-LINHA
           ELSE
               MOVE 'ALUNOS NAO COLOCADOS:' TO WS-LINHA
               PERFORM 7900-GRAVAR-LINHA
               PERFORM VARYING NCL-IDX FROM 1 BY 1
                   UNTIL NCL-IDX > WS-NCL-COUNT
                   MOVE SPACES TO WS-LINHA
                   STRING NCL-TAB-CLASS(NCL-IDX) ' '
                       NCL-TAB-ID(NCL-IDX) ' '
                       NCL-TAB-NOME(NCL-IDX) ' - '
                       NCL-TAB-MOTIVO(NCL-IDX)
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 7900-GRAVAR-LINHA
               END-PERFORM
           END-IF.

       7500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNOS: ' WS-COUNT-ALUNOS
               '  PROMOVIDOS: ' WS-COUNT-PROMOVIDOS
               '  RETIDOS: ' WS-COUNT-RETIDOS
               '  CONCLUINTES: ' WS-COUNT-CONCLUINTES
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'SAIRAM NO PERIODO: ' WS-COUNT-SAIRAM
               '  NAO COLOCADOS: ' WS-COUNT-NAO-COLOCADOS
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       7900-GRAVAR-LINHA.
           MOVE WS-LINHA TO PROMOCAO-RECORD
           WRITE PROMOCAO-RECORD
           DISPLAY PROMOCAO-RECORD.

       8000-FECHAR-ARQUIVOS.
           CLOSE FINAL-FILE
           IF WS-ALU-PRESENTE = 'S'
               CLOSE ALUNO-MASTER
           END-IF
           CLOSE MATRICULA-FILE
           CLOSE PROMOMOV-FILE
           CLOSE PROMOCAO-FILE.
