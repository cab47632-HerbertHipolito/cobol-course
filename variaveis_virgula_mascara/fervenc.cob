       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERVENC.
      *OBJECTIVO: RELATORIO MENSAL DE FERIAS A VENCER. LE O CONTROLE
      *DE FERIAS (FERIAS.DAT, MANTIDO PELO FERMANUT) E LISTA NO
      *FERVENC.DAT TODO PERIODO ADQUIRIDO COM SALDO DE DIAS A GOZAR
      *CUJO LIMITE CONCESSIVO CAI DENTRO DA JANELA DE AVISO (VENCENDO)
      *OU JA PASSOU (VENCIDA - A PARTIR DO LIMITE AS FERIAS SAO
      *PAGAS EM DOBRO). PERIODO COM GOZO PROGRAMADO SAI COM A
      *PROGRAMACAO NA LINHA DE BAIXO, PARA O RH VER SE ELA CAI ANTES
      *DO LIMITE.
      *SEM FROM CONSOLE: O ACCEPT LE O SYSIN DO STEP QUANDO RODA EM
      *JOB. JANELA EM MESES (01 A 12); EM BRANCO OU INVALIDA ASSUME 02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CONTROLE DE FERIAS, CHAVE EMP-ID + INICIO DO PERIODO - LIDO EM
      *SEQUENCIA DE CHAVE.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FER-FILE-STATUS.
      *EMPLOYEE MASTER INDEXADO, LIDO POR CHAVE SO PARA O NOME.
           SELECT MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-MST-FILE-STATUS.
           SELECT FERVENC-FILE ASSIGN TO "FERVENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FVC-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS-FILE.
       01  FERIAS-RECORD.
           05  FER-CHAVE.
               10  FER-EMP-ID PIC X(5).
               10  FER-AQUIS-INI PIC 9(8).
           05  FER-AQUIS-FIM PIC 9(8).
           05  FER-LIMITE PIC 9(8).
           05  FER-DIAS-DIREITO PIC 9(2).
           05  FER-DIAS-GOZADOS PIC 9(2).
           05  FER-DIAS-PROGRAMADOS PIC 9(2).
           05  FER-GOZO-INICIO PIC 9(8).
           05  FER-SITUACAO PIC X.
           05  FER-DATA-ATUALIZACAO PIC 9(8).
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-ID PIC X(5).
           05  MST-NOME PIC X(20).
           05  MST-ADMISSAO PIC 9(8).
           05  MST-DESLIGAMENTO PIC 9(8).
           05  MST-STATUS PIC X.
           05  MST-CCUSTO PIC X(4).
           05  MST-SALARIO PIC 9(6)V999.
           05  MST-AGENCIA PIC X(4).
           05  MST-CONTA-BANCO.
               10  MST-CONTA PIC X(9).
               10  MST-DIGITO PIC X.
       FD  FERVENC-FILE.
       01  FERVENC-RECORD PIC X(80).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
           05  AUD-HORA PIC 9(8).
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
       WORKING-STORAGE SECTION.
       77  WRK-FER-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-MST-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-FVC-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-DATA-ED PIC 9999/99/99.
       77  WRK-DATA-ED2 PIC 9999/99/99.
       77  WRK-JANELA-X PIC X(2) VALUE SPACES.
       77  WRK-JANELA PIC 9(2) VALUE ZEROS.
      *DATA DE HOJE MAIS A JANELA: LIMITE ATE ELA = VENCENDO.
       77  WRK-DATA-AVISO PIC 9(8) VALUE ZEROS.
       77  WRK-AVISO-ANO PIC 9(4) VALUE ZEROS.
       77  WRK-AVISO-MES PIC 9(3) VALUE ZEROS.
       77  WRK-AVISO-DIA PIC 9(2) VALUE ZEROS.
       77  WRK-EOF-FERIAS PIC X VALUE 'N'.
       77  WRK-MST-PRESENTE PIC X VALUE 'N'.
       77  WRK-NOME PIC X(20) VALUE SPACES.
       77  WRK-SALDO PIC 9(2) VALUE ZEROS.
       77  WRK-FVC-SITUACAO PIC X(24) VALUE SPACES.
       77  WRK-FVC-LINHA PIC X(80) VALUE SPACES.
       77  WRK-COUNT-LIDOS PIC 9(6) VALUE ZEROS.
       77  WRK-COUNT-VENCENDO PIC 9(5) VALUE ZEROS.
       77  WRK-COUNT-VENCIDAS PIC 9(5) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'JANELA DE AVISO EM MESES (01 A 12): '
           ACCEPT WRK-JANELA-X
           PERFORM 0300-DEFINIR-JANELA
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1500-IMPRIMIR-CABECALHO
           PERFORM 1100-LER-FERIAS
           PERFORM 2000-PROCESSAR-PERIODO
               UNTIL WRK-EOF-FERIAS = 'S'
           PERFORM 7000-IMPRIMIR-TOTAIS
           PERFORM 8000-FECHAR-ARQUIVOS
           IF WRK-COUNT-VENCENDO + WRK-COUNT-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0300-DEFINIR-JANELA.
           IF WRK-JANELA-X IS NUMERIC
               MOVE WRK-JANELA-X TO WRK-JANELA
           ELSE
               MOVE ZERO TO WRK-JANELA
           END-IF
           IF WRK-JANELA < 1 OR WRK-JANELA > 12
               MOVE 2 TO WRK-JANELA
               DISPLAY 'JANELA INVALIDA OU EM BRANCO - USANDO '
                   WRK-JANELA ' MESES'
           END-IF
      *SOMA OS MESES NA MAO (SEM FUNCTION): VIRA O ANO SE PASSAR DE
      *DEZEMBRO. O DIA FICA O DE HOJE - SO SERVE DE CORTE.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-AVISO-ANO
           MOVE WRK-DATA-HOJE(5:2) TO WRK-AVISO-MES
           MOVE WRK-DATA-HOJE(7:2) TO WRK-AVISO-DIA
           ADD WRK-JANELA TO WRK-AVISO-MES
           IF WRK-AVISO-MES > 12
               SUBTRACT 12 FROM WRK-AVISO-MES
               ADD 1 TO WRK-AVISO-ANO
           END-IF
           COMPUTE WRK-DATA-AVISO =
               WRK-AVISO-ANO * 10000 + WRK-AVISO-MES * 100
               + WRK-AVISO-DIA.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT FERIAS-FILE
           IF WRK-FER-FILE-STATUS = '35'
               DISPLAY 'FERIAS.DAT NAO ENCONTRADO - RODAR O FERMANUT '
                   'ANTES'
               MOVE 'FERIAS A VENCER' TO WRK-AUD-OPERACAO
               MOVE 'SEM FERIAS.DAT' TO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *SEM O MASTER O RELATORIO SAI SEM O NOME.
           OPEN INPUT MASTER-FILE
           IF WRK-MST-FILE-STATUS = '35'
               MOVE 'N' TO WRK-MST-PRESENTE
               DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - RELATORIO SEM '
                   'NOMES'
           ELSE
               MOVE 'S' TO WRK-MST-PRESENTE
           END-IF
           OPEN OUTPUT FERVENC-FILE.

       1100-LER-FERIAS.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-FERIAS
               NOT AT END
                   ADD 1 TO WRK-COUNT-LIDOS
           END-READ.

       1500-IMPRIMIR-CABECALHO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ED
           MOVE WRK-DATA-AVISO TO WRK-DATA-ED2
           MOVE SPACES TO WRK-FVC-LINHA
           STRING 'FERIAS A VENCER EM ' WRK-DATA-ED
               ' - LIMITE CONCESSIVO ATE ' WRK-DATA-ED2
               DELIMITED BY SIZE INTO WRK-FVC-LINHA
           PERFORM 2900-GRAVAR-LINHA-FVC
           MOVE SPACES TO WRK-FVC-LINHA
           STRING 'ID    NOME                 INICIO PER '
               'LIMITE     SD SITUACAO'
               DELIMITED BY SIZE INTO WRK-FVC-LINHA
           PERFORM 2900-GRAVAR-LINHA-FVC
           MOVE ALL '-' TO WRK-FVC-LINHA
           PERFORM 2900-GRAVAR-LINHA-FVC.

       2000-PROCESSAR-PERIODO.
      *SO INTERESSA PERIODO ADQUIRIDO COM SALDO - EM AQUISICAO AINDA
      *NAO TEM LIMITE CORRENDO, QUITADO E INDENIZADO NAO DEVEM DIAS.
           IF FER-SITUACAO = 'D'
               AND FER-DIAS-GOZADOS < FER-DIAS-DIREITO
               IF FER-LIMITE NOT > WRK-DATA-HOJE
                   MOVE 'VENCIDA - PAGAR EM DOBRO'
                       TO WRK-FVC-SITUACAO
                   ADD 1 TO WRK-COUNT-VENCIDAS
                   PERFORM 2100-IMPRIMIR-PERIODO
               ELSE
                   IF FER-LIMITE NOT > WRK-DATA-AVISO
                       MOVE 'VENCENDO' TO WRK-FVC-SITUACAO
                       ADD 1 TO WRK-COUNT-VENCENDO
                       PERFORM 2100-IMPRIMIR-PERIODO
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-LER-FERIAS.

       2100-IMPRIMIR-PERIODO.
           COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
           MOVE SPACES TO WRK-NOME
           IF WRK-MST-PRESENTE = 'S'
               MOVE FER-EMP-ID TO MST-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE MST-NOME TO WRK-NOME
               END-READ
           END-IF
           MOVE FER-AQUIS-INI TO WRK-DATA-ED
           MOVE FER-LIMITE TO WRK-DATA-ED2
           MOVE SPACES TO WRK-FVC-LINHA
           STRING FER-EMP-ID ' ' WRK-NOME ' ' WRK-DATA-ED ' '
               WRK-DATA-ED2 ' ' WRK-SALDO ' ' WRK-FVC-SITUACAO
               DELIMITED BY SIZE INTO WRK-FVC-LINHA
           PERFORM 2900-GRAVAR-LINHA-FVC
           IF FER-DIAS-PROGRAMADOS > 0
               MOVE FER-GOZO-INICIO TO WRK-DATA-ED
               MOVE SPACES TO WRK-FVC-LINHA
               STRING '      PROGRAMADO: ' FER-DIAS-PROGRAMADOS
                   ' DIAS A PARTIR DE ' WRK-DATA-ED
                   DELIMITED BY SIZE INTO WRK-FVC-LINHA
               IF FER-GOZO-INICIO >= FER-LIMITE
                   MOVE '(EM DOBRO)' TO WRK-FVC-LINHA(58:10)
               END-IF
               PERFORM 2900-GRAVAR-LINHA-FVC
           END-IF
           DISPLAY 'FERIAS ' FER-EMP-ID ' PERIODO ' FER-AQUIS-INI
               ' SALDO ' WRK-SALDO ' ' WRK-FVC-SITUACAO.

       2900-GRAVAR-LINHA-FVC.
           MOVE WRK-FVC-LINHA TO FERVENC-RECORD
           WRITE FERVENC-RECORD.

       7000-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WRK-FVC-LINHA
           PERFORM 2900-GRAVAR-LINHA-FVC
           MOVE SPACES TO WRK-FVC-LINHA
           STRING 'PERIODOS VENCENDO: ' WRK-COUNT-VENCENDO
               '   VENCIDOS (DOBRO): ' WRK-COUNT-VENCIDAS
               DELIMITED BY SIZE INTO WRK-FVC-LINHA
           PERFORM 2900-GRAVAR-LINHA-FVC
           DISPLAY 'PERIODOS LIDOS: ' WRK-COUNT-LIDOS
           DISPLAY 'PERIODOS VENCENDO: ' WRK-COUNT-VENCENDO
               '  VENCIDOS: ' WRK-COUNT-VENCIDAS
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'FERIAS A VENCER ' WRK-JANELA ' MESES'
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'VENCENDO ' WRK-COUNT-VENCENDO
               ' VENCIDAS ' WRK-COUNT-VENCIDAS
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       8000-FECHAR-ARQUIVOS.
           CLOSE FERIAS-FILE
           IF WRK-MST-PRESENTE = 'S'
               CLOSE MASTER-FILE
           END-IF
           CLOSE FERVENC-FILE.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WRK-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'FERVENC' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
