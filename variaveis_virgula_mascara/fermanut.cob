       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMANUT.
      *OBJECTIVO: MANUTENCAO DO CONTROLE DE FERIAS (FERIAS.DAT), UM
      *REGISTRO POR FUNCIONARIO E PERIODO AQUISITIVO, CHAVE EMP-ID +
      *INICIO DO PERIODO. OS PERIODOS CONTAM DA ADMISSAO: CADA UM
      *VAI DO ANIVERSARIO DA ADMISSAO ATE O ANIVERSARIO SEGUINTE
      *(FIM, EXCLUSIVE) E O PERIODO CONCESSIVO TERMINA UM ANO DEPOIS
      *DO FIM (LIMITE) - FERIAS GOZADAS A PARTIR DO LIMITE SAO PAGAS
      *EM DOBRO. SITUACAO A = EM AQUISICAO, D = ADQUIRIDO (DIREITO A
      *30 DIAS), Q = QUITADO (TODOS OS DIAS GOZADOS), I = INDENIZADO
      *NA RESCISAO.
      *OPERACAO A = ATUALIZAR: LE O EMPLOYEE.DAT INTEIRO, ABRE OS
      *PERIODOS QUE FALTAM DESDE A ADMISSAO E PASSA PARA ADQUIRIDO OS
      *QUE JA COMPLETARAM O ANO (RODA TODO MES NO JOB DE FERIAS).
      *OPERACAO P = PROGRAMAR O GOZO DE UM PERIODO ADQUIRIDO (A FOLHA
      *DE FERIAS SO PAGA O QUE ESTIVER PROGRAMADO AQUI), C = CANCELAR
      *A PROGRAMACAO AINDA NAO PAGA.
      *SEM FROM CONSOLE: COMO O EMPMAST, OS ACCEPT LEEM O SYSIN DO
      *STEP QUANDO RODAM EM JOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FER-FILE-STATUS.
      *EMPLOYEE MASTER INDEXADO (VER VARIAVEIS/MAIN.COB), LIDO EM
      *SEQUENCIA NA ATUALIZACAO E POR CHAVE NA PROGRAMACAO.
           SELECT MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-MST-FILE-STATUS.
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
      *PROGRAMACAO EM ABERTO: DIAS E DATA DE INICIO DO GOZO. A FOLHA
      *DE FERIAS ZERA OS DOIS E SOMA OS DIAS EM GOZADOS AO PAGAR.
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
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-OPERACAO PIC X VALUE SPACE.
       77  WRK-EMP-ID PIC X(5) VALUE SPACES.
      *DATAS E DIAS ENTRAM COMO TEXTO PARA A CRITICA NUMERICA.
       77  WRK-AQUIS-INI-X PIC X(8) VALUE SPACES.
       77  WRK-AQUIS-INI PIC 9(8) VALUE ZEROS.
       77  WRK-GOZO-INICIO-X PIC X(8) VALUE SPACES.
       77  WRK-GOZO-INICIO PIC 9(8) VALUE ZEROS.
       77  WRK-GOZO-MES PIC 9(2) VALUE ZEROS.
       77  WRK-GOZO-DIA PIC 9(2) VALUE ZEROS.
       77  WRK-DIAS-X PIC X(2) VALUE SPACES.
       77  WRK-DIAS PIC 9(2) VALUE ZEROS.
       77  WRK-SALDO PIC 9(2) VALUE ZEROS.
       77  WRK-MST-EOF PIC X VALUE 'N'.
       77  WRK-ENCONTRADO PIC X VALUE 'N'.
       77  WRK-VALIDO PIC X VALUE 'S'.
      *PERIODO EM MONTAGEM: ANOS CONTADOS DA ADMISSAO ATE O INICIO,
      *O FIM E O LIMITE CONCESSIVO.
       77  WRK-ANOS PIC 9(3) VALUE ZEROS.
       77  WRK-PER-INI PIC 9(8) VALUE ZEROS.
       77  WRK-PER-FIM PIC 9(8) VALUE ZEROS.
       77  WRK-PER-LIMITE PIC 9(8) VALUE ZEROS.
       77  WRK-PER-FIM-VIDA PIC X VALUE 'N'.
       77  WRK-DATA-CALC PIC 9(8) VALUE ZEROS.
       77  WRK-CALC-ANO PIC 9(4) VALUE ZEROS.
       77  WRK-CALC-QUOC PIC 9(4) VALUE ZEROS.
       77  WRK-CALC-RESTO PIC 9 VALUE ZERO.
       77  WRK-COUNT-FUNC PIC 9(5) VALUE ZEROS.
       77  WRK-COUNT-ABERTOS PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-ADQUIRIDOS PIC 9(4) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0600-ABRIR-FERIAS
           DISPLAY 'OPERACAO (A=ATUALIZAR PERIODOS, P=PROGRAMAR, '
               'C=CANCELAR PROGRAMACAO): '
           ACCEPT WRK-OPERACAO
           MOVE SPACES TO WRK-AUD-OPERACAO
           EVALUATE WRK-OPERACAO
               WHEN 'A'
                   MOVE 'FERIAS ATUALIZAR PERIODOS'
                       TO WRK-AUD-OPERACAO
                   PERFORM 2000-ATUALIZAR-PERIODOS
               WHEN 'P'
                   PERFORM 3000-PROGRAMAR-FERIAS
               WHEN 'C'
                   PERFORM 4000-CANCELAR-PROGRAMACAO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA: ' WRK-OPERACAO
                   MOVE 'FERIAS' TO WRK-AUD-OPERACAO
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'OPERACAO INVALIDA' TO WRK-AUD-RESULTADO
           END-EVALUATE
           CLOSE FERIAS-FILE
           PERFORM 9000-GRAVAR-AUDITORIA
           IF WRK-VALIDO = 'S'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0600-ABRIR-FERIAS.
      *MESMO PADRAO DO EMPMAST: ABRE I-O E CRIA O ARQUIVO VAZIO NA
      *PRIMEIRA VEZ.
           OPEN I-O FERIAS-FILE
           IF WRK-FER-FILE-STATUS = '35'
               OPEN OUTPUT FERIAS-FILE
               CLOSE FERIAS-FILE
               OPEN I-O FERIAS-FILE
           END-IF.

       2000-ATUALIZAR-PERIODOS.
           OPEN INPUT MASTER-FILE
           IF WRK-MST-FILE-STATUS = '35'
               DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - NENHUM PERIODO '
                   'ATUALIZADO'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'EMPLOYEE.DAT AUSENTE' TO WRK-AUD-RESULTADO
           ELSE
               MOVE 'N' TO WRK-MST-EOF
               PERFORM UNTIL WRK-MST-EOF = 'S'
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-MST-EOF
                       NOT AT END
                           ADD 1 TO WRK-COUNT-FUNC
                           PERFORM 2100-PERIODOS-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               DISPLAY 'FUNCIONARIOS LIDOS: ' WRK-COUNT-FUNC
               DISPLAY 'PERIODOS ABERTOS: ' WRK-COUNT-ABERTOS
               DISPLAY 'PERIODOS ADQUIRIDOS: ' WRK-COUNT-ADQUIRIDOS
               MOVE SPACES TO WRK-AUD-RESULTADO
               STRING 'ABERTOS ' WRK-COUNT-ABERTOS
                   ' ADQUIRIDOS ' WRK-COUNT-ADQUIRIDOS
                   DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           END-IF.

       2100-PERIODOS-FUNCIONARIO.
      *PERCORRE OS PERIODOS DO FUNCIONARIO DO MASTER CORRENTE DESDE A
      *ADMISSAO, ATE O PRIMEIRO QUE AINDA NAO COMECOU OU QUE COMECA
      *DEPOIS DO DESLIGAMENTO. ADMISSAO INVALIDA NAO ABRE NADA.
           IF MST-ADMISSAO IS NUMERIC AND MST-ADMISSAO > 0
               MOVE ZERO TO WRK-ANOS
               MOVE 'N' TO WRK-PER-FIM-VIDA
               PERFORM UNTIL WRK-PER-FIM-VIDA = 'S'
                   PERFORM 2150-MONTAR-PERIODO
                   IF WRK-PER-INI > WRK-DATA-HOJE
                       MOVE 'S' TO WRK-PER-FIM-VIDA
                   ELSE
                       IF MST-DESLIGAMENTO IS NUMERIC
                           AND MST-DESLIGAMENTO > 0
                           AND WRK-PER-INI >= MST-DESLIGAMENTO
                           MOVE 'S' TO WRK-PER-FIM-VIDA
                       ELSE
                           PERFORM 2200-TRATAR-PERIODO
                           ADD 1 TO WRK-ANOS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2150-MONTAR-PERIODO.
      *AS TRES DATAS SAO SEMPRE CONTADAS DA PROPRIA ADMISSAO (E NAO
      *DO FIM DO PERIODO ANTERIOR), PARA QUE UMA ADMISSAO EM 29/02 NAO
      *ARRASTE O ANIVERSARIO PARA 01/03 NOS ANOS SEGUINTES.
           COMPUTE WRK-DATA-CALC = MST-ADMISSAO + WRK-ANOS * 10000
           PERFORM 2170-AJUSTAR-BISSEXTO
           MOVE WRK-DATA-CALC TO WRK-PER-INI
           COMPUTE WRK-DATA-CALC =
               MST-ADMISSAO + (WRK-ANOS + 1) * 10000
           PERFORM 2170-AJUSTAR-BISSEXTO
           MOVE WRK-DATA-CALC TO WRK-PER-FIM
           COMPUTE WRK-DATA-CALC =
               MST-ADMISSAO + (WRK-ANOS + 2) * 10000
           PERFORM 2170-AJUSTAR-BISSEXTO
           MOVE WRK-DATA-CALC TO WRK-PER-LIMITE.

       2170-AJUSTAR-BISSEXTO.
      *ANIVERSARIO DE 29/02 EM ANO NAO BISSEXTO CAI EM 01/03.
           IF WRK-DATA-CALC(5:4) = '0229'
               MOVE WRK-DATA-CALC(1:4) TO WRK-CALC-ANO
               DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-CALC-QUOC
                   REMAINDER WRK-CALC-RESTO
               IF WRK-CALC-RESTO NOT = 0
                   MOVE '0301' TO WRK-DATA-CALC(5:4)
               END-IF
           END-IF.

       2200-TRATAR-PERIODO.
      *PERIODO NOVO ENTRA EM AQUISICAO OU JA ADQUIRIDO, CONFORME O
      *FIM; PERIODO EXISTENTE EM AQUISICAO SO MUDA PARA ADQUIRIDO.
      *QUITADO E INDENIZADO NAO SE MEXEM.
           MOVE MST-ID TO FER-EMP-ID
           MOVE WRK-PER-INI TO FER-AQUIS-INI
           READ FERIAS-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
           END-READ
           IF WRK-ENCONTRADO = 'N'
               MOVE MST-ID TO FER-EMP-ID
               MOVE WRK-PER-INI TO FER-AQUIS-INI
               MOVE WRK-PER-FIM TO FER-AQUIS-FIM
               MOVE WRK-PER-LIMITE TO FER-LIMITE
               MOVE 30 TO FER-DIAS-DIREITO
               MOVE ZERO TO FER-DIAS-GOZADOS
               MOVE ZERO TO FER-DIAS-PROGRAMADOS
               MOVE ZERO TO FER-GOZO-INICIO
               IF WRK-PER-FIM > WRK-DATA-HOJE
                   MOVE 'A' TO FER-SITUACAO
               ELSE
                   MOVE 'D' TO FER-SITUACAO
                   ADD 1 TO WRK-COUNT-ADQUIRIDOS
               END-IF
               MOVE WRK-DATA-HOJE TO FER-DATA-ATUALIZACAO
               WRITE FERIAS-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO DAS FERIAS ' FER-CHAVE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WRK-COUNT-ABERTOS
           ELSE
               IF FER-SITUACAO = 'A'
                   AND FER-AQUIS-FIM NOT > WRK-DATA-HOJE
                   MOVE 'D' TO FER-SITUACAO
                   MOVE WRK-DATA-HOJE TO FER-DATA-ATUALIZACAO
                   REWRITE FERIAS-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO DAS FERIAS '
                               FER-CHAVE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WRK-COUNT-ADQUIRIDOS
               END-IF
           END-IF.

       3000-PROGRAMAR-FERIAS.
           DISPLAY 'ID DO FUNCIONARIO: '
           ACCEPT WRK-EMP-ID
           DISPLAY 'INICIO DO PERIODO AQUISITIVO (AAAAMMDD): '
           ACCEPT WRK-AQUIS-INI-X
           DISPLAY 'INICIO DO GOZO (AAAAMMDD): '
           ACCEPT WRK-GOZO-INICIO-X
           DISPLAY 'DIAS DE GOZO (05 A 30): '
           ACCEPT WRK-DIAS-X
           STRING 'FERIAS P ' WRK-EMP-ID ' ' WRK-AQUIS-INI-X
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           PERFORM 3050-CRITICAR-PROGRAMACAO
           IF WRK-VALIDO = 'S'
               PERFORM 3080-VERIFICAR-FUNCIONARIO
           END-IF
           IF WRK-VALIDO = 'S'
               PERFORM 3100-LER-PERIODO
           END-IF
           IF WRK-VALIDO = 'S'
               PERFORM 3150-CONFERIR-DIREITO
           END-IF
           IF WRK-VALIDO = 'S'
               PERFORM 3200-GRAVAR-PROGRAMACAO
           END-IF.

       3050-CRITICAR-PROGRAMACAO.
           EVALUATE TRUE
               WHEN WRK-EMP-ID = SPACES
                   DISPLAY 'ID DO FUNCIONARIO EM BRANCO'
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'FUNCIONARIO EM BRANCO' TO WRK-AUD-RESULTADO
               WHEN WRK-AQUIS-INI-X IS NOT NUMERIC
                   DISPLAY 'INICIO DO PERIODO INVALIDO: '
                       WRK-AQUIS-INI-X
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PERIODO INVALIDO' TO WRK-AUD-RESULTADO
               WHEN WRK-GOZO-INICIO-X IS NOT NUMERIC
                   DISPLAY 'INICIO DO GOZO INVALIDO: '
                       WRK-GOZO-INICIO-X
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'INICIO DO GOZO INVALIDO' TO WRK-AUD-RESULTADO
               WHEN WRK-DIAS-X IS NOT NUMERIC
                   DISPLAY 'DIAS DE GOZO INVALIDOS: ' WRK-DIAS-X
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'DIAS INVALIDOS' TO WRK-AUD-RESULTADO
               WHEN OTHER
                   MOVE WRK-AQUIS-INI-X TO WRK-AQUIS-INI
                   MOVE WRK-GOZO-INICIO-X TO WRK-GOZO-INICIO
                   MOVE WRK-DIAS-X TO WRK-DIAS
                   MOVE WRK-GOZO-INICIO(5:2) TO WRK-GOZO-MES
                   MOVE WRK-GOZO-INICIO(7:2) TO WRK-GOZO-DIA
                   IF WRK-GOZO-MES < 1 OR WRK-GOZO-MES > 12
                       OR WRK-GOZO-DIA < 1 OR WRK-GOZO-DIA > 31
                       DISPLAY 'INICIO DO GOZO INVALIDO: '
                           WRK-GOZO-INICIO-X
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'INICIO DO GOZO INVALIDO'
                           TO WRK-AUD-RESULTADO
                   END-IF
      *A CLT NAO ADMITE FRACAO DE FERIAS MENOR QUE 5 DIAS.
                   IF WRK-DIAS < 5 OR WRK-DIAS > 30
                       DISPLAY 'DIAS DE GOZO FORA DE 05 A 30: '
                           WRK-DIAS-X
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'DIAS INVALIDOS' TO WRK-AUD-RESULTADO
                   END-IF
           END-EVALUATE.

       3080-VERIFICAR-FUNCIONARIO.
      *ANTES DE PROGRAMAR, ATUALIZA OS PERIODOS DO PROPRIO
      *FUNCIONARIO - UM ANIVERSARIO DEPOIS DA ULTIMA ATUALIZACAO
      *MENSAL JA DA DIREITO AO PERIODO.
           OPEN INPUT MASTER-FILE
           IF WRK-MST-FILE-STATUS = '35'
               DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - FERIAS NAO '
                   'PROGRAMADAS'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'EMPLOYEE.DAT AUSENTE' TO WRK-AUD-RESULTADO
           ELSE
               MOVE WRK-EMP-ID TO MST-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO ' WRK-EMP-ID
                           ' NAO CADASTRADO - FERIAS NAO PROGRAMADAS'
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'FUNCIONARIO NAO CADASTRADO'
                           TO WRK-AUD-RESULTADO
                   NOT INVALID KEY
                       PERFORM 2100-PERIODOS-FUNCIONARIO
               END-READ
               CLOSE MASTER-FILE
           END-IF.

       3100-LER-PERIODO.
           MOVE WRK-EMP-ID TO FER-EMP-ID
           MOVE WRK-AQUIS-INI TO FER-AQUIS-INI
           READ FERIAS-FILE
               INVALID KEY
                   DISPLAY 'PERIODO ' WRK-AQUIS-INI ' NAO ENCONTRADO '
                       'PARA ' WRK-EMP-ID
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PERIODO NAO ENCONTRADO' TO WRK-AUD-RESULTADO
           END-READ.

       3150-CONFERIR-DIREITO.
      *SO PERIODO ADQUIRIDO, SEM OUTRA PROGRAMACAO EM ABERTO, COM
      *SALDO PARA OS DIAS PEDIDOS E GOZO DEPOIS DO FIM DA AQUISICAO.
           COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
           EVALUATE TRUE
               WHEN FER-SITUACAO NOT = 'D'
                   DISPLAY 'PERIODO ' WRK-AQUIS-INI ' SEM DIREITO A '
                       'GOZO - SITUACAO ' FER-SITUACAO
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PERIODO SEM DIREITO' TO WRK-AUD-RESULTADO
               WHEN FER-DIAS-PROGRAMADOS > 0
                   DISPLAY 'PERIODO ' WRK-AQUIS-INI ' JA PROGRAMADO '
                       'A PARTIR DE ' FER-GOZO-INICIO
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'JA PROGRAMADO' TO WRK-AUD-RESULTADO
               WHEN WRK-DIAS > WRK-SALDO
                   DISPLAY 'DIAS PEDIDOS ' WRK-DIAS ' MAIOR QUE O '
                       'SALDO ' WRK-SALDO
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'DIAS ACIMA DO SALDO' TO WRK-AUD-RESULTADO
               WHEN WRK-GOZO-INICIO < FER-AQUIS-FIM
                   DISPLAY 'GOZO ANTES DO FIM DA AQUISICAO '
                       FER-AQUIS-FIM
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'GOZO ANTES DA AQUISICAO' TO WRK-AUD-RESULTADO
               WHEN OTHER
                   IF WRK-GOZO-INICIO >= FER-LIMITE
                       DISPLAY 'GOZO A PARTIR DO LIMITE ' FER-LIMITE
                           ' - FERIAS SERAO PAGAS EM DOBRO'
                   END-IF
           END-EVALUATE.

       3200-GRAVAR-PROGRAMACAO.
           MOVE WRK-DIAS TO FER-DIAS-PROGRAMADOS
           MOVE WRK-GOZO-INICIO TO FER-GOZO-INICIO
           MOVE WRK-DATA-HOJE TO FER-DATA-ATUALIZACAO
           REWRITE FERIAS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO'
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'ERRO NA REGRAVACAO' TO WRK-AUD-RESULTADO
           END-REWRITE
           IF WRK-VALIDO = 'S'
               DISPLAY 'FERIAS PROGRAMADAS PARA ' WRK-EMP-ID ': '
                   WRK-DIAS ' DIAS A PARTIR DE ' WRK-GOZO-INICIO
               MOVE SPACES TO WRK-AUD-RESULTADO
               STRING 'PROGRAMADO ' WRK-DIAS ' DIAS ' WRK-GOZO-INICIO
                   DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           END-IF.

       4000-CANCELAR-PROGRAMACAO.
           DISPLAY 'ID DO FUNCIONARIO: '
           ACCEPT WRK-EMP-ID
           DISPLAY 'INICIO DO PERIODO AQUISITIVO (AAAAMMDD): '
           ACCEPT WRK-AQUIS-INI-X
           STRING 'FERIAS C ' WRK-EMP-ID ' ' WRK-AQUIS-INI-X
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           IF WRK-AQUIS-INI-X IS NOT NUMERIC
               DISPLAY 'INICIO DO PERIODO INVALIDO: ' WRK-AQUIS-INI-X
               MOVE 'N' TO WRK-VALIDO
               MOVE 'PERIODO INVALIDO' TO WRK-AUD-RESULTADO
           ELSE
               MOVE WRK-AQUIS-INI-X TO WRK-AQUIS-INI
               PERFORM 3100-LER-PERIODO
           END-IF
           IF WRK-VALIDO = 'S'
               IF FER-DIAS-PROGRAMADOS = 0
                   DISPLAY 'PERIODO ' WRK-AQUIS-INI ' SEM PROGRAMACAO '
                       'PARA ' WRK-EMP-ID
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'SEM PROGRAMACAO' TO WRK-AUD-RESULTADO
               ELSE
                   MOVE ZERO TO FER-DIAS-PROGRAMADOS
                   MOVE ZERO TO FER-GOZO-INICIO
                   MOVE WRK-DATA-HOJE TO FER-DATA-ATUALIZACAO
                   REWRITE FERIAS-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO'
                           MOVE 'N' TO WRK-VALIDO
                           MOVE 'ERRO NA REGRAVACAO'
                               TO WRK-AUD-RESULTADO
                   END-REWRITE
                   IF WRK-VALIDO = 'S'
                       DISPLAY 'PROGRAMACAO CANCELADA PARA '
                           WRK-EMP-ID
                       MOVE 'CANCELADO' TO WRK-AUD-RESULTADO
                   END-IF
               END-IF
           END-IF.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WRK-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'FERMANUT' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
