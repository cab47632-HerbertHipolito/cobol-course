       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAPAY.
      *OBJECTIVO: GERAR O PAYROLL.DAT DA FOLHA A PARTIR DO EMPLOYEE
      *MASTER (EMPLOYEE.DAT, MANTIDO PELO EMPMAST), QUE E A FONTE
      *UNICA DE NOME, DATAS, STATUS, SALARIO E CONTA BANCARIA. SUBS-
      *TITUI O EXTRATO QUE O RH MANTINHA A MAO FORA DO JOB. GRAVA UM
      *REGISTRO POR FUNCIONARIO DO MASTER, NA ORDEM DA CHAVE (A ORDEM
      *DE EMP-ID QUE O CHECKPOINT DA FOLHA EXIGE), E OS TOTAIS DE
      *CONTROLE (LIDOS, GRAVADOS E SOMA DOS SALARIOS) NO CONTROLE.DAT.
      *FUNCIONARIO ATIVO SEM SALARIO OU SEM CONTA E GERADO ASSIM
      *MESMO (A FOLHA E O CONTAVAL TRATAM), MAS E LISTADO E O PASSO
      *TERMINA COM RC=4. SEM O MASTER TERMINA COM RC=8 E O PAYROLL
      *SAI VAZIO, PARA O COND= DO JOB SEGURAR A FOLHA.
      *O PASSO CONSULTA O CONTROLE DE EXECUCAO DO JOB
      *(EXECUCAO.DAT) NA ENTRADA: JA CONCLUIDO NA EXECUCAO CORRENTE E
      *PULADO COM O MESMO RC; REINICIADO, TIRA ANTES DO CONTROLE.DAT
      *OS CONTADORES DA TENTATIVA ANTERIOR. O ID DA EXECUCAO E A
      *TENTATIVA VAO NOS REGISTROS DO AUDITORIA E DO CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *O EMPLOYEE MASTER E INDEXADO POR EMP-ID (VER VARIAVEIS/
      *MAIN.COB) - AQUI E LIDO SEQUENCIALMENTE PELA CHAVE.
           SELECT MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-MST-FILE-STATUS.
      *MESMO LAYOUT QUE A FOLHA (MAIN.COB) E A RESCISAO LEEM.
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-FILE-STATUS.
      *CONTROLE DE EXECUCAO DOS JOBS FOLHANOT E RETBANCO: UMA LINHA POR
      *ABERTURA DE EXECUCAO, INICIO E FIM DE CADA PASSO E FECHAMENTO
      *DA EXECUCAO. SO CRESCE (OPEN EXTEND).
           SELECT EXECUCAO-FILE ASSIGN TO "EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXE-FILE-STATUS.
      *TRABALHO DO REINICIO: O CONTROLE.DAT SEM OS CONTADORES DA
      *TENTATIVA ANTERIOR DESTE PASSO.
           SELECT CTLNOVO-FILE ASSIGN TO "CTLNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
           05  PAY-ID PIC X(5).
           05  PAY-NOME PIC X(20).
           05  PAY-SALARIO PIC 9(6)V999.
           05  PAY-CONTA PIC X(10).
           05  PAY-ADMISSAO PIC 9(8).
           05  PAY-DESLIGAMENTO PIC 9(8).
           05  PAY-STATUS PIC X.
           05  PAY-AGENCIA PIC X(4).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
           05  AUD-HORA PIC 9(8).
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
      *EXECUCAO DO JOB E TENTATIVA DO PASSO QUE GRAVOU (EM BRANCO
      *QUANDO O PROGRAMA RODOU FORA DO CONTROLE DE EXECUCAO).
           05  AUD-EXECUCAO PIC X(14).
           05  AUD-TENTATIVA PIC 9(2).
       FD  CONTROLE-FILE.
       01  CONTROLE-RECORD.
           05  CTL-PROGRAMA PIC X(10).
           05  CTL-ITEM PIC X(20).
           05  CTL-VALOR PIC 9(10)V99.
      *EXECUCAO DO JOB E TENTATIVA DO PASSO QUE GRAVOU.
           05  CTL-EXECUCAO PIC X(14).
           05  CTL-TENTATIVA PIC 9(2).
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
       FD  CTLNOVO-FILE.
       01  CTLNOVO-RECORD PIC X(58).
       WORKING-STORAGE SECTION.
       77  WRK-MST-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-CTL-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-EOF-MASTER PIC X VALUE 'N'.
       77  WRK-MST-PRESENTE PIC X VALUE 'N'.
       77  WRK-COUNT-LIDOS PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-GRAVADOS PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-AVISOS PIC 9(4) VALUE ZEROS.
       77  WRK-SALARIO-TOTAL PIC 9(10)V999 VALUE ZEROS.
       77  WRK-SALARIO-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZ9,999.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'GERAPAY'.
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
       77  WRK-CNV-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-REMOVIDOS PIC 9(4) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-ABRIR-PASSO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-GERAR-FUNCIONARIO UNTIL WRK-EOF-MASTER = 'S'
           PERFORM 7000-IMPRIMIR-TOTAIS
           PERFORM 7100-GRAVAR-CONTROLE
           PERFORM 8000-FECHAR-ARQUIVOS
           EVALUATE TRUE
               WHEN WRK-MST-PRESENTE = 'N'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-COUNT-AVISOS > 0
                   MOVE 4 TO RETURN-CODE
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
      *PASSO QUE JA CONCLUIU NESTA EXECUCAO NAO RODA DE NOVO: SAI
      *COM O MESMO RC, PARA O COND= DOS PASSOS SEGUINTES VALER IGUAL.
           IF WRK-EXE-ULT-EVENTO = 'F' AND WRK-EXE-ULT-CONCLUIDO = 'S'
               DISPLAY 'PASSO ' WRK-EXE-PROGRAMA ' JA CONCLUIDO NA '
                   'EXECUCAO ' WRK-EXE-EXECUCAO ' (RC '
                   WRK-EXE-ULT-RC ') - PULADO'
               MOVE WRK-EXE-ULT-RC TO RETURN-CODE
               STOP RUN
           END-IF
      *PASSO QUE COMECOU E NAO CONCLUIU (CAIU OU TERMINOU COM RC
      *ACIMA DE 4) E REINICIADO: ANTES, SAEM DO CONTROLE.DAT OS
      *CONTADORES QUE A TENTATIVA ANTERIOR GRAVOU.
           IF WRK-EXE-ULT-EVENTO NOT = SPACE
               DISPLAY 'PASSO ' WRK-EXE-PROGRAMA ' REINICIADO NA '
                   'EXECUCAO ' WRK-EXE-EXECUCAO ' APOS A TENTATIVA '
                   WRK-EXE-TENTATIVA
               PERFORM 0120-LIMPAR-CONTROLE
           END-IF
           ADD 1 TO WRK-EXE-TENTATIVA
           MOVE 'S' TO WRK-EXE-ATIVO
           MOVE 'I' TO WRK-EXE-EVENTO
           PERFORM 0190-GRAVAR-EXECUCAO.

       0120-LIMPAR-CONTROLE.
      *OS REGISTROS DESTE PASSO NA EXECUCAO CORRENTE FICAM FORA; OS
      *DEMAIS PASSAM PELO CTLNOVO.DAT E VOLTAM INTACTOS.
           MOVE ZEROS TO WRK-EXE-REMOVIDOS
           MOVE 'N' TO WRK-EXE-EOF
           OPEN INPUT CONTROLE-FILE
           IF WRK-CTL-FILE-STATUS = '35'
               MOVE 'S' TO WRK-EXE-EOF
           ELSE
               OPEN OUTPUT CTLNOVO-FILE
           END-IF
           PERFORM UNTIL WRK-EXE-EOF = 'S'
               READ CONTROLE-FILE
                   AT END
                       MOVE 'S' TO WRK-EXE-EOF
                   NOT AT END
                       IF CTL-PROGRAMA = 'GERAPAY'
                           AND CTL-EXECUCAO = WRK-EXE-EXECUCAO
                           ADD 1 TO WRK-EXE-REMOVIDOS
                       ELSE
                           MOVE CONTROLE-RECORD TO CTLNOVO-RECORD
                           WRITE CTLNOVO-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CTL-FILE-STATUS NOT = '35'
               CLOSE CONTROLE-FILE
               CLOSE CTLNOVO-FILE
           END-IF
           IF WRK-EXE-REMOVIDOS > 0
               MOVE 'N' TO WRK-EXE-EOF
               OPEN INPUT CTLNOVO-FILE
               OPEN OUTPUT CONTROLE-FILE
               PERFORM UNTIL WRK-EXE-EOF = 'S'
                   READ CTLNOVO-FILE
                       AT END
                           MOVE 'S' TO WRK-EXE-EOF
                       NOT AT END
                           MOVE CTLNOVO-RECORD TO CONTROLE-RECORD
                           WRITE CONTROLE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTLNOVO-FILE
               CLOSE CONTROLE-FILE
           END-IF
           DISPLAY 'CONTROLE.DAT: ' WRK-EXE-REMOVIDOS
               ' REGISTRO(S) DA TENTATIVA ANTERIOR REMOVIDO(S)'.

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

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT PAYROLL-FILE
           OPEN INPUT MASTER-FILE
           IF WRK-MST-FILE-STATUS = '35'
               DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - PAYROLL.DAT '
                   'GERADO VAZIO'
               MOVE 'S' TO WRK-EOF-MASTER
           ELSE
               MOVE 'S' TO WRK-MST-PRESENTE
               PERFORM 1100-LER-MASTER
           END-IF.

       1100-LER-MASTER.
           READ MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF-MASTER
           END-READ.

       2000-GERAR-FUNCIONARIO.
           ADD 1 TO WRK-COUNT-LIDOS
           MOVE MST-ID TO PAY-ID
           MOVE MST-NOME TO PAY-NOME
      *REGISTRO GRAVADO ANTES DO SALARIO ENTRAR NO CADASTRO TEM O
      *CAMPO EM ESPACOS - VAI ZERADO PARA A FOLHA.
           IF MST-SALARIO IS NUMERIC
               MOVE MST-SALARIO TO PAY-SALARIO
           ELSE
               MOVE ZEROS TO PAY-SALARIO
           END-IF
           MOVE MST-CONTA-BANCO TO PAY-CONTA
           MOVE MST-ADMISSAO TO PAY-ADMISSAO
           MOVE MST-DESLIGAMENTO TO PAY-DESLIGAMENTO
           MOVE MST-STATUS TO PAY-STATUS
           MOVE MST-AGENCIA TO PAY-AGENCIA
           WRITE PAYROLL-RECORD
           ADD 1 TO WRK-COUNT-GRAVADOS
           ADD PAY-SALARIO TO WRK-SALARIO-TOTAL
           IF MST-STATUS NOT = 'I'
               PERFORM 2100-CONFERIR-ATIVO
           END-IF
           PERFORM 1100-LER-MASTER.

       2100-CONFERIR-ATIVO.
           IF PAY-SALARIO = ZEROS
               ADD 1 TO WRK-COUNT-AVISOS
               DISPLAY 'ATIVO SEM SALARIO NO MASTER: ' MST-ID ' '
                   MST-NOME
           END-IF
           IF MST-CONTA-BANCO = SPACES
               ADD 1 TO WRK-COUNT-AVISOS
               DISPLAY 'ATIVO SEM CONTA NO MASTER:   ' MST-ID ' '
                   MST-NOME
           END-IF.

       7000-IMPRIMIR-TOTAIS.
           MOVE WRK-SALARIO-TOTAL TO WRK-SALARIO-TOTAL-ED
           DISPLAY 'MASTER LIDOS: ' WRK-COUNT-LIDOS
               '  PAYROLL GRAVADOS: ' WRK-COUNT-GRAVADOS
               '  AVISOS: ' WRK-COUNT-AVISOS
           DISPLAY 'SOMA DOS SALARIOS: ' WRK-SALARIO-TOTAL-ED
           MOVE 'GERACAO PAYROLL' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'GRAVADOS ' WRK-COUNT-GRAVADOS
               ' AVISOS ' WRK-COUNT-AVISOS
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE-FILE
           IF WRK-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE 'GERAPAY' TO CTL-PROGRAMA
           MOVE WRK-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'MASTER-LIDOS' TO CTL-ITEM
           MOVE WRK-COUNT-LIDOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'PAYROLL-GRAVADOS' TO CTL-ITEM
           MOVE WRK-COUNT-GRAVADOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'SALARIO-TOTAL' TO CTL-ITEM
           COMPUTE CTL-VALOR ROUNDED = WRK-SALARIO-TOTAL
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE.

       8000-FECHAR-ARQUIVOS.
           IF WRK-MST-PRESENTE = 'S'
               CLOSE MASTER-FILE
           END-IF
           CLOSE PAYROLL-FILE.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WRK-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'GERAPAY' TO AUD-PROGRAMA
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
