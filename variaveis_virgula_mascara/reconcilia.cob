      *MASTER SEM FOLHA, NOME DIVERGENTE) E TERMINA COM RC=8 QUANDO
      *AS DIVERGENCIAS PASSAM DA TOLERANCIA DO PARAMREC.DAT, PARA O
      *COND= DO JOB NOTURNO SEGURAR O PASSO DA FOLHA.
      *AGORA O PAYROLL.DAT NAO E MAIS O EXTRATO DIGITADO PELO RH: E
      *GERADO DO MASTER PELO GERAPAY. A CONFERENCIA PASSA A SER
      *CONTRA OS TOTAIS DE CONTROLE DO MASTER (QUANTIDADE DE
      *FUNCIONARIOS E SOMA DOS SALARIOS), QUE TEM DE BATER COM OS DO
      *ARQUIVO GERADO - DIFERENCA NOS TOTAIS DA RC=8 SEM OLHAR A
      *TOLERANCIA - E REGISTRO A REGISTRO TAMBEM SALARIO, AGENCIA,
      *CONTA, DATAS E STATUS, ALEM DO NOME.
      *AGORA O PASSO CONSULTA O CONTROLE DE EXECUCAO DO JOB
      *(EXECUCAO.DAT) NA ENTRADA: JA CONCLUIDO NA EXECUCAO CORRENTE E
      *PULADO COM O MESMO RC; REINICIADO, TIRA ANTES DO CONTROLE.DAT
      *OS CONTADORES DA TENTATIVA ANTERIOR. O ID DA EXECUCAO E A
      *TENTATIVA VAO NOS REGISTROS DO AUDITORIA E DO CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
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
           05  PAY-ADMISSAO PIC 9(8).
           05  PAY-DESLIGAMENTO PIC 9(8).
           05  PAY-STATUS PIC X.
           05  PAY-AGENCIA PIC X(4).
       FD  RECONC-FILE.
       01  RECONC-RECORD PIC X(100).
       FD  PARAM-FILE.
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
       01  MST-TABLE.
           05  MST-ENTRY OCCURS 999 TIMES INDEXED BY MST-IDX.
               10  MST-TAB-ID PIC X(5).
               10  MST-TAB-NOME PIC X(20).
               10  MST-TAB-NA-FOLHA PIC X.
               10  MST-TAB-SALARIO PIC 9(6)V999.
               10  MST-TAB-CONTA PIC X(10).
               10  MST-TAB-AGENCIA PIC X(4).
               10  MST-TAB-ADMISSAO PIC 9(8).
               10  MST-TAB-DESLIGAMENTO PIC 9(8).
               10  MST-TAB-STATUS PIC X.
       77  WRK-MST-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-PARAM-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-COUNT-FOLHA PIC 9(4) VALUE ZEROS.
       77  WRK-LINHA PIC X(100) VALUE SPACES.
       77  WRK-CTL-FILE-STATUS PIC XX VALUE '00'.
      *TOTAIS DE CONTROLE DO MASTER E DO PAYROLL.DAT GERADO.
       77  WRK-COUNT-DADOS-DIV PIC 9(4) VALUE ZEROS.
       77  WRK-CAMPO-DIV PIC X(30) VALUE SPACES.
       77  WRK-MST-SAL-TOTAL PIC 9(10)V999 VALUE ZEROS.
       77  WRK-PAY-SAL-TOTAL PIC 9(10)V999 VALUE ZEROS.
       77  WRK-SAL-TOTAL-ED-1 PIC Z.ZZZ.ZZZ.ZZ9,999.
       77  WRK-SAL-TOTAL-ED-2 PIC Z.ZZZ.ZZZ.ZZ9,999.
       77  WRK-TOTAIS-OK PIC X VALUE 'S'.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'RECONCIL'.
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
           PERFORM 0500-LER-PARAMETROS
           PERFORM 0600-CARREGAR-MASTER
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-CONFERIR-FOLHA UNTIL WRK-EOF-PAYROLL = 'S'
           PERFORM 3000-LISTAR-SEM-FOLHA
           PERFORM 6000-CONFERIR-TOTAIS
           PERFORM 7000-IMPRIMIR-TOTAIS
           PERFORM 7100-GRAVAR-CONTROLE
           PERFORM 8000-FECHAR-ARQUIVOS
           EVALUATE TRUE
               WHEN WRK-TOTAIS-OK = 'N'
                   DISPLAY 'TOTAIS DE CONTROLE DO PAYROLL.DAT NAO '
                       'BATEM COM O MASTER - FOLHA SERA SALTADA'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-COUNT-DIVERGENCIAS > WRK-TOLERANCIA
                   DISPLAY 'DIVERGENCIAS (' WRK-COUNT-DIVERGENCIAS
                       ') ACIMA DA TOLERANCIA (' WRK-TOLERANCIA
                       ') - FOLHA SERA SALTADA'
                   MOVE 8 TO RETURN-CODE
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
                       IF CTL-PROGRAMA = 'RECONCIL'
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

       0500-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE
                           MOVE MST-ID TO MST-TAB-ID(MST-IDX)
                           MOVE MST-NOME TO MST-TAB-NOME(MST-IDX)
                           MOVE 'N' TO MST-TAB-NA-FOLHA(MST-IDX)
                           PERFORM 0650-GUARDAR-DADOS-MASTER
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       0650-GUARDAR-DADOS-MASTER.
      *SALARIO EM ESPACOS (REGISTRO ANTERIOR AO SALARIO NO CADASTRO)
      *CONTA COMO ZERO, COMO O GERAPAY FAZ.
           IF MST-SALARIO IS NUMERIC
               MOVE MST-SALARIO TO MST-TAB-SALARIO(MST-IDX)
           ELSE
               MOVE ZEROS TO MST-TAB-SALARIO(MST-IDX)
           END-IF
           ADD MST-TAB-SALARIO(MST-IDX) TO WRK-MST-SAL-TOTAL
           MOVE MST-CONTA-BANCO TO MST-TAB-CONTA(MST-IDX)
           MOVE MST-AGENCIA TO MST-TAB-AGENCIA(MST-IDX)
           MOVE MST-ADMISSAO TO MST-TAB-ADMISSAO(MST-IDX)
           MOVE MST-DESLIGAMENTO TO MST-TAB-DESLIGAMENTO(MST-IDX)
           MOVE MST-STATUS TO MST-TAB-STATUS(MST-IDX).

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PAYROLL-FILE
           OPEN OUTPUT RECONC-FILE
           MOVE SPACES TO WRK-LINHA
           STRING 'RECONCILIACAO EMPLOYEE X PAYROLL GERADO - DATA: '
               WRK-DATA-HOJE DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA TO RECONC-RECORD
           WRITE RECONC-RECORD

       2000-CONFERIR-FOLHA.
           ADD 1 TO WRK-COUNT-FOLHA
           IF PAY-SALARIO IS NUMERIC
               ADD PAY-SALARIO TO WRK-PAY-SAL-TOTAL
           END-IF
           MOVE 'N' TO WRK-MST-ENCONTRADO
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WRK-MST-COUNT
                   IF MST-TAB-NOME(MST-IDX) NOT = PAY-NOME
                       PERFORM 2200-GRAVAR-NOME-DIVERGENTE
                   END-IF
                   PERFORM 2300-CONFERIR-DADOS
               END-IF
           END-PERFORM
           IF WRK-MST-ENCONTRADO = 'N'
           WRITE RECONC-RECORD
           DISPLAY RECONC-RECORD.

       2300-CONFERIR-DADOS.
      *DEMAIS CAMPOS QUE O GERAPAY COPIA DO MASTER; UMA LINHA POR
      *FUNCIONARIO, COM O PRIMEIRO CAMPO QUE NAO BATE.
           MOVE SPACES TO WRK-CAMPO-DIV
           EVALUATE TRUE
               WHEN PAY-SALARIO IS NOT NUMERIC
                   MOVE 'SALARIO' TO WRK-CAMPO-DIV
               WHEN PAY-SALARIO NOT = MST-TAB-SALARIO(MST-IDX)
                   MOVE 'SALARIO' TO WRK-CAMPO-DIV
               WHEN PAY-CONTA NOT = MST-TAB-CONTA(MST-IDX)
                   MOVE 'CONTA' TO WRK-CAMPO-DIV
               WHEN PAY-AGENCIA NOT = MST-TAB-AGENCIA(MST-IDX)
                   MOVE 'AGENCIA' TO WRK-CAMPO-DIV
               WHEN PAY-ADMISSAO NOT = MST-TAB-ADMISSAO(MST-IDX)
                   MOVE 'ADMISSAO' TO WRK-CAMPO-DIV
               WHEN PAY-DESLIGAMENTO NOT =
                   MST-TAB-DESLIGAMENTO(MST-IDX)
                   MOVE 'DESLIGAMENTO' TO WRK-CAMPO-DIV
               WHEN PAY-STATUS NOT = MST-TAB-STATUS(MST-IDX)
                   MOVE 'STATUS' TO WRK-CAMPO-DIV
           END-EVALUATE
           IF WRK-CAMPO-DIV NOT = SPACES
               ADD 1 TO WRK-COUNT-DADOS-DIV
               ADD 1 TO WRK-COUNT-DIVERGENCIAS
               MOVE SPACES TO WRK-LINHA
               STRING 'DADOS DIVERGENTES:    ' PAY-ID
                   ' CAMPO=' WRK-CAMPO-DIV
                   DELIMITED BY SIZE INTO WRK-LINHA
               MOVE WRK-LINHA TO RECONC-RECORD
               WRITE RECONC-RECORD
               DISPLAY RECONC-RECORD
           END-IF.

       3000-LISTAR-SEM-FOLHA.
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WRK-MST-COUNT
               END-IF
           END-PERFORM.

       6000-CONFERIR-TOTAIS.
      *TOTAIS DE CONTROLE: O ARQUIVO GERADO TEM DE TER UM REGISTRO
      *POR FUNCIONARIO DO MASTER E A MESMA SOMA DE SALARIOS.
           MOVE WRK-MST-SAL-TOTAL TO WRK-SAL-TOTAL-ED-1
           MOVE WRK-PAY-SAL-TOTAL TO WRK-SAL-TOTAL-ED-2
           IF WRK-COUNT-FOLHA NOT = WRK-MST-COUNT
               OR WRK-PAY-SAL-TOTAL NOT = WRK-MST-SAL-TOTAL
               MOVE 'N' TO WRK-TOTAIS-OK
           END-IF
           MOVE SPACES TO WRK-LINHA
           IF WRK-TOTAIS-OK = 'S'
               STRING 'TOTAIS DE CONTROLE OK:    SALARIOS MASTER '
                   WRK-SAL-TOTAL-ED-1 ' FOLHA ' WRK-SAL-TOTAL-ED-2
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               STRING 'TOTAIS DE CONTROLE ERRO:  SALARIOS MASTER '
                   WRK-SAL-TOTAL-ED-1 ' FOLHA ' WRK-SAL-TOTAL-ED-2
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF
           MOVE WRK-LINHA TO RECONC-RECORD
           WRITE RECONC-RECORD
           DISPLAY RECONC-RECORD.

       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-LINHA
           STRING 'LINHAS DA FOLHA: ' WRK-COUNT-FOLHA
           STRING 'SEM MASTER: ' WRK-COUNT-SEM-MASTER
               '  SEM FOLHA: ' WRK-COUNT-SEM-FOLHA
               '  NOME DIVERGENTE: ' WRK-COUNT-NOME-DIV
               '  DADOS DIVERGENTES: ' WRK-COUNT-DADOS-DIV
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA TO RECONC-RECORD
           WRITE RECONC-RECORD
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE 'RECONCIL' TO CTL-PROGRAMA
           MOVE WRK-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'FOLHA-LIDAS' TO CTL-ITEM
           MOVE WRK-COUNT-FOLHA TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'DIVERGENCIAS' TO CTL-ITEM
           MOVE WRK-COUNT-DIVERGENCIAS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'MASTER-SALARIO' TO CTL-ITEM
           COMPUTE CTL-VALOR ROUNDED = WRK-MST-SAL-TOTAL
           WRITE CONTROLE-RECORD
           MOVE 'FOLHA-SALARIO' TO CTL-ITEM
           COMPUTE CTL-VALOR ROUNDED = WRK-PAY-SAL-TOTAL
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE.

       8000-FECHAR-ARQUIVOS.
           MOVE 'RECONCIL' TO AUD-PROGRAMA
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
