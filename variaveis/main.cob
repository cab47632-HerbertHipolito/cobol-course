      *AGORA O CADASTRO CARREGA DATA DE ADMISSAO, DATA DE
      *DESLIGAMENTO E STATUS (A=ATIVO, I=INATIVO), USADOS PELA
      *FOLHA PARA PRO-RATA E PARA PULAR INATIVOS.
      *AGORA O CADASTRO CARREGA O CENTRO DE CUSTO DO FUNCIONARIO,
      *OBRIGATORIO NA INCLUSAO E CRITICADO CONTRA A TABELA DE
      *CENTROS DE CUSTO (CCUSTO.DAT). NA ALTERACAO, CENTRO DE CUSTO
      *EM BRANCO PRESERVA O CADASTRADO.
      *AGORA O CADASTRO E A FONTE UNICA DO SALARIO E DA CONTA
      *BANCARIA (AGENCIA, CONTA E DIGITO) - O PAYROLL.DAT DA FOLHA
      *E GERADO A PARTIR DELE PELO GERAPAY. SALARIO E OBRIGATORIO
      *NA INCLUSAO; A CONTA, QUANDO INFORMADA, E CRITICADA PELO
      *MESMO MODULO 11 DA FOLHA (7768-CALCULAR-DIGITO). AS
      *TRANSACOES S (ALTERAR SALARIO) E B (ALTERAR CONTA BANCARIA)
      *TROCAM SO ESSES CAMPOS; A ALTERACAO U NAO MEXE NELES.
      *AGORA O PASSO ABRE O CONTROLE DE EXECUCAO DO JOB NOTURNO
      *(EXECUCAO.DAT): E O PRIMEIRO PASSO, ENTAO SEM EXECUCAO ABERTA
      *ABRE UMA NOVA; COM EXECUCAO ABERTA E JA CONCLUIDO NELA, E
      *PULADO COM O MESMO RC. O ID DA EXECUCAO E A TENTATIVA VAO NOS
      *REGISTROS DO AUDITORIA E DO CONTROLE.
      *AGORA OS CONTADORES DA RESCISAO (RODADA FORA DO JOB) AINDA NAO
      *CONFERIDOS PELO BALANCO FICAM NO CONTROLE.DAT DA NOITE,
      *CARIMBADOS COM O ID DA EXECUCAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVTFUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-FILE-STATUS.
      *TABELA DE CENTROS DE CUSTO (CODIGO E DESCRICAO), A MESMA
      *QUE A FOLHA USA PARA OS SUBTOTAIS E A CONTABILIZACAO.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCU-FILE-STATUS.
           SELECT MOVREG-FILE ASSIGN TO "MOVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
      *ARQUIVO DE CONTROLE DO JOB NOTURNO: CADA PASSO GRAVA SEUS
      *CONTADORES E O BALANCO.COB CONFERE AS EQUACOES NO FIM.
      *ESTE E O PRIMEIRO PASSO DO JOB, ENTAO ABRE OUTPUT E ZERA O
      *ARQUIVO DA NOITE - SO OS CONTADORES DA RESCISAO AINDA NAO
      *CONFERIDOS PASSAM PELO CTLNOVO.DAT E FICAM (VER 7110).
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-FILE-STATUS.
           SELECT CTLNOVO-FILE ASSIGN TO "CTLNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNV-FILE-STATUS.
      *CONTROLE DE EXECUCAO DOS JOBS FOLHANOT E RETBANCO: UMA LINHA POR
      *ABERTURA DE EXECUCAO, INICIO E FIM DE CADA PASSO E FECHAMENTO
      *DA EXECUCAO. SO CRESCE (OPEN EXTEND).
           SELECT EXECUCAO-FILE ASSIGN TO "EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05  EMP-ADMISSAO PIC 9(8).
           05  EMP-DESLIGAMENTO PIC 9(8).
           05  EMP-STATUS PIC X.
           05  EMP-CCUSTO PIC X(4).
           05  EMP-SALARIO PIC 9(6)V999.
           05  EMP-AGENCIA PIC X(4).
      *CONTA + DIGITO FORMAM A CONTA DE 10 POSICOES DO PAYROLL.DAT
      *E DO ARQUIVO DO BANCO.
           05  EMP-CONTA-BANCO.
               10  EMP-CONTA PIC X(9).
               10  EMP-DIGITO PIC X.
       FD  MOVIMENTO-FILE.
       01  MOVIMENTO-RECORD.
           05  MOV-TIPO PIC X.
           05  MOV-ADMISSAO PIC 9(8).
           05  MOV-DESLIGAMENTO PIC 9(8).
           05  MOV-STATUS PIC X.
           05  MOV-CCUSTO PIC X(4).
      *SALARIO E CONTA: USADOS NA INCLUSAO (A) E NAS TRANSACOES
      *S (SALARIO) E B (AGENCIA, CONTA E DIGITO).
           05  MOV-SALARIO PIC 9(6)V999.
           05  MOV-AGENCIA PIC X(4).
           05  MOV-CONTA-BANCO.
               10  MOV-CONTA PIC X(9).
               10  MOV-DIGITO PIC X.
       FD  CCUSTO-FILE.
       01  CCUSTO-RECORD.
           05  CCU-CODIGO PIC X(4).
           05  CCU-DESCRICAO PIC X(20).
       FD  MOVREG-FILE.
       01  MOVREG-RECORD PIC X(80).
       FD  AUDIT-FILE.
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
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-COUNT-REJEITADAS PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-LIDAS PIC 9(4) VALUE ZEROS.
       77  WRK-LINHA PIC X(80) VALUE SPACES.
      *CENTROS DE CUSTO VALIDOS, CARREGADOS DO CCUSTO.DAT NA
      *ABERTURA. SEM A TABELA NENHUM CENTRO DE CUSTO E ACEITO.
       01  CCU-TABLE.
           05  CCU-ENTRY OCCURS 100 TIMES INDEXED BY CCU-IDX.
               10  CCU-TAB-CODIGO PIC X(4).
               10  CCU-TAB-DESCRICAO PIC X(20).
       77  WRK-CCU-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-CCU-EOF PIC X VALUE 'N'.
       77  WRK-CCU-COUNT PIC 9(3) VALUE ZEROS.
       77  WRK-CCU-ACHADO PIC X VALUE 'N'.
      *CRITICA DA CONTA BANCARIA: MESMO MODULO 11 DA FOLHA.
       77  WRK-CTA-CONTA PIC X(10) VALUE SPACES.
       77  WRK-CTA-DV-SOMA PIC 9(5) VALUE ZEROS.
       77  WRK-CTA-DV-CALC PIC 9(2) VALUE ZEROS.
       77  WRK-CTA-DIGITO PIC 9 VALUE ZERO.
       77  WRK-CTA-I PIC 9(2) VALUE ZEROS.
       77  WRK-CTA-RESTO PIC 9(2) VALUE ZEROS.
      *DETALHE DA TRANSACAO S/B NO MOVREG (VALOR ANTERIOR E NOVO).
       77  WRK-DETALHE PIC X(30) VALUE SPACES.
       77  WRK-SAL-ANT-ED PIC ZZZZZ9,999.
       77  WRK-SAL-NOVO-ED PIC ZZZZZ9,999.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'EMPMAST'.
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
      *CONTADORES DA RESCISAO QUE ATRAVESSAM A ABERTURA DO
      *CONTROLE.DAT DA NOITE.
       77  WRK-CTL-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-CNV-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-CTL-EOF PIC X VALUE 'N'.
       77  WRK-CTL-RESCISAO PIC 9(4) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-AUD-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-ABRIR-PASSO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-PROCESSAR-MOVIMENTO
               UNTIL WRK-EOF-MOVIMENTO = 'S'
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
      *PASSO QUE COMECOU E NAO CONCLUIU E REINICIADO. O CONTROLE.DAT
      *E O MOVREG.DAT JA SAO RECRIADOS POR ESTE PASSO (OPEN OUTPUT).
           IF WRK-EXE-ULT-EVENTO NOT = SPACE
               DISPLAY 'PASSO ' WRK-EXE-PROGRAMA ' REINICIADO NA '
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

       1000-ABRIR-ARQUIVOS.
           OPEN I-O EMPLOYEE-MASTER
           IF WRK-FILE-STATUS = '35'
               CLOSE EMPLOYEE-MASTER
               OPEN I-O EMPLOYEE-MASTER
           END-IF
           PERFORM 1050-CARREGAR-CCUSTO
           OPEN INPUT MOVIMENTO-FILE
           IF WRK-MOV-FILE-STATUS = '35'
               DISPLAY 'MOVTFUNC.DAT NAO ENCONTRADO - NADA A FAZER'
               PERFORM 1100-LER-MOVIMENTO
           END-IF.

       1050-CARREGAR-CCUSTO.
           MOVE ZERO TO WRK-CCU-COUNT
           MOVE 'N' TO WRK-CCU-EOF
           OPEN INPUT CCUSTO-FILE
           IF WRK-CCU-FILE-STATUS = '35'
               DISPLAY 'CCUSTO.DAT NAO ENCONTRADO - INCLUSOES E '
                   'TROCAS DE CENTRO DE CUSTO SERAO REJEITADAS'
           ELSE
               PERFORM UNTIL WRK-CCU-EOF = 'S'
                   READ CCUSTO-FILE
                       AT END
                           MOVE 'S' TO WRK-CCU-EOF
                       NOT AT END
                           IF WRK-CCU-COUNT >= 100
                               DISPLAY 'MAIS DE 100 CENTROS DE CUSTO '
                                   '- CCU-TABLE CHEIA'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WRK-CCU-COUNT
                           SET CCU-IDX TO WRK-CCU-COUNT
                           MOVE CCU-CODIGO TO CCU-TAB-CODIGO(CCU-IDX)
                           MOVE CCU-DESCRICAO TO
                               CCU-TAB-DESCRICAO(CCU-IDX)
                   END-READ
               END-PERFORM
               CLOSE CCUSTO-FILE
           END-IF.

       1100-LER-MOVIMENTO.
           READ MOVIMENTO-FILE
               AT END MOVE 'S' TO WRK-EOF-MOVIMENTO
       2000-PROCESSAR-MOVIMENTO.
           ADD 1 TO WRK-COUNT-LIDAS
           MOVE SPACES TO WRK-MOTIVO
           MOVE SPACES TO WRK-DETALHE
           EVALUATE MOV-TIPO
               WHEN 'A'
                   PERFORM 3000-INCLUIR-FUNCIONARIO
                   PERFORM 4000-ALTERAR-FUNCIONARIO
               WHEN 'D'
                   PERFORM 5000-EXCLUIR-FUNCIONARIO
               WHEN 'S'
                   PERFORM 4500-ALTERAR-SALARIO
               WHEN 'B'
                   PERFORM 4600-ALTERAR-CONTA
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WRK-MOTIVO
           END-EVALUATE
           IF WRK-MOTIVO = SPACES
               PERFORM 1300-VALIDAR-STATUS
           END-IF
           IF WRK-MOTIVO = SPACES
               IF MOV-CCUSTO = SPACES
                   MOVE 'CENTRO DE CUSTO OBRIGATORIO' TO WRK-MOTIVO
               ELSE
                   PERFORM 1400-VALIDAR-CCUSTO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM 1450-VALIDAR-SALARIO
           END-IF
           IF WRK-MOTIVO = SPACES
               AND (MOV-AGENCIA NOT = SPACES
                   OR MOV-CONTA-BANCO NOT = SPACES)
               PERFORM 1500-VALIDAR-CONTA
           END-IF
           IF WRK-MOTIVO = SPACES
               MOVE MOV-ID TO EMP-ID
               READ EMPLOYEE-MASTER
               MOVE 'STATUS INVALIDO' TO WRK-MOTIVO
           END-IF.

       1400-VALIDAR-CCUSTO.
           MOVE 'N' TO WRK-CCU-ACHADO
           PERFORM VARYING CCU-IDX FROM 1 BY 1
               UNTIL CCU-IDX > WRK-CCU-COUNT
               IF CCU-TAB-CODIGO(CCU-IDX) = MOV-CCUSTO
                   MOVE 'S' TO WRK-CCU-ACHADO
               END-IF
           END-PERFORM
           IF WRK-CCU-ACHADO NOT = 'S'
               MOVE 'CENTRO DE CUSTO INVALIDO' TO WRK-MOTIVO
           END-IF.

       1450-VALIDAR-SALARIO.
      *O TESTE IS NUMERIC COBRE O CAMPO DIGITADO EM ESPACOS.
           IF MOV-SALARIO IS NOT NUMERIC OR MOV-SALARIO = ZEROS
               MOVE 'SALARIO INVALIDO' TO WRK-MOTIVO
           END-IF.

       1500-VALIDAR-CONTA.
      *AGENCIA DE 4 DIGITOS; CONTA DE 9 DIGITOS MAIS O DIGITO
      *VERIFICADOR, CONFERIDO PELO MESMO MODULO 11 QUE A FOLHA USA
      *NO CONTAVAL - CONTA ACEITA AQUI NAO E REJEITADA LA.
           MOVE MOV-CONTA-BANCO TO WRK-CTA-CONTA
           EVALUATE TRUE
               WHEN MOV-AGENCIA IS NOT NUMERIC
                   OR MOV-AGENCIA = '0000'
                   MOVE 'AGENCIA INVALIDA' TO WRK-MOTIVO
               WHEN WRK-CTA-CONTA = SPACES
                   OR WRK-CTA-CONTA = '0000000000'
                   MOVE 'CONTA EM BRANCO/ZERADA' TO WRK-MOTIVO
               WHEN WRK-CTA-CONTA IS NOT NUMERIC
                   MOVE 'CONTA NAO NUMERICA' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM 1510-CALCULAR-DIGITO
                   MOVE WRK-CTA-CONTA(10:1) TO WRK-CTA-DIGITO
                   IF WRK-CTA-DV-CALC NOT = WRK-CTA-DIGITO
                       MOVE 'DIGITO VERIFICADOR INVALIDO'
                           TO WRK-MOTIVO
                   END-IF
           END-EVALUATE.

       1510-CALCULAR-DIGITO.
      *MODULO 11: DIGITOS 1 A 9 COM PESOS 10 A 2, DV = 11 MENOS O
      *RESTO DA SOMA POR 11 (RESULTADO 10 OU 11 VIRA DV ZERO).
           MOVE ZERO TO WRK-CTA-DV-SOMA
           PERFORM VARYING WRK-CTA-I FROM 1 BY 1
               UNTIL WRK-CTA-I > 9
               MOVE WRK-CTA-CONTA(WRK-CTA-I:1) TO WRK-CTA-DIGITO
               COMPUTE WRK-CTA-DV-SOMA = WRK-CTA-DV-SOMA
                   + (WRK-CTA-DIGITO * (11 - WRK-CTA-I))
           END-PERFORM
           DIVIDE WRK-CTA-DV-SOMA BY 11 GIVING WRK-CTA-RESTO
               REMAINDER WRK-CTA-RESTO
           COMPUTE WRK-CTA-DV-CALC = 11 - WRK-CTA-RESTO
           IF WRK-CTA-DV-CALC > 9
               MOVE ZERO TO WRK-CTA-DV-CALC
           END-IF.

       3100-MONTAR-DATAS-STATUS.
      *ADMISSAO EM BRANCO NO MOVIMENTO VIRA A DATA DE HOJE;
      *STATUS EM BRANCO VIRA ATIVO. O TESTE IS NUMERIC COBRE O
               MOVE 'A' TO EMP-STATUS
           ELSE
               MOVE MOV-STATUS TO EMP-STATUS
           END-IF
           MOVE MOV-CCUSTO TO EMP-CCUSTO
           MOVE MOV-SALARIO TO EMP-SALARIO
           IF MOV-AGENCIA = SPACES AND MOV-CONTA-BANCO = SPACES
               MOVE SPACES TO EMP-AGENCIA
               MOVE SPACES TO EMP-CONTA-BANCO
           ELSE
               MOVE MOV-AGENCIA TO EMP-AGENCIA
               MOVE MOV-CONTA-BANCO TO EMP-CONTA-BANCO
           END-IF.

       4000-ALTERAR-FUNCIONARIO.
           IF WRK-MOTIVO = SPACES
               PERFORM 1300-VALIDAR-STATUS
           END-IF
           IF WRK-MOTIVO = SPACES AND MOV-CCUSTO NOT = SPACES
               PERFORM 1400-VALIDAR-CCUSTO
           END-IF
           IF WRK-MOTIVO = SPACES
               MOVE MOV-ID TO EMP-ID
               READ EMPLOYEE-MASTER
           END-IF
           IF MOV-STATUS NOT = SPACE
               MOVE MOV-STATUS TO EMP-STATUS
           END-IF
           IF MOV-CCUSTO NOT = SPACES
               MOVE MOV-CCUSTO TO EMP-CCUSTO
           END-IF.

       4500-ALTERAR-SALARIO.
           PERFORM 1450-VALIDAR-SALARIO
           IF WRK-MOTIVO = SPACES
               MOVE MOV-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'ID NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
               IF WRK-MOTIVO = SPACES
                   MOVE EMP-SALARIO TO WRK-SAL-ANT-ED
                   MOVE MOV-SALARIO TO WRK-SAL-NOVO-ED
                   STRING 'DE ' WRK-SAL-ANT-ED ' PARA '
                       WRK-SAL-NOVO-ED
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE MOV-SALARIO TO EMP-SALARIO
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE 'ERRO NA REGRAVACAO' TO WRK-MOTIVO
                   END-REWRITE
               END-IF
           END-IF.

       4600-ALTERAR-CONTA.
           PERFORM 1500-VALIDAR-CONTA
           IF WRK-MOTIVO = SPACES
               MOVE MOV-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'ID NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
               IF WRK-MOTIVO = SPACES
                   STRING 'AG ' MOV-AGENCIA ' CONTA ' MOV-CONTA
                       '-' MOV-DIGITO
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE MOV-AGENCIA TO EMP-AGENCIA
                   MOVE MOV-CONTA-BANCO TO EMP-CONTA-BANCO
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE 'ERRO NA REGRAVACAO' TO WRK-MOTIVO
                   END-REWRITE
               END-IF
           END-IF.

       5000-EXCLUIR-FUNCIONARIO.
       6000-GRAVAR-APLICADA.
           MOVE SPACES TO WRK-LINHA
           STRING 'APLICADA:  ' MOV-TIPO ' ' MOV-ID ' ' MOV-NOME
               ' ' MOV-CCUSTO ' ' WRK-DETALHE
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA TO MOVREG-RECORD
           WRITE MOVREG-RECORD
                   MOVE 'ALTERADO' TO WRK-AUD-RESULTADO
               WHEN 'D'
                   MOVE 'EXCLUIDO' TO WRK-AUD-RESULTADO
               WHEN 'S'
                   MOVE 'SALARIO ALTERADO' TO WRK-AUD-RESULTADO
               WHEN 'B'
                   MOVE 'CONTA BANCARIA ALTERADA'
                       TO WRK-AUD-RESULTADO
           END-EVALUATE.

       6100-GRAVAR-REJEITADA.
           DISPLAY MOVREG-RECORD.

       7100-GRAVAR-CONTROLE.
           PERFORM 7110-GUARDAR-RESCISAO
           OPEN OUTPUT CONTROLE-FILE
           IF WRK-CTL-RESCISAO > 0
               PERFORM 7120-DEVOLVER-RESCISAO
           END-IF
           MOVE 'EMPMAST' TO CTL-PROGRAMA
           MOVE WRK-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'TRANS-LIDAS' TO CTL-ITEM
           MOVE WRK-COUNT-LIDAS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE.

       7110-GUARDAR-RESCISAO.
      *A RESCISAO RODA FORA DO JOB E ACRESCENTA SEUS CONTADORES AO
      *CONTROLE.DAT. OS AINDA NAO CONFERIDOS (SEM EXECUCAO) E OS JA
      *CARIMBADOS NESTA EXECUCAO (REINICIO DO PASSO) PASSAM PELO
      *CTLNOVO.DAT COM O ID DA EXECUCAO, PARA O BALANCO DESTA NOITE
      *CONFERIR; OS DE EXECUCOES ANTERIORES JA FORAM CONFERIDOS E
      *SAEM COM O RESTO DO ARQUIVO.
           MOVE ZEROS TO WRK-CTL-RESCISAO
           MOVE 'N' TO WRK-CTL-EOF
           OPEN INPUT CONTROLE-FILE
           IF WRK-CTL-FILE-STATUS = '35'
               MOVE 'S' TO WRK-CTL-EOF
           ELSE
               OPEN OUTPUT CTLNOVO-FILE
           END-IF
           PERFORM UNTIL WRK-CTL-EOF = 'S'
               READ CONTROLE-FILE
                   AT END
                       MOVE 'S' TO WRK-CTL-EOF
                   NOT AT END
                       IF CTL-PROGRAMA = 'RESCISAO'
                           AND (CTL-EXECUCAO = SPACES
                             OR CTL-EXECUCAO = WRK-EXE-EXECUCAO)
                           MOVE WRK-EXE-EXECUCAO TO CTL-EXECUCAO
                           MOVE CONTROLE-RECORD TO CTLNOVO-RECORD
                           WRITE CTLNOVO-RECORD
                           ADD 1 TO WRK-CTL-RESCISAO
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CTL-FILE-STATUS NOT = '35'
               CLOSE CONTROLE-FILE
               CLOSE CTLNOVO-FILE
           END-IF.

       7120-DEVOLVER-RESCISAO.
           MOVE 'N' TO WRK-CTL-EOF
           OPEN INPUT CTLNOVO-FILE
           PERFORM UNTIL WRK-CTL-EOF = 'S'
               READ CTLNOVO-FILE
                   AT END
                       MOVE 'S' TO WRK-CTL-EOF
                   NOT AT END
                       MOVE CTLNOVO-RECORD TO CONTROLE-RECORD
                       WRITE CONTROLE-RECORD
               END-READ
           END-PERFORM
           CLOSE CTLNOVO-FILE
           DISPLAY 'CONTROLE.DAT: ' WRK-CTL-RESCISAO
               ' CONTADOR(ES) DA RESCISAO MANTIDO(S)'.

       8000-FECHAR-ARQUIVOS.
           CLOSE EMPLOYEE-MASTER
           IF WRK-MOV-FILE-STATUS NOT = '35'
           MOVE 'VARIAVEIS' TO AUD-PROGRAMA
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
