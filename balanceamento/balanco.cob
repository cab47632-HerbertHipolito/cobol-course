      *  SOMA DO BANCO.DAT = TOTAL LIQUIDO DO REGISTER
      *GRAVA O RELATORIO BALANCO.DAT E TERMINA COM RC=8 EM QUALQUER
      *DIFERENCA, PARA O OPERADOR SER ACIONADO ANTES DO EXPEDIENTE.
      *AGORA CONFERE TAMBEM OS ENCARGOS DA EMPRESA: OS PARES DE
      *ENCARGO DO CONTABIL.DAT TEM DE BATER ENTRE SI E COM O
      *ENC-TOTAL DA FOLHA (E DA RESCISAO, QUANDO ELA LANCOU), E A
      *GUIA FGTS.DAT TEM DE BATER COM O TRAILER E COM O ENC-FGTS. AS
      *DESPESAS DE FGTS, INSS PATRONAL E RAT SAO RECONHECIDAS PELAS
      *CONTAS 31107001, 31108001 E 31109001.
      *AGORA CONFERE OS CENTROS DE CUSTO: CADA CENTRO DE CUSTO DA
      *FOLHA NO CONTABIL.DAT TEM DE FECHAR DEBITOS = CREDITOS, E A
      *SOMA DOS CENTROS DE CUSTO (LIQUIDO, ENCARGOS, FUNCIONARIOS E
      *BRUTO) TEM DE BATER COM OS TOTAIS DA EMPRESA NO CONTROLE.
      *AGORA CONFERE A GERACAO DO PAYROLL.DAT A PARTIR DO MASTER: O
      *GERAPAY GRAVOU UM REGISTRO POR FUNCIONARIO LIDO, E O RECONCIL
      *LEU O MESMO ARQUIVO COM A MESMA SOMA DE SALARIOS.
      *AGORA CONFERE A MANUTENCAO DO CADASTRO DE ALUNOS (ALUNMAST):
      *TRANSACOES LIDAS = APLICADAS + REJEITADAS.
      *AGORA SO CONFERE OS CONTADORES DO CONTROLE.DAT GRAVADOS NA
      *EXECUCAO CORRENTE DO JOB (EXECUCAO.DAT) - OS SEM EXECUCAO, DE
      *PROGRAMA RODADO FORA DO JOB COMO A RESCISAO, CONTINUAM
      *VALENDO. RODA DE NOVO EM TODA SUBMISSAO DO JOB E GRAVA O ID DA
      *EXECUCAO E A TENTATIVA NO AUDITORIA.
      *AGORA SOMA OS CONTADORES DA RESCISAO QUE RODOU MAIS DE UMA VEZ
      *DESDE O ULTIMO BALANCO E IGNORA OS LANCAMENTOS DO CONTABIL.DAT
      *CARIMBADOS COM OUTRA EXECUCAO DO JOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT CONTABIL-FILE ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTB-FILE-STATUS.
      *GUIA DE RECOLHIMENTO DO FGTS GERADA PELA FOLHA (H/D/T).
           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGT-FILE-STATUS.
           SELECT BALANCO-FILE ASSIGN TO "BALANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
      *CONTROLE DE EXECUCAO DOS JOBS FOLHANOT E RETBANCO: UMA LINHA POR
      *ABERTURA DE EXECUCAO, INICIO E FIM DE CADA PASSO E FECHAMENTO
      *DA EXECUCAO. SO CRESCE (OPEN EXTEND).
           SELECT EXECUCAO-FILE ASSIGN TO "EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
           05  CTL-PROGRAMA PIC X(10).
           05  CTL-ITEM PIC X(20).
           05  CTL-VALOR PIC 9(10)V99.
      *EXECUCAO DO JOB E TENTATIVA DO PASSO QUE GRAVOU.
           05  CTL-EXECUCAO PIC X(14).
           05  CTL-TENTATIVA PIC 9(2).
       FD  RESULT-FILE.
       01  RESULT-RECORD PIC X(100).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD PIC X(100).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD PIC X(800).
      *O BANCO.DAT SEGUE O LAYOUT DE REMESSA DO BANCO - NA SOMA SO
      *ENTRAM OS DETALHES (D); HEADER E TRAILER SAO PULADOS.
       FD  BANK-FILE.
           05  CTB-CONTA PIC X(8).
           05  CTB-DESCRICAO PIC X(20).
           05  CTB-VALOR PIC 9(10)V99.
           05  CTB-CCUSTO PIC X(4).
      *EXECUCAO DO JOB EM QUE O LANCAMENTO ENTROU NO CONTABIL.DAT.
           05  CTB-EXECUCAO PIC X(14).
      *NA SOMA SO ENTRAM OS DETALHES (D); O TRAILER (T) E GUARDADO
      *PARA CONFERIR CONTRA A SOMA.
       FD  FGTS-FILE.
       01  FGTS-RECORD.
           05  FGT-TIPO PIC X.
           05  FGT-DADOS PIC X(60).
           05  FGT-DADOS-DETALHE REDEFINES FGT-DADOS.
               10  FGT-SEQUENCIA PIC 9(6).
               10  FGT-EMP-ID PIC X(5).
               10  FGT-NOME PIC X(20).
               10  FGT-BASE PIC 9(8)V99.
               10  FGT-VALOR PIC 9(8)V99.
               10  FILLER PIC X(9).
           05  FGT-DADOS-TRAILER REDEFINES FGT-DADOS.
               10  FGT-QTD PIC 9(6).
               10  FGT-TOTAL-BASE PIC 9(10)V99.
               10  FGT-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(30).
       FD  BALANCO-FILE.
       01  BALANCO-RECORD PIC X(100).
       FD  AUDIT-FILE.
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
       WORKING-STORAGE SECTION.
       01  CTL-TABLE.
           05  CTL-ENTRY OCCURS 99 TIMES INDEXED BY CTL-IDX.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-EOF-GERAL PIC X VALUE 'N'.
       77  WRK-CTL-COUNT PIC 9(2) VALUE ZEROS.
       77  WRK-CTL-OUTRAS PIC 9(4) VALUE ZEROS.
       77  WRK-CTL-ACHADO PIC X VALUE 'N'.
       77  WRK-CTB-OUTRAS PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-ERROS PIC 9(3) VALUE ZEROS.
       77  WRK-B-PROGRAMA PIC X(10) VALUE SPACES.
       77  WRK-B-ITEM PIC X(20) VALUE SPACES.
      *CONTA DO LIQUIDO A PAGAR - TEM DE CASAR COM O PLANO DE
      *CONTAS FIXO DA FOLHA (WRK-CTA-LIQUIDO DO PAYROLL).
       77  WRK-CTA-LIQUIDO PIC X(8) VALUE '21103001'.
      *ENCARGOS DA EMPRESA NO CONTABIL.DAT: DEBITOS NAS CONTAS DE
      *DESPESA DE ENCARGO E CREDITOS NOS PASSIVOS DE ENCARGO,
      *SEPARADOS ENTRE A FOLHA E A RESCISAO (TIPO DE RUN R). AS
      *CONTAS TEM DE CASAR COM O PLANO DE CONTAS DA FOLHA E NAO
      *PODEM REPETIR AS CONTAS DOS EVENTOS DO DEPARA.DAT.
       77  WRK-CTB-ENC-DEB PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CTB-ENC-CRED PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CTB-ENC-DEB-R PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CTB-ENC-CRED-R PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CTA-DESP-FGTS PIC X(8) VALUE '31107001'.
       77  WRK-CTA-DESP-INSS-EMP PIC X(8) VALUE '31108001'.
       77  WRK-CTA-DESP-RAT PIC X(8) VALUE '31109001'.
       77  WRK-CTA-DESP-TERC PIC X(8) VALUE '31105001'.
       77  WRK-CTA-DESP-MULTA PIC X(8) VALUE '31106001'.
       77  WRK-CTA-FGTS PIC X(8) VALUE '21104001'.
       77  WRK-CTA-INSS-EMPRESA PIC X(8) VALUE '21102002'.
       77  WRK-FGT-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-FGT-PRESENTE PIC X VALUE 'N'.
       77  WRK-FGT-LINHAS PIC 9(6) VALUE ZEROS.
       77  WRK-FGT-SOMA PIC 9(10)V99 VALUE ZEROS.
       77  WRK-FGT-TRAILER PIC 9(10)V99 VALUE ZEROS.
       77  WRK-DESCRICAO PIC X(50) VALUE SPACES.
       77  WRK-VALOR-ED-1 PIC Z(9)9,99 VALUE ZEROS.
       77  WRK-VALOR-ED-2 PIC Z(9)9,99 VALUE ZEROS.
       77  WRK-LINHA PIC X(100) VALUE SPACES.
      *LANCAMENTOS DA FOLHA (TIPO DE RUN DIFERENTE DE R) SOMADOS POR
      *CENTRO DE CUSTO. CODIGO EM BRANCO = SEM CENTRO DE CUSTO.
       01  CCB-TABLE.
           05  CCB-ENTRY OCCURS 100 TIMES INDEXED BY CCB-IDX CCB-JDX.
               10  CCB-TAB-CODIGO PIC X(4).
               10  CCB-TAB-DEBITOS PIC 9(10)V99.
               10  CCB-TAB-CREDITOS PIC 9(10)V99.
               10  CCB-TAB-LIQUIDO PIC 9(10)V99.
               10  CCB-TAB-ENCARGOS PIC 9(10)V99.
       77  WRK-CCB-COUNT PIC 9(3) VALUE ZEROS.
       77  WRK-CCB-ACHADO PIC X VALUE 'N'.
       77  WRK-CCB-NOME PIC X(6) VALUE SPACES.
       77  WRK-CCB-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CCB-ENCARGOS PIC 9(10)V99 VALUE ZEROS.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-EXE-EOF PIC X VALUE 'N'.
       77  WRK-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WRK-EXE-PROGRAMA PIC X(10) VALUE 'BALANCO'.
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
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-ABRIR-PASSO
           PERFORM 1000-CARREGAR-CONTROLE
           PERFORM 1200-CONTAR-RESULT
           PERFORM 1300-CONTAR-EXCECOES
           PERFORM 1350-CONTAR-REGISTER
           PERFORM 1400-SOMAR-BANCO
           PERFORM 1450-SOMAR-CONTABIL
           PERFORM 1460-SOMAR-FGTS
           OPEN OUTPUT BALANCO-FILE
           MOVE SPACES TO WRK-LINHA
           STRING 'BALANCO DO JOB NOTURNO - DATA: ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           IF WRK-EXE-EXECUCAO NOT = SPACES
               MOVE SPACES TO WRK-LINHA
               STRING 'EXECUCAO: ' WRK-EXE-EXECUCAO
                   '  TENTATIVA: ' WRK-EXE-TENTATIVA
                   DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 7900-GRAVAR-LINHA
           END-IF
           PERFORM 2000-CONFERIR-EMPMAST
           PERFORM 2100-CONFERIR-GERAPAY
           PERFORM 2500-CONFERIR-STUSORT
           PERFORM 2600-CONFERIR-ALUNMAST
           PERFORM 3000-CONFERIR-GRADRUN
           PERFORM 4000-CONFERIR-FOLHA
           PERFORM 4500-CONFERIR-CONTABIL
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

       1000-CARREGAR-CONTROLE.
           MOVE ZERO TO WRK-CTL-COUNT
           MOVE 'N' TO WRK-EOF-GERAL
                       AT END
                           MOVE 'S' TO WRK-EOF-GERAL
                       NOT AT END
                           PERFORM 1100-GUARDAR-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-FILE
           END-IF
           IF WRK-CTL-OUTRAS > 0
               DISPLAY 'CONTROLE.DAT: ' WRK-CTL-OUTRAS
                   ' REGISTRO(S) DE OUTRA EXECUCAO IGNORADO(S)'
           END-IF.

       1100-GUARDAR-CONTROLE.
      *DENTRO DO JOB SO VALEM OS CONTADORES DA EXECUCAO CORRENTE E OS
      *SEM EXECUCAO (PROGRAMA RODADO FORA DO JOB, COMO A RESCISAO).
      *OS DE EXECUCOES ANTERIORES SAO CONTADOS E IGNORADOS.
           IF WRK-EXE-EXECUCAO NOT = SPACES
               AND CTL-EXECUCAO NOT = SPACES
               AND CTL-EXECUCAO NOT = WRK-EXE-EXECUCAO
               ADD 1 TO WRK-CTL-OUTRAS
           ELSE
               MOVE 'N' TO WRK-CTL-ACHADO
               IF CTL-PROGRAMA = 'RESCISAO'
                   PERFORM 1110-ACUMULAR-RESCISAO
               END-IF
               IF WRK-CTL-ACHADO = 'N'
                   IF WRK-CTL-COUNT >= 99
                       DISPLAY 'CTL-TABLE CHEIA'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-CTL-COUNT
                   SET CTL-IDX TO WRK-CTL-COUNT
                   MOVE CTL-PROGRAMA TO CTL-TAB-PROGRAMA(CTL-IDX)
                   MOVE CTL-ITEM TO CTL-TAB-ITEM(CTL-IDX)
                   MOVE CTL-VALOR TO CTL-TAB-VALOR(CTL-IDX)
               END-IF
           END-IF.

       1110-ACUMULAR-RESCISAO.
      *A RESCISAO PODE TER RODADO MAIS DE UMA VEZ DESDE O ULTIMO
      *BALANCO (CADA RUN PAGA SO OS DESLIGADOS NOVOS): OS CONTADORES
      *DELA SE SOMAM, COMO OS LANCAMENTOS NO CONTABIL.DAT.
           PERFORM VARYING CTL-IDX FROM 1 BY 1
               UNTIL CTL-IDX > WRK-CTL-COUNT
               OR WRK-CTL-ACHADO = 'S'
               IF CTL-TAB-PROGRAMA(CTL-IDX) = CTL-PROGRAMA
                   AND CTL-TAB-ITEM(CTL-IDX) = CTL-ITEM
                   MOVE 'S' TO WRK-CTL-ACHADO
                   ADD CTL-VALOR TO CTL-TAB-VALOR(CTL-IDX)
               END-IF
           END-PERFORM.

       1200-CONTAR-RESULT.
           MOVE ZERO TO WRK-RES-LINHAS
           MOVE 'N' TO WRK-EOF-GERAL
      *DETALHE AS LINHAS QUE COMECAM COM O EMP-ID DE 5 POSICOES -
      *FICAM DE FORA O CABECALHO DO RUN (FOLHA - ...), AS LINHAS DE
      *REEMISSAO, O TOTAL GERAL, O CABECALHO DA SECAO DE AJUSTES E
      *AS LINHAS PULADO:/PRO-RATA: E A SECAO DE SUBTOTAIS POR
      *CENTRO DE CUSTO (CCUSTO ...).
           MOVE ZERO TO WRK-REG-LINHAS
           MOVE 'N' TO WRK-EOF-GERAL
           OPEN INPUT REGISTER-FILE
                                   'PULADO:'
                               AND REGISTER-RECORD(1:9) NOT =
                                   'PRO-RATA:'
                               AND REGISTER-RECORD(1:7) NOT =
                                   'CCUSTO '
                               AND REGISTER-RECORD NOT = SPACES
                               ADD 1 TO WRK-REG-LINHAS
                           END-IF
           MOVE ZERO TO WRK-CTB-DEBITOS
           MOVE ZERO TO WRK-CTB-CREDITOS
           MOVE ZERO TO WRK-CTB-LIQUIDO
           MOVE ZERO TO WRK-CTB-ENC-DEB
           MOVE ZERO TO WRK-CTB-ENC-CRED
           MOVE ZERO TO WRK-CTB-ENC-DEB-R
           MOVE ZERO TO WRK-CTB-ENC-CRED-R
           MOVE ZERO TO WRK-CCB-COUNT
           MOVE ZERO TO WRK-CTB-OUTRAS
           MOVE 'N' TO WRK-CTB-PRESENTE
           MOVE 'N' TO WRK-EOF-GERAL
           OPEN INPUT CONTABIL-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF-GERAL
                       NOT AT END
                           PERFORM 1452-SOMAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE CONTABIL-FILE
           END-IF
           IF WRK-CTB-OUTRAS > 0
               DISPLAY 'CONTABIL.DAT: ' WRK-CTB-OUTRAS
                   ' LANCAMENTO(S) DE OUTRA EXECUCAO IGNORADO(S)'
           END-IF.

       1452-SOMAR-LANCAMENTO.
      *COMO NO CONTROLE.DAT, DENTRO DO JOB SO CONTAM OS LANCAMENTOS
      *DA EXECUCAO CORRENTE E OS SEM EXECUCAO (RESCISAO AINDA NAO
      *PASSADA PELA FOLHA). OS DE EXECUCOES ANTERIORES - FOLHA QUE
      *NAO RODOU NESTA - SAO CONTADOS E IGNORADOS.
           IF WRK-EXE-EXECUCAO NOT = SPACES
               AND CTB-EXECUCAO NOT = SPACES
               AND CTB-EXECUCAO NOT = WRK-EXE-EXECUCAO
               ADD 1 TO WRK-CTB-OUTRAS
           ELSE
               IF CTB-DC = 'D'
                   ADD CTB-VALOR TO WRK-CTB-DEBITOS
               ELSE
                   ADD CTB-VALOR TO WRK-CTB-CREDITOS
               END-IF
               IF CTB-DC = 'C'
                   AND CTB-CONTA = WRK-CTA-LIQUIDO
                   ADD CTB-VALOR TO WRK-CTB-LIQUIDO
               END-IF
               PERFORM 1455-SOMAR-ENCARGO
               IF CTB-TIPO-RUN NOT = 'R'
                   PERFORM 1457-SOMAR-CCUSTO
               END-IF
           END-IF.

       1455-SOMAR-ENCARGO.
           IF CTB-DC = 'D'
               AND (CTB-CONTA = WRK-CTA-DESP-FGTS
                 OR CTB-CONTA = WRK-CTA-DESP-INSS-EMP
                 OR CTB-CONTA = WRK-CTA-DESP-RAT
                 OR CTB-CONTA = WRK-CTA-DESP-TERC
                 OR CTB-CONTA = WRK-CTA-DESP-MULTA)
               IF CTB-TIPO-RUN = 'R'
                   ADD CTB-VALOR TO WRK-CTB-ENC-DEB-R
               ELSE
                   ADD CTB-VALOR TO WRK-CTB-ENC-DEB
               END-IF
           END-IF
           IF CTB-DC = 'C'
               AND (CTB-CONTA = WRK-CTA-FGTS
                 OR CTB-CONTA = WRK-CTA-INSS-EMPRESA)
               IF CTB-TIPO-RUN = 'R'
                   ADD CTB-VALOR TO WRK-CTB-ENC-CRED-R
               ELSE
                   ADD CTB-VALOR TO WRK-CTB-ENC-CRED
               END-IF
           END-IF.

       1457-SOMAR-CCUSTO.
           MOVE 'N' TO WRK-CCB-ACHADO
           PERFORM VARYING CCB-JDX FROM 1 BY 1
               UNTIL CCB-JDX > WRK-CCB-COUNT
               IF CCB-TAB-CODIGO(CCB-JDX) = CTB-CCUSTO
                   MOVE 'S' TO WRK-CCB-ACHADO
                   SET CCB-IDX TO CCB-JDX
               END-IF
           END-PERFORM
           IF WRK-CCB-ACHADO = 'N'
               IF WRK-CCB-COUNT >= 100
                   DISPLAY 'CCB-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CCB-COUNT
               SET CCB-IDX TO WRK-CCB-COUNT
               INITIALIZE CCB-ENTRY(CCB-IDX)
               MOVE CTB-CCUSTO TO CCB-TAB-CODIGO(CCB-IDX)
           END-IF
           IF CTB-DC = 'D'
               ADD CTB-VALOR TO CCB-TAB-DEBITOS(CCB-IDX)
               IF CTB-CONTA = WRK-CTA-DESP-FGTS
                   OR CTB-CONTA = WRK-CTA-DESP-INSS-EMP
                   OR CTB-CONTA = WRK-CTA-DESP-RAT
                   OR CTB-CONTA = WRK-CTA-DESP-TERC
                   ADD CTB-VALOR TO CCB-TAB-ENCARGOS(CCB-IDX)
               END-IF
           ELSE
               ADD CTB-VALOR TO CCB-TAB-CREDITOS(CCB-IDX)
               IF CTB-CONTA = WRK-CTA-LIQUIDO
                   ADD CTB-VALOR TO CCB-TAB-LIQUIDO(CCB-IDX)
               END-IF
           END-IF.

       1460-SOMAR-FGTS.
           MOVE ZERO TO WRK-FGT-LINHAS
           MOVE ZERO TO WRK-FGT-SOMA
           MOVE ZERO TO WRK-FGT-TRAILER
           MOVE 'N' TO WRK-FGT-PRESENTE
           MOVE 'N' TO WRK-EOF-GERAL
           OPEN INPUT FGTS-FILE
           IF WRK-FGT-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-FGT-PRESENTE
               PERFORM UNTIL WRK-EOF-GERAL = 'S'
                   READ FGTS-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF-GERAL
                       NOT AT END
                           IF FGT-TIPO = 'D'
                               ADD 1 TO WRK-FGT-LINHAS
                               ADD FGT-VALOR TO WRK-FGT-SOMA
                           END-IF
                           IF FGT-TIPO = 'T'
                               MOVE FGT-TOTAL TO WRK-FGT-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-FILE
           END-IF.

       1500-BUSCAR-CONTROLE.
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS.

       2100-CONFERIR-GERAPAY.
           MOVE 'GERAPAY' TO WRK-B-PROGRAMA
           MOVE 'MASTER-LIDOS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE 'PAYROLL-GRAVADOS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE WRK-B-VALOR TO WRK-V3
           MOVE 'GERACAO: MASTER LIDOS = PAYROLL GRAVADOS'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE WRK-V3 TO WRK-V1
           MOVE 'RECONCIL' TO WRK-B-PROGRAMA
           MOVE 'FOLHA-LIDAS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE 'RECONCIL LEU O PAYROLL QUE FOI GERADO'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'GERAPAY' TO WRK-B-PROGRAMA
           MOVE 'SALARIO-TOTAL' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE 'RECONCIL' TO WRK-B-PROGRAMA
           MOVE 'FOLHA-SALARIO' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE 'SALARIOS GERADOS = SALARIOS CONFERIDOS'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS.

       2500-CONFERIR-STUSORT.
           MOVE 'STUSORT' TO WRK-B-PROGRAMA
           MOVE 'ALUNOS-LIDOS' TO WRK-B-ITEM
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS.

       2600-CONFERIR-ALUNMAST.
           MOVE 'ALUNMAST' TO WRK-B-PROGRAMA
           MOVE 'TRANS-LIDAS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE 'TRANS-APLICADAS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE 'TRANS-REJEITADAS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           ADD WRK-B-VALOR TO WRK-V2
           MOVE 'CADASTRO DE ALUNOS: LIDAS = APLICADAS + REJEITADAS'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS.

       3000-CONFERIR-GRADRUN.
           MOVE 'GRADRUN' TO WRK-B-PROGRAMA
           MOVE 'ALUNOS-LIDOS' TO WRK-B-ITEM
               MOVE 'CREDITO DO LIQUIDO = VALOR DO BANCO'
                   TO WRK-DESCRICAO
               PERFORM 1600-CONFERIR-IGUAIS
               PERFORM 4600-CONFERIR-ENCARGOS
               PERFORM 4700-CONFERIR-CCUSTO
           END-IF.

       4600-CONFERIR-ENCARGOS.
      *CADA ENCARGO E LANCADO EM PAR - DEBITO NA DESPESA E CREDITO
      *NO PASSIVO - E O TOTAL LANCADO TEM DE SER O ENC-TOTAL QUE O
      *PROGRAMA GRAVOU NO CONTROLE. A RESCISAO SO E CONFERIDA
      *QUANDO HA ENCARGOS DELA AINDA NAO CONFERIDOS NO CONTABIL.DAT
      *(A FOLHA E O EMPMAST OS MANTEM AO REGRAVAR OS ARQUIVOS).
           MOVE WRK-CTB-ENC-DEB TO WRK-V1
           ADD WRK-CTB-ENC-DEB-R TO WRK-V1
           MOVE WRK-CTB-ENC-CRED TO WRK-V2
           ADD WRK-CTB-ENC-CRED-R TO WRK-V2
           MOVE 'ENCARGOS: DEBITOS = CREDITOS' TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'FOLHA' TO WRK-B-PROGRAMA
           MOVE 'ENC-TOTAL' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE WRK-CTB-ENC-DEB TO WRK-V2
           MOVE 'ENCARGOS DA FOLHA LANCADOS = ENC-TOTAL'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           IF WRK-CTB-ENC-DEB-R > 0 OR WRK-CTB-ENC-CRED-R > 0
               MOVE 'RESCISAO' TO WRK-B-PROGRAMA
               MOVE 'ENC-TOTAL' TO WRK-B-ITEM
               PERFORM 1500-BUSCAR-CONTROLE
               MOVE WRK-B-VALOR TO WRK-V1
               MOVE WRK-CTB-ENC-DEB-R TO WRK-V2
               MOVE 'ENCARGOS DA RESCISAO LANCADOS = ENC-TOTAL'
                   TO WRK-DESCRICAO
               PERFORM 1600-CONFERIR-IGUAIS
           END-IF
           IF WRK-FGT-PRESENTE = 'N'
               MOVE SPACES TO WRK-LINHA
               STRING 'AVISO: FGTS.DAT NAO ENCONTRADO - GUIA DO '
                   'FGTS NAO CONFERIDA'
                   DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 7900-GRAVAR-LINHA
           ELSE
               MOVE WRK-FGT-TRAILER TO WRK-V1
               MOVE WRK-FGT-SOMA TO WRK-V2
               MOVE 'FGTS.DAT TRAILER = SOMA DOS DETALHES'
                   TO WRK-DESCRICAO
               PERFORM 1600-CONFERIR-IGUAIS
               MOVE 'FOLHA' TO WRK-B-PROGRAMA
               MOVE 'ENC-FGTS' TO WRK-B-ITEM
               PERFORM 1500-BUSCAR-CONTROLE
               MOVE WRK-B-VALOR TO WRK-V1
               MOVE WRK-FGT-SOMA TO WRK-V2
               MOVE 'SOMA DO FGTS.DAT = FGTS CONTROLADO'
                   TO WRK-DESCRICAO
               PERFORM 1600-CONFERIR-IGUAIS
               MOVE 'FGTS-QTD' TO WRK-B-ITEM
               PERFORM 1500-BUSCAR-CONTROLE
               MOVE WRK-B-VALOR TO WRK-V1
               MOVE WRK-FGT-LINHAS TO WRK-V2
               MOVE 'FGTS.DAT DETALHES = FUNCIONARIOS NA GUIA'
                   TO WRK-DESCRICAO
               PERFORM 1600-CONFERIR-IGUAIS
           END-IF.

       4700-CONFERIR-CCUSTO.
      *A FOLHA LANCA CADA CENTRO DE CUSTO BALANCEADO POR SI. A SOMA
      *DOS CENTROS DE CUSTO NO CONTABIL.DAT E NOS TOTAIS QUE A FOLHA
      *GRAVOU (CC-...) TEM DE BATER COM OS TOTAIS DA EMPRESA.
           MOVE ZERO TO WRK-CCB-LIQUIDO
           MOVE ZERO TO WRK-CCB-ENCARGOS
           PERFORM VARYING CCB-IDX FROM 1 BY 1
               UNTIL CCB-IDX > WRK-CCB-COUNT
               IF CCB-TAB-CODIGO(CCB-IDX) = SPACES
                   MOVE '(SEM)' TO WRK-CCB-NOME
               ELSE
                   MOVE CCB-TAB-CODIGO(CCB-IDX) TO WRK-CCB-NOME
               END-IF
               MOVE CCB-TAB-DEBITOS(CCB-IDX) TO WRK-V1
               MOVE CCB-TAB-CREDITOS(CCB-IDX) TO WRK-V2
               MOVE SPACES TO WRK-DESCRICAO
               STRING 'CENTRO DE CUSTO ' WRK-CCB-NOME
                   ' DEBITOS = CREDITOS'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO
               PERFORM 1600-CONFERIR-IGUAIS
               ADD CCB-TAB-LIQUIDO(CCB-IDX) TO WRK-CCB-LIQUIDO
               ADD CCB-TAB-ENCARGOS(CCB-IDX) TO WRK-CCB-ENCARGOS
           END-PERFORM
           MOVE 'FOLHA' TO WRK-B-PROGRAMA
           MOVE 'CC-QTD' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE WRK-CCB-COUNT TO WRK-V2
           MOVE 'CENTROS DE CUSTO LANCADOS = CC-QTD'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'REG-LIQUIDO' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE WRK-B-VALOR TO WRK-V3
           MOVE WRK-CCB-LIQUIDO TO WRK-V2
           MOVE 'LIQUIDO DOS CENTROS DE CUSTO = REG-LIQUIDO'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'CC-LIQUIDO' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-V3 TO WRK-V1
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE 'CC-LIQUIDO = REG-LIQUIDO' TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'ENC-TOTAL' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE WRK-CCB-ENCARGOS TO WRK-V2
           MOVE 'ENCARGOS DOS CENTROS DE CUSTO = ENC-TOTAL'
               TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'FUNC-PAGOS' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE 'CC-FUNC' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE 'CC-FUNC = FUNC-PAGOS' TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS
           MOVE 'REG-BRUTO' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V1
           MOVE 'CC-BRUTO' TO WRK-B-ITEM
           PERFORM 1500-BUSCAR-CONTROLE
           MOVE WRK-B-VALOR TO WRK-V2
           MOVE 'CC-BRUTO = REG-BRUTO' TO WRK-DESCRICAO
           PERFORM 1600-CONFERIR-IGUAIS.

       7900-GRAVAR-LINHA.
           MOVE WRK-LINHA TO BALANCO-RECORD
           WRITE BALANCO-RECORD
           MOVE 'BALANCO' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           MOVE WRK-EXE-EXECUCAO TO AUD-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO AUD-TENTATIVA
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9100-ENCERRAR-PASSO.
      *FIM NORMAL DO PASSO NO CONTROLE DE EXECUCAO, COM O RC.
      *O RC 8 DO BALANCO E O RESULTADO DA CONFERENCIA, NAO FALHA DO
      *PASSO - NAO SEGURA O FECHAMENTO DA EXECUCAO.
           IF WRK-EXE-ATIVO = 'S'
               MOVE RETURN-CODE TO WRK-EXE-RC
               MOVE 'S' TO WRK-EXE-CONCLUIDO
               MOVE 'F' TO WRK-EXE-EVENTO
               PERFORM 0190-GRAVAR-EXECUCAO
               MOVE WRK-EXE-RC TO RETURN-CODE
           END-IF.
