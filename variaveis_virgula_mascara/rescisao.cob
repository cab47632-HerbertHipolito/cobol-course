      *SYSIN, QUE FICA AUDITADO.
      *SEM FROM CONSOLE: O ACCEPT LE O SYSIN DO STEP QUANDO RODA EM
      *JOB.
      *AGORA CALCULA OS ENCARGOS DA EMPRESA SOBRE A RESCISAO (FGTS
      *DO MES, MULTA DO FGTS, INSS PATRONAL, RAT E TERCEIROS, COM AS
      *ALIQUOTAS DO TABENCAR.DAT DA FOLHA), IMPRIME NO TERMO E
      *CONTABILIZA EM PARES DEBITO/CREDITO NO CONTABIL.DAT (TIPO DE
      *RUN R), COM OS TOTAIS NO CONTROLE PARA O BALANCO DO PROXIMO
      *JOB NOTURNO (O EMPMAST E A FOLHA MANTEM ESSES REGISTROS AO
      *REGRAVAR O CONTROLE E O CONTABIL). AS DESPESAS DE FGTS, INSS
      *PATRONAL E RAT VAO PARA AS CONTAS 31107001, 31108001 E
      *31109001.
      *AGORA GRAVA CADA RESCISAO NO HISTORICO PERMANENTE DA FOLHA
      *(HISTFOLHA.DAT, TIPO DE RUN R), SEPARANDO O SALDO DE SALARIO,
      *O 13O PROPORCIONAL E AS FERIAS INDENIZADAS PARA O INFORME DE
      *RENDIMENTOS.
      *AGORA PAGA AS FERIAS VENCIDAS A PARTE DAS PROPORCIONAIS, PELO
      *SALDO DE DIAS DOS PERIODOS AQUISITIVOS JA ADQUIRIDOS NO
      *CONTROLE DE FERIAS (FERIAS.DAT) - OS MARCADOS D E OS AINDA EM
      *A QUE TERMINARAM ATE O DESLIGAMENTO -, EM DOBRO QUANDO O
      *DESLIGAMENTO E DEPOIS DO LIMITE DO PERIODO CONCESSIVO, E
      *ENCERRA OS PERIODOS DO DESLIGADO COMO INDENIZADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-ID
               FILE STATUS IS WRK-YTD-FILE-STATUS.
      *HISTORICO PERMANENTE DA FOLHA - MESMO ARQUIVO E CHAVE DA
      *FOLHA (EMP-ID + COMPETENCIA AAAAMM + TIPO DE RUN).
           SELECT HISTFOLHA-FILE ASSIGN TO "HISTFOLHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HSF-CHAVE
               FILE STATUS IS WRK-HSF-FILE-STATUS.
      *CONTROLE DE FERIAS POR PERIODO AQUISITIVO (VER FERMANUT.COB),
      *CHAVE EMP-ID + INICIO DO PERIODO.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FER-FILE-STATUS.
           SELECT TERMO-FILE ASSIGN TO "TERMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRM-FILE-STATUS.
           SELECT TABINSS-FILE ASSIGN TO "TABINSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIN-FILE-STATUS.
      *MESMA TABELA DE ALIQUOTAS DE ENCARGOS DA FOLHA - A MULTA DO
      *FGTS SO E USADA AQUI.
           SELECT TABENCAR-FILE ASSIGN TO "TABENCAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TEN-FILE-STATUS.
      *OS LANCAMENTOS DOS ENCARGOS DA RESCISAO SAO ACRESCENTADOS AO
      *CONTABIL.DAT DA FOLHA, COM TIPO DE RUN R.
           SELECT CONTABIL-FILE ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTB-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
           05  EMP-ADMISSAO PIC 9(8).
           05  EMP-DESLIGAMENTO PIC 9(8).
           05  EMP-STATUS PIC X.
           05  EMP-AGENCIA PIC X(4).
       FD  YTD-FILE.
       01  YTD-RECORD.
           05  YTD-ID PIC X(5).
           05  YTD-BRUTO PIC 9(8)V999.
           05  YTD-LIQUIDO PIC 9(8)V999.
       FD  HISTFOLHA-FILE.
       01  HISTFOLHA-RECORD.
           05  HSF-CHAVE.
               10  HSF-EMP-ID PIC X(5).
               10  HSF-COMPETENCIA PIC 9(6).
               10  HSF-TIPO-RUN PIC X.
           05  HSF-NOME PIC X(20).
           05  HSF-DATA-PAGAMENTO PIC 9(8).
           05  HSF-BRUTO PIC 9(8)V99.
           05  HSF-TRIBUTAVEL PIC 9(8)V99.
           05  HSF-DECIMO PIC 9(8)V99.
           05  HSF-ISENTO PIC 9(8)V99.
           05  HSF-INSS PIC 9(8)V99.
           05  HSF-IRRF PIC 9(8)V99.
           05  HSF-DEP-DEDUCAO PIC 9(8)V99.
           05  HSF-SALFAM PIC 9(8)V99.
           05  HSF-QTD-DESC PIC 9(2).
           05  HSF-DESCONTO OCCURS 10 TIMES INDEXED BY HSF-IDX.
               10  HSF-DESC-TIPO PIC X(2).
               10  HSF-DESC-VALOR PIC 9(6)V99.
           05  HSF-LIQUIDO PIC 9(8)V99.
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
       FD  TERMO-FILE.
       01  TERMO-RECORD PIC X(80).
       FD  REFILA-FILE.
           05  TIN-LIMITE PIC 9(8)V99.
           05  TIN-ALIQUOTA PIC V999.
           05  TIN-DEDUCAO PIC 9(6)V99.
       FD  TABENCAR-FILE.
       01  TABENCAR-RECORD.
           05  TEN-VIGENCIA PIC 9(6).
           05  TEN-FGTS PIC V999.
           05  TEN-INSS-EMPRESA PIC V999.
           05  TEN-RAT PIC V999.
           05  TEN-TERCEIROS PIC V999.
           05  TEN-MULTA-FGTS PIC V999.
       FD  CONTABIL-FILE.
       01  CONTABIL-RECORD.
           05  CTB-COMPETENCIA PIC 9(6).
           05  CTB-TIPO-RUN PIC X.
      *D = DEBITO, C = CREDITO.
           05  CTB-DC PIC X.
           05  CTB-CONTA PIC X(8).
           05  CTB-DESCRICAO PIC X(20).
           05  CTB-VALOR PIC 9(10)V99.
      *OS ENCARGOS DA RESCISAO SAO LANCADOS PELO TOTAL DO RUN, SEM
      *CENTRO DE CUSTO (SO A FOLHA LANCA POR CENTRO DE CUSTO).
           05  CTB-CCUSTO PIC X(4).
      *EM BRANCO: O CARIMBO DA EXECUCAO E POSTO PELA FOLHA DO JOB
      *NOTURNO, QUE MANTEM ESTES LANCAMENTOS AO REGRAVAR O ARQUIVO.
           05  CTB-EXECUCAO PIC X(14).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
               10  TIN-TAB-LIMITE PIC 9(8)V99.
               10  TIN-TAB-ALIQUOTA PIC V999.
               10  TIN-TAB-DEDUCAO PIC 9(6)V99.
       01  TEN-TABLE.
           05  TEN-ENTRY OCCURS 20 TIMES INDEXED BY TEN-IDX.
               10  TEN-TAB-VIGENCIA PIC 9(6).
               10  TEN-TAB-FGTS PIC V999.
               10  TEN-TAB-INSS-EMPRESA PIC V999.
               10  TEN-TAB-RAT PIC V999.
               10  TEN-TAB-TERCEIROS PIC V999.
               10  TEN-TAB-MULTA-FGTS PIC V999.
       77  WRK-EMP-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-YTD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-TRM-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-HSF-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-FER-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-FER-PRESENTE PIC X VALUE 'N'.
       77  WRK-FER-EOF PIC X VALUE 'N'.
      *SALDO DOS PERIODOS JA ADQUIRIDOS (FERIAS VENCIDAS). OS DIAS
      *DE PERIODO COM LIMITE JA ESTOURADO CONTAM DE NOVO NO DOBRO.
       77  WRK-FER-VENC-DIAS PIC 9(3) VALUE ZEROS.
       77  WRK-FER-VENC-DOBRO PIC 9(3) VALUE ZEROS.
       77  WRK-FER-SALDO PIC 9(2) VALUE ZEROS.
       77  WRK-FERIAS-VENCIDAS PIC 9(6)V999 VALUE ZEROS.
       77  WRK-TERCO-VENCIDAS PIC 9(6)V999 VALUE ZEROS.
       77  WRK-RFL-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-RSF-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-TIR-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-TOTAL-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO-ED PIC $Z(9)9,99 VALUE ZEROS.
       77  WRK-TRM-LINHA PIC X(80) VALUE SPACES.
       77  WRK-TEN-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-CTB-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-TEN-COUNT PIC 9(2) VALUE ZEROS.
       77  WRK-TEN-VIG-SEL PIC 9(6) VALUE ZEROS.
      *ALIQUOTAS PADRAO DOS ENCARGOS, COMO NA FOLHA, PARA QUANDO O
      *TABENCAR.DAT NAO TEM VIGENCIA PARA A COMPETENCIA.
       77  WRK-PCT-FGTS PIC V999 VALUE 0,080.
       77  WRK-PCT-INSS-EMPRESA PIC V999 VALUE 0,200.
       77  WRK-PCT-RAT PIC V999 VALUE 0,020.
       77  WRK-PCT-TERCEIROS PIC V999 VALUE 0,058.
       77  WRK-PCT-MULTA-FGTS PIC V999 VALUE 0,400.
       77  WRK-ANO-DESL PIC 9(4) VALUE ZEROS.
       77  WRK-MESES-SERVICO PIC 9(4) VALUE ZEROS.
       77  WRK-FGTS-SALDO-EST PIC 9(8)V99 VALUE ZEROS.
       77  WRK-ENC-FGTS PIC 9(6)V99 VALUE ZEROS.
       77  WRK-ENC-MULTA-FGTS PIC 9(7)V99 VALUE ZEROS.
       77  WRK-ENC-INSS-EMPRESA PIC 9(6)V99 VALUE ZEROS.
       77  WRK-ENC-RAT PIC 9(6)V99 VALUE ZEROS.
       77  WRK-ENC-TERCEIROS PIC 9(6)V99 VALUE ZEROS.
       77  WRK-ENC-FGTS-TOT PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ENC-MULTA-TOT PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ENC-INSS-EMP-TOT PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ENC-RAT-TOT PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ENC-TERC-TOT PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CTB-VALOR PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CTB-CONTA PIC X(8) VALUE SPACES.
       77  WRK-CTB-CONTA-DEB PIC X(8) VALUE SPACES.
       77  WRK-CTB-DESCR PIC X(20) VALUE SPACES.
       77  WRK-CTB-ENC-TOT PIC 9(10)V99 VALUE ZEROS.
      *CONTAS DOS ENCARGOS - AS MESMAS DO PLANO DE CONTAS DA FOLHA,
      *MAIS A DESPESA DA MULTA DO FGTS.
       77  WRK-CTA-DESP-FGTS PIC X(8) VALUE '31107001'.
       77  WRK-CTA-DESP-INSS-EMP PIC X(8) VALUE '31108001'.
       77  WRK-CTA-DESP-RAT PIC X(8) VALUE '31109001'.
       77  WRK-CTA-DESP-TERC PIC X(8) VALUE '31105001'.
       77  WRK-CTA-DESP-MULTA PIC X(8) VALUE '31106001'.
       77  WRK-CTA-FGTS PIC X(8) VALUE '21104001'.
       77  WRK-CTA-INSS-EMPRESA PIC X(8) VALUE '21102002'.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0360-CALCULAR-DIAS-COMPETENCIA
           PERFORM 0380-VERIFICAR-FOLHA-FECHADA
           PERFORM 0400-ABRIR-YTD
           PERFORM 0405-ABRIR-HISTORICO
           PERFORM 0410-ABRIR-FERIAS
           PERFORM 0450-CARREGAR-RESCFECH
           PERFORM 0560-CARREGAR-TABELA-IRRF
           PERFORM 0570-CARREGAR-TABELA-INSS
           PERFORM 0578-CARREGAR-TABELA-ENCARGOS
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-PROCESSAR-DESLIGADOS
               UNTIL WRK-EOF-EMPLOYEE = 'S'
           PERFORM 7000-IMPRIMIR-TOTAIS
           PERFORM 7850-GRAVAR-CONTABIL
           PERFORM 7950-GRAVAR-CONTROLE
           PERFORM 8000-FECHAR-ARQUIVOS
           IF WRK-COUNT-RESCISOES = 0
               OPEN I-O YTD-FILE
           END-IF.

       0405-ABRIR-HISTORICO.
           OPEN I-O HISTFOLHA-FILE
           IF WRK-HSF-FILE-STATUS = '35'
               OPEN OUTPUT HISTFOLHA-FILE
               CLOSE HISTFOLHA-FILE
               OPEN I-O HISTFOLHA-FILE
           END-IF.

       0410-ABRIR-FERIAS.
      *SEM O CONTROLE DE FERIAS A RESCISAO SO CONHECE AS FERIAS
      *PROPORCIONAIS - AS VENCIDAS FICAM PARA ACERTO DO RH.
           OPEN I-O FERIAS-FILE
           IF WRK-FER-FILE-STATUS = '35'
               MOVE 'N' TO WRK-FER-PRESENTE
               DISPLAY 'FERIAS.DAT NAO ENCONTRADO - RESCISAO SEM '
                   'FERIAS VENCIDAS'
           ELSE
               MOVE 'S' TO WRK-FER-PRESENTE
           END-IF.

       0450-CARREGAR-RESCFECH.
           MOVE ZERO TO WRK-RSF-COUNT
           MOVE 'N' TO WRK-EOF-GERAL
               END-PERFORM
           END-IF.

       0578-CARREGAR-TABELA-ENCARGOS.
           MOVE ZERO TO WRK-TEN-COUNT
           MOVE ZERO TO WRK-TEN-VIG-SEL
           MOVE 'N' TO WRK-EOF-GERAL
           OPEN INPUT TABENCAR-FILE
           IF WRK-TEN-FILE-STATUS = '35'
               DISPLAY 'TABENCAR.DAT NAO ENCONTRADO - ENCARGOS COM '
                   'AS ALIQUOTAS PADRAO'
           ELSE
               PERFORM UNTIL WRK-EOF-GERAL = 'S'
                   READ TABENCAR-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF-GERAL
                       NOT AT END
                           IF WRK-TEN-COUNT >= 20
                               DISPLAY 'TABENCAR.DAT TEM MAIS DE 20 '
                                   'VIGENCIAS - TEN-TABLE CHEIA'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WRK-TEN-COUNT
                           SET TEN-IDX TO WRK-TEN-COUNT
                           MOVE TEN-VIGENCIA TO
                               TEN-TAB-VIGENCIA(TEN-IDX)
                           MOVE TEN-FGTS TO TEN-TAB-FGTS(TEN-IDX)
                           MOVE TEN-INSS-EMPRESA TO
                               TEN-TAB-INSS-EMPRESA(TEN-IDX)
                           MOVE TEN-RAT TO TEN-TAB-RAT(TEN-IDX)
                           MOVE TEN-TERCEIROS TO
                               TEN-TAB-TERCEIROS(TEN-IDX)
                           MOVE TEN-MULTA-FGTS TO
                               TEN-TAB-MULTA-FGTS(TEN-IDX)
                   END-READ
               END-PERFORM
               CLOSE TABENCAR-FILE
               PERFORM VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > WRK-TEN-COUNT
                   IF TEN-TAB-VIGENCIA(TEN-IDX) <= WRK-COMP-AAAAMM
                       AND TEN-TAB-VIGENCIA(TEN-IDX) >
                           WRK-TEN-VIG-SEL
                       MOVE TEN-TAB-VIGENCIA(TEN-IDX) TO
                           WRK-TEN-VIG-SEL
                       MOVE TEN-TAB-FGTS(TEN-IDX) TO WRK-PCT-FGTS
                       MOVE TEN-TAB-INSS-EMPRESA(TEN-IDX) TO
                           WRK-PCT-INSS-EMPRESA
                       MOVE TEN-TAB-RAT(TEN-IDX) TO WRK-PCT-RAT
                       MOVE TEN-TAB-TERCEIROS(TEN-IDX) TO
                           WRK-PCT-TERCEIROS
                       MOVE TEN-TAB-MULTA-FGTS(TEN-IDX) TO
                           WRK-PCT-MULTA-FGTS
                   END-IF
               END-PERFORM
           END-IF.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT EMPLOYEE-FILE
           IF WRK-EMP-FILE-STATUS = '35'
           COMPUTE WRK-FERIAS-PROP ROUNDED =
               (EMP-SALARIO * WRK-AVOS-FERIAS) / 12
           COMPUTE WRK-TERCO-FERIAS ROUNDED = WRK-FERIAS-PROP / 3
           PERFORM 2350-APURAR-FERIAS-VENCIDAS
           COMPUTE WRK-FERIAS-VENCIDAS ROUNDED =
               (EMP-SALARIO * (WRK-FER-VENC-DIAS + WRK-FER-VENC-DOBRO))
               / 30
           COMPUTE WRK-TERCO-VENCIDAS ROUNDED =
               WRK-FERIAS-VENCIDAS / 3
           COMPUTE WRK-BRUTO-RESCISAO =
               WRK-SALDO-SALARIO + WRK-13-PROPORCIONAL
               + WRK-FERIAS-PROP + WRK-TERCO-FERIAS
               + WRK-FERIAS-VENCIDAS + WRK-TERCO-VENCIDAS
      *FERIAS INDENIZADAS E O TERCO SAO ISENTOS - A BASE DO
      *IRRF/INSS E O SALDO DE SALARIO MAIS O 13O PROPORCIONAL.
           COMPUTE WRK-BASE-TRIBUTAVEL =
           PERFORM 2500-CALCULAR-INSS
           COMPUTE WRK-LIQUIDO =
               WRK-BRUTO-RESCISAO - WRK-IMPOSTO - WRK-INSS
           PERFORM 2550-CALCULAR-ENCARGOS
           PERFORM 2600-ATUALIZAR-YTD
           PERFORM 2650-GRAVAR-HISTORICO
           PERFORM 2700-GRAVAR-TRANSFERENCIA
           PERFORM 2800-GRAVAR-TERMO
           PERFORM 2900-FECHAR-RESCISAO
       2300-CALCULAR-AVOS-FERIAS.
      *AVOS DO PERIODO AQUISITIVO CORRENTE: MESES DESDE O ULTIMO
      *ANIVERSARIO DE ADMISSAO ATE A SAIDA, COM A REGRA DOS 15
      *DIAS NO MES DA SAIDA. OS PERIODOS ANTERIORES JA COMPLETOS
      *NAO ENTRAM NOS AVOS - SAO PAGOS COMO FERIAS VENCIDAS NO 2350.
           IF WRK-MES-DESL >= WRK-MES-ADM
               COMPUTE WRK-AVOS-FERIAS =
                   WRK-MES-DESL - WRK-MES-ADM
               MOVE 12 TO WRK-AVOS-FERIAS
           END-IF.

       2350-APURAR-FERIAS-VENCIDAS.
      *SOMA O SALDO (DIREITO MENOS GOZADOS) DOS PERIODOS JA
      *ADQUIRIDOS DO DESLIGADO: OS MARCADOS D E TAMBEM OS AINDA EM A
      *CUJO PERIODO AQUISITIVO TERMINOU ATE O DESLIGAMENTO (O FERMANUT
      *AINDA NAO VIROU A SITUACAO). SO LE - A BAIXA NO CONTROLE E
      *FEITA DEPOIS DO RESCFECH (2950), PARA UM RERUN NAO PERDER O
      *SALDO.
           MOVE ZERO TO WRK-FER-VENC-DIAS
           MOVE ZERO TO WRK-FER-VENC-DOBRO
           IF WRK-FER-PRESENTE = 'S'
               MOVE 'N' TO WRK-FER-EOF
               MOVE EMP-ID TO FER-EMP-ID
               MOVE ZERO TO FER-AQUIS-INI
               START FERIAS-FILE KEY NOT < FER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FER-EOF
               END-START
               PERFORM UNTIL WRK-FER-EOF = 'S'
                   READ FERIAS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FER-EOF
                       NOT AT END
                           IF FER-EMP-ID NOT = EMP-ID
                               MOVE 'S' TO WRK-FER-EOF
                           ELSE
                               IF (FER-SITUACAO = 'D'
                                   OR (FER-SITUACAO = 'A'
                                   AND FER-AQUIS-FIM
                                       <= EMP-DESLIGAMENTO))
                                   AND FER-DIAS-GOZADOS
                                       < FER-DIAS-DIREITO
                                   COMPUTE WRK-FER-SALDO =
                                       FER-DIAS-DIREITO
                                       - FER-DIAS-GOZADOS
                                   ADD WRK-FER-SALDO
                                       TO WRK-FER-VENC-DIAS
                                   IF EMP-DESLIGAMENTO >= FER-LIMITE
                                       ADD WRK-FER-SALDO
                                           TO WRK-FER-VENC-DOBRO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2400-CALCULAR-IRRF.
           MOVE ZERO TO WRK-IRRF-FAIXA
           IF WRK-TIR-VIG-SEL = ZERO
               END-IF
           END-IF.

       2550-CALCULAR-ENCARGOS.
      *FGTS E INSS DA EMPRESA SOBRE A MESMA BASE TRIBUTAVEL DO
      *EMPREGADO (FERIAS INDENIZADAS E O TERCO NAO SAO BASE).
      *A MULTA DO FGTS E SOBRE OS DEPOSITOS DO CONTRATO. A FOLHA NAO
      *GUARDA O SALDO DA CONTA VINCULADA, ENTAO OS DEPOSITOS DOS
      *MESES ANTERIORES SAO ESTIMADOS PELO SALARIO ATUAL (COM O 13O,
      *13/12 POR MES) E SOMADOS AO DEPOSITO DA RESCISAO - O VALOR
      *FINAL E CONFERIDO PELO RH CONTRA O EXTRATO DO FGTS.
           MOVE EMP-DESLIGAMENTO(1:4) TO WRK-ANO-DESL
           COMPUTE WRK-ENC-FGTS ROUNDED =
               WRK-BASE-TRIBUTAVEL * WRK-PCT-FGTS
           COMPUTE WRK-ENC-INSS-EMPRESA ROUNDED =
               WRK-BASE-TRIBUTAVEL * WRK-PCT-INSS-EMPRESA
           COMPUTE WRK-ENC-RAT ROUNDED =
               WRK-BASE-TRIBUTAVEL * WRK-PCT-RAT
           COMPUTE WRK-ENC-TERCEIROS ROUNDED =
               WRK-BASE-TRIBUTAVEL * WRK-PCT-TERCEIROS
           COMPUTE WRK-MESES-SERVICO =
               ((WRK-ANO-DESL * 12) + WRK-MES-DESL)
               - ((WRK-ANO-ADM * 12) + WRK-MES-ADM)
           COMPUTE WRK-FGTS-SALDO-EST ROUNDED =
               ((EMP-SALARIO * WRK-PCT-FGTS * WRK-MESES-SERVICO
                 * 13) / 12) + WRK-ENC-FGTS
           COMPUTE WRK-ENC-MULTA-FGTS ROUNDED =
               WRK-FGTS-SALDO-EST * WRK-PCT-MULTA-FGTS
           ADD WRK-ENC-FGTS TO WRK-ENC-FGTS-TOT
           ADD WRK-ENC-MULTA-FGTS TO WRK-ENC-MULTA-TOT
           ADD WRK-ENC-INSS-EMPRESA TO WRK-ENC-INSS-EMP-TOT
           ADD WRK-ENC-RAT TO WRK-ENC-RAT-TOT
           ADD WRK-ENC-TERCEIROS TO WRK-ENC-TERC-TOT.

       2600-ATUALIZAR-YTD.
      *LEITURA E REGRAVACAO POR CHAVE, COMO A FOLHA.
           MOVE EMP-ID TO YTD-ID
           MOVE YTD-BRUTO TO WRK-YTD-BRUTO-ED
           MOVE YTD-LIQUIDO TO WRK-YTD-LIQUIDO-ED.

       2650-GRAVAR-HISTORICO.
      *O SALDO DE SALARIO E TRIBUTAVEL, O 13O PROPORCIONAL VAI PARA
      *O QUADRO DO 13O E AS FERIAS INDENIZADAS COM O TERCO SAO
      *ISENTAS. O IRRF E O INSS SAO UM SO CALCULO SOBRE A BASE
      *TRIBUTAVEL (VER 2100). A RESCISAO NAO APLICA DESCONTOS
      *RECORRENTES NEM SALARIO-FAMILIA.
           MOVE SPACES TO HISTFOLHA-RECORD
           MOVE EMP-ID TO HSF-EMP-ID
           MOVE WRK-COMP-AAAAMM TO HSF-COMPETENCIA
           MOVE 'R' TO HSF-TIPO-RUN
           MOVE EMP-NOME TO HSF-NOME
           MOVE WRK-DATA-HOJE TO HSF-DATA-PAGAMENTO
           COMPUTE HSF-BRUTO ROUNDED = WRK-BRUTO-RESCISAO
           COMPUTE HSF-TRIBUTAVEL ROUNDED = WRK-SALDO-SALARIO
           COMPUTE HSF-DECIMO ROUNDED = WRK-13-PROPORCIONAL
           COMPUTE HSF-ISENTO ROUNDED =
               WRK-FERIAS-PROP + WRK-TERCO-FERIAS
               + WRK-FERIAS-VENCIDAS + WRK-TERCO-VENCIDAS
           COMPUTE HSF-INSS ROUNDED = WRK-INSS
           COMPUTE HSF-IRRF ROUNDED = WRK-IMPOSTO
           MOVE ZERO TO HSF-DEP-DEDUCAO
           MOVE ZERO TO HSF-SALFAM
           MOVE ZERO TO HSF-QTD-DESC
           PERFORM VARYING HSF-IDX FROM 1 BY 1 UNTIL HSF-IDX > 10
               MOVE SPACES TO HSF-DESC-TIPO(HSF-IDX)
               MOVE ZERO TO HSF-DESC-VALOR(HSF-IDX)
           END-PERFORM
           COMPUTE HSF-LIQUIDO ROUNDED = WRK-LIQUIDO
           WRITE HISTFOLHA-RECORD
               INVALID KEY
                   REWRITE HISTFOLHA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA GRAVACAO DO HISTORICO '
                               HSF-CHAVE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE.

       2700-GRAVAR-TRANSFERENCIA.
      *A TRANSFERENCIA ENTRA NA REFILA COM O CODIGO RS - A PROXIMA
      *FOLHA RE-EMITE PARA O BANCOPEND COM ID NOVO E ELA SAI NO
           STRING '  TERCO CONSTITUCIONAL          ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           IF WRK-FER-VENC-DIAS > 0
               MOVE WRK-FERIAS-VENCIDAS TO WRK-VALOR-ED
               MOVE SPACES TO WRK-TRM-LINHA
               STRING '  FERIAS VENCIDAS (' WRK-FER-VENC-DIAS
                   ' DIAS)       ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-TRM-LINHA
               PERFORM 2890-GRAVAR-LINHA-TRM
               IF WRK-FER-VENC-DOBRO > 0
                   MOVE SPACES TO WRK-TRM-LINHA
                   STRING '    (INCLUI ' WRK-FER-VENC-DOBRO
                       ' DIAS EM DOBRO - LIMITE CONCESSIVO VENCIDO)'
                       DELIMITED BY SIZE INTO WRK-TRM-LINHA
                   PERFORM 2890-GRAVAR-LINHA-TRM
               END-IF
               MOVE WRK-TERCO-VENCIDAS TO WRK-VALOR-ED
               MOVE SPACES TO WRK-TRM-LINHA
               STRING '  TERCO S/ FERIAS VENCIDAS      ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-TRM-LINHA
               PERFORM 2890-GRAVAR-LINHA-TRM
           END-IF
           MOVE 'DESCONTOS:' TO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE WRK-IMPOSTO TO WRK-VALOR-ED
           STRING 'ACUMULADO ANO - LIQUIDO: ' WRK-YTD-LIQUIDO-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE 'ENCARGOS DA EMPRESA:' TO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE WRK-ENC-FGTS TO WRK-VALOR-ED
           MOVE SPACES TO WRK-TRM-LINHA
           STRING '  FGTS DO MES                   ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE WRK-ENC-MULTA-FGTS TO WRK-VALOR-ED
           MOVE SPACES TO WRK-TRM-LINHA
           STRING '  MULTA FGTS (SALDO ESTIMADO)   ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE WRK-ENC-INSS-EMPRESA TO WRK-VALOR-ED
           MOVE SPACES TO WRK-TRM-LINHA
           STRING '  INSS PATRONAL                 ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE WRK-ENC-RAT TO WRK-VALOR-ED
           MOVE SPACES TO WRK-TRM-LINHA
           STRING '  RAT                           ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE WRK-ENC-TERCEIROS TO WRK-VALOR-ED
           MOVE SPACES TO WRK-TRM-LINHA
           STRING '  TERCEIROS                     ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM
           MOVE SPACES TO WRK-TRM-LINHA
           PERFORM 2890-GRAVAR-LINHA-TRM.

           MOVE EMP-ID TO RSF-EMP-ID
           MOVE WRK-DATA-HOJE TO RSF-DATA-PAGAMENTO
           WRITE RESCFECH-RECORD
           PERFORM 2950-BAIXAR-FERIAS
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED
           DISPLAY 'RESCISAO ' EMP-ID ' ' EMP-NOME
               ' LIQUIDO: ' WRK-VALOR-ED
               INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       2950-BAIXAR-FERIAS.
      *TODO PERIODO AINDA ABERTO DO DESLIGADO (EM AQUISICAO, PAGO
      *COMO PROPORCIONAL OU, JA TERMINADO, COMO VENCIDO; OU ADQUIRIDO
      *COM SALDO, PAGO COMO VENCIDO) E ENCERRADO COMO INDENIZADO, SEM
      *PROGRAMACAO PENDENTE.
           IF WRK-FER-PRESENTE = 'S'
               MOVE 'N' TO WRK-FER-EOF
               MOVE EMP-ID TO FER-EMP-ID
               MOVE ZERO TO FER-AQUIS-INI
               START FERIAS-FILE KEY NOT < FER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FER-EOF
               END-START
               PERFORM UNTIL WRK-FER-EOF = 'S'
                   READ FERIAS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FER-EOF
                       NOT AT END
                           IF FER-EMP-ID NOT = EMP-ID
                               MOVE 'S' TO WRK-FER-EOF
                           ELSE
                               IF FER-SITUACAO = 'A'
                                   OR FER-SITUACAO = 'D'
                                   PERFORM 2960-INDENIZAR-PERIODO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2960-INDENIZAR-PERIODO.
           MOVE 'I' TO FER-SITUACAO
           MOVE ZERO TO FER-DIAS-PROGRAMADOS
           MOVE ZERO TO FER-GOZO-INICIO
           MOVE WRK-DATA-HOJE TO FER-DATA-ATUALIZACAO
           REWRITE FERIAS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DAS FERIAS ' FER-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       7000-IMPRIMIR-TOTAIS.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-LIQUIDO-ED
           DISPLAY 'RESCISOES PAGAS: ' WRK-COUNT-RESCISOES
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7850-GRAVAR-CONTABIL.
      *PARES DEBITO NA DESPESA DO ENCARGO / CREDITO NO PASSIVO, NAS
      *MESMAS CONTAS DA FOLHA. A MULTA DO FGTS VAI PARA O FGTS A
      *RECOLHER COM DESPESA PROPRIA. SEM RESCISAO PAGA NAO HA
      *LANCAMENTO.
           MOVE ZERO TO WRK-CTB-ENC-TOT
           IF WRK-COUNT-RESCISOES > 0
               OPEN EXTEND CONTABIL-FILE
               IF WRK-CTB-FILE-STATUS = '35'
                   OPEN OUTPUT CONTABIL-FILE
               END-IF
               MOVE WRK-ENC-FGTS-TOT TO WRK-CTB-VALOR
               MOVE WRK-CTA-DESP-FGTS TO WRK-CTB-CONTA-DEB
               MOVE WRK-CTA-FGTS TO WRK-CTB-CONTA
               MOVE 'FGTS RESCISAO' TO WRK-CTB-DESCR
               PERFORM 7860-GRAVAR-PAR-ENCARGO
               MOVE WRK-ENC-MULTA-TOT TO WRK-CTB-VALOR
               MOVE WRK-CTA-DESP-MULTA TO WRK-CTB-CONTA-DEB
               MOVE WRK-CTA-FGTS TO WRK-CTB-CONTA
               MOVE 'MULTA FGTS' TO WRK-CTB-DESCR
               PERFORM 7860-GRAVAR-PAR-ENCARGO
               MOVE WRK-ENC-INSS-EMP-TOT TO WRK-CTB-VALOR
               MOVE WRK-CTA-DESP-INSS-EMP TO WRK-CTB-CONTA-DEB
               MOVE WRK-CTA-INSS-EMPRESA TO WRK-CTB-CONTA
               MOVE 'INSS PATRONAL' TO WRK-CTB-DESCR
               PERFORM 7860-GRAVAR-PAR-ENCARGO
               MOVE WRK-ENC-RAT-TOT TO WRK-CTB-VALOR
               MOVE WRK-CTA-DESP-RAT TO WRK-CTB-CONTA-DEB
               MOVE WRK-CTA-INSS-EMPRESA TO WRK-CTB-CONTA
               MOVE 'RAT' TO WRK-CTB-DESCR
               PERFORM 7860-GRAVAR-PAR-ENCARGO
               MOVE WRK-ENC-TERC-TOT TO WRK-CTB-VALOR
               MOVE WRK-CTA-DESP-TERC TO WRK-CTB-CONTA-DEB
               MOVE WRK-CTA-INSS-EMPRESA TO WRK-CTB-CONTA
               MOVE 'TERCEIROS' TO WRK-CTB-DESCR
               PERFORM 7860-GRAVAR-PAR-ENCARGO
               CLOSE CONTABIL-FILE
               MOVE 'CONTABILIZACAO' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-RESULTADO
               STRING 'ENCARGOS ' WRK-CTB-ENC-TOT
                   DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
           END-IF.

       7860-GRAVAR-PAR-ENCARGO.
           IF WRK-CTB-VALOR > 0
               MOVE WRK-COMPETENCIA TO CTB-COMPETENCIA
               MOVE 'R' TO CTB-TIPO-RUN
               MOVE 'D' TO CTB-DC
               MOVE WRK-CTB-CONTA-DEB TO CTB-CONTA
               MOVE WRK-CTB-DESCR TO CTB-DESCRICAO
               MOVE WRK-CTB-VALOR TO CTB-VALOR
               MOVE SPACES TO CTB-CCUSTO
               MOVE SPACES TO CTB-EXECUCAO
               WRITE CONTABIL-RECORD
               MOVE 'C' TO CTB-DC
               MOVE WRK-CTB-CONTA TO CTB-CONTA
               WRITE CONTABIL-RECORD
               ADD WRK-CTB-VALOR TO WRK-CTB-ENC-TOT
           END-IF.

       7950-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE-FILE
           IF WRK-CTL-FILE-STATUS = '35'
           MOVE 'RESC-LIQUIDO' TO CTL-ITEM
           MOVE WRK-TOTAL-LIQUIDO TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'ENC-FGTS' TO CTL-ITEM
           MOVE WRK-ENC-FGTS-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'ENC-MULTA-FGTS' TO CTL-ITEM
           MOVE WRK-ENC-MULTA-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'ENC-INSS-EMPRESA' TO CTL-ITEM
           MOVE WRK-ENC-INSS-EMP-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'ENC-RAT' TO CTL-ITEM
           MOVE WRK-ENC-RAT-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'ENC-TERCEIROS' TO CTL-ITEM
           MOVE WRK-ENC-TERC-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'ENC-TOTAL' TO CTL-ITEM
           COMPUTE CTL-VALOR = WRK-ENC-FGTS-TOT + WRK-ENC-MULTA-TOT
               + WRK-ENC-INSS-EMP-TOT + WRK-ENC-RAT-TOT
               + WRK-ENC-TERC-TOT
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE.

       8000-FECHAR-ARQUIVOS.
           CLOSE TERMO-FILE
           CLOSE REFILA-FILE
           CLOSE RESCFECH-FILE
           CLOSE YTD-FILE
           CLOSE HISTFOLHA-FILE
           IF WRK-FER-PRESENTE = 'S'
               CLOSE FERIAS-FILE
           END-IF.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
