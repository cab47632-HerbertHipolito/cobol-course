      *AGORA PROCESSA A FOLHA DE PAGAMENTO DE TODA A EMPRESA EM
      *LOTE, LENDO O EMPLOYEE-FILE E IMPRIMINDO UM REGISTRO COM
      *TOTAL GERAL NO FINAL.
      *AGORA APLICA NA FOLHA MENSAL OS LANCAMENTOS VARIAVEIS DO MES
      *(LANCVAR.DAT: HORA EXTRA 50%/100%, ADICIONAL NOTURNO,
      *COMISSAO, BONUS, FALTAS E DSR) SOBRE O BRUTO ANTES DO IRRF E
      *DO INSS, CRITICADOS CONTRA O EMPLOYEE MASTER COM RELATORIO DE
      *REJEITADOS (LANCREJ.DAT). CADA EVENTO SAI EM LINHA PROPRIA NO
      *CONTRACHEQUE E NO REGISTER E E CONTABILIZADO NA SUA CONTA
      *PELO DEPARA.DAT.
      *AGORA LE O CADASTRO DE DEPENDENTES (DEPENDENTE.DAT, MANTIDO
      *PELO DEPMANUT.COB): A BASE DO IRRF E O BRUTO MENOS O INSS E
      *MENOS A DEDUCAO POR DEPENDENTE DE IR, E A FOLHA MENSAL
      *CREDITA O SALARIO-FAMILIA POR FILHO ELEGIVEL A QUEM GANHA
      *ATE O LIMITE - VALORES POR VIGENCIA NO TABDEPEN.DAT.
      *AGORA CALCULA OS ENCARGOS DA EMPRESA POR FUNCIONARIO EM TODO
      *TIPO DE RUN (FGTS, INSS PATRONAL, RAT E TERCEIROS, ALIQUOTAS
      *POR VIGENCIA NO TABENCAR.DAT), GERA A GUIA DE RECOLHIMENTO
      *DO FGTS (FGTS.DAT COM HEADER E TRAILER) E CONTABILIZA OS
      *ENCARGOS EM PARES DEBITO/CREDITO NO CONTABIL.DAT. AS DESPESAS
      *DE FGTS, INSS PATRONAL E RAT VAO PARA AS CONTAS 31107001,
      *31108001 E 31109001.
      *AGORA GRAVA O HISTORICO PERMANENTE DA FOLHA (HISTFOLHA.DAT),
      *UM REGISTRO POR FUNCIONARIO, COMPETENCIA E TIPO DE RUN COM O
      *BRUTO, O INSS, O IRRF, CADA DESCONTO E O LIQUIDO - BASE DO
      *INFORME DE RENDIMENTOS ANUAL (INFORME.COB).
      *AGORA O RUN DE FERIAS (F) SAI DO CONTROLE DE FERIAS POR
      *PERIODO AQUISITIVO (FERIAS.DAT, MANTIDO PELO FERMANUT): PAGA
      *SO OS DIAS PROGRAMADOS PARA COMECAR NA COMPETENCIA, EM DOBRO
      *QUANDO O GOZO COMECA DEPOIS DO LIMITE LEGAL, RECUSA QUEM NAO
      *TEM DIREITO E BAIXA OS DIAS GOZADOS NO PERIODO.
      *AGORA ACEITA O TIPO DE RUN V (PREVIA DA FOLHA MENSAL): CALCULA
      *TUDO, RODA A VARIANCIA E A VALIDACAO DE CONTAS E GRAVA O
      *REGISTER, OS CONTRACHEQUES E OS DOIS RELATORIOS EM ARQUIVOS DE
      *PREVIA (REGPREV, HOLPREV, VARPREV E CTAPREV), SEM TOCAR NO YTD,
      *DESCONTO, HISTFOLHA, SNAPSHOT, COMPFECH, CHECKPOINT, BANCO,
      *ENCARGO, FGTS, CONTABIL NEM CONTROLE.
      *AGORA OS DESCONTOS RECORRENTES SAO APLICADOS EM ORDEM DE
      *PRIORIDADE DO TIPO (DEPARA.DAT, COM PADRAO PENSAO > EMPRESTIMO
      *> PLANO DE SAUDE > VALE REFEICAO) ATE O LIQUIDO MINIMO DO
      *PARAMFOL; O QUE NAO CABE FICA COMO SALDO NO DESCONTO.DAT E E
      *COBRADO NA COMPETENCIA SEGUINTE, E A FOLHA MENSAL LISTA OS
      *SALDOS EM ABERTO NO DESCSALD.DAT.
      *AGORA CADA FUNCIONARIO E PAGO NO CENTRO DE CUSTO DO EMPLOYEE
      *MASTER: O REGISTER TRAZ O CENTRO DE CUSTO NA LINHA E UMA SECAO
      *DE SUBTOTAIS POR CENTRO DE CUSTO, A CONTABILIZACAO SAI POR
      *CENTRO DE CUSTO (CTB-CCUSTO) E O CONTROLE LEVA OS TOTAIS DOS
      *CENTROS DE CUSTO PARA O BALANCO CONFERIR CONTRA A EMPRESA.
      *AGORA O SYSIN TRAZ O OPERADOR QUE SUBMETE O RUN (OBRIGATORIO
      *NO RUN REAL) E O 7800 GRAVA NO BANCORET.DAT A SITUACAO DA
      *REMESSA DO RUN COM ESSE OPERADOR: RETIDA NO BANCOPEND, A
      *LIBERACAO FICA COM UM SUPERVISOR NO LIBBANCO, QUE NAO PODE
      *SER O MESMO OPERADOR (CONTROLE A QUATRO OLHOS).
      *AGORA O RUN REAL (NAO A PREVIA) CONSULTA O CONTROLE DE EXECUCAO
      *DO JOB NOTURNO (EXECUCAO.DAT) DEPOIS DOS CARTOES DO SYSIN: JA
      *CONCLUIDO NA EXECUCAO CORRENTE E PULADO COM O MESMO RC;
      *REINICIADO, TIRA ANTES DO CONTROLE.DAT OS CONTADORES DA FOLHA
      *DA TENTATIVA ANTERIOR E SEGUE NO CHECKPOINT PROPRIO. O ID DA
      *EXECUCAO E A TENTATIVA VAO NOS REGISTROS DO AUDITORIA E DO
      *CONTROLE.
      *AGORA A REGRAVACAO DO CONTABIL.DAT MANTEM OS PARES DE ENCARGO
      *DA RESCISAO (TIPO DE RUN R) AINDA NAO CONFERIDOS PELO BALANCO,
      *CARIMBADOS COM O ID DA EXECUCAO (CTB-EXECUCAO).
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
           SELECT BANCOLIB-FILE ASSIGN TO "BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLIB-FILE-STATUS.
      *SITUACAO DA REMESSA DO ULTIMO RUN REAL (RETIDA OU LIBERADA
      *NA HORA) COM O OPERADOR DO RUN - LIDO E ATUALIZADO PELO
      *LIBBANCO NA LIBERACAO DO SUPERVISOR.
           SELECT BANCORET-FILE ASSIGN TO "BANCORET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT TABINSS-FILE ASSIGN TO "TABINSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIN-FILE-STATUS.
      *PARAMETROS DE DEPENDENTES POR VIGENCIA (AAAAMM): DEDUCAO POR
      *DEPENDENTE NA BASE DO IRRF, LIMITE DE REMUNERACAO E VALOR DA
      *COTA DO SALARIO-FAMILIA. ESCOLHIDO COMO O TABIRRF; SEM O
      *ARQUIVO NAO HA DEDUCAO NEM SALARIO-FAMILIA, COM AVISO.
           SELECT TABDEPEN-FILE ASSIGN TO "TABDEPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TDP-FILE-STATUS.
      *ALIQUOTAS DOS ENCARGOS DA EMPRESA POR VIGENCIA (AAAAMM): FGTS,
      *INSS PATRONAL, RAT (JA AJUSTADO PELO FAP) E TERCEIROS. SEM O
      *ARQUIVO FICAM AS ALIQUOTAS PADRAO (WRK-PCT-FGTS ETC), COM
      *AVISO.
           SELECT TABENCAR-FILE ASSIGN TO "TABENCAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TEN-FILE-STATUS.
      *EVENTOS DE SALARIO DO RH (EMP-ID, DATA EFETIVA, SALARIO
      *NOVO): UM AUMENTO NO MEIO DO MES E PAGO MISTURANDO A TAXA
      *ANTIGA E A NOVA PELOS DIAS TRABALHADOS EM CADA UMA, EM VEZ
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-FILE-STATUS.
      *DE/PARA DOS TIPOS DE DESCONTO (DED-TIPO) E DOS EVENTOS DOS
      *LANCAMENTOS VARIAVEIS (LCV-EVENTO) PARA CONTA CONTABIL DO
      *RAZAO. TIPO DE DESCONTO SEM DE/PARA CAI NA CONTA GENERICA DE
      *DESCONTOS DIVERSOS COM AVISO NO CONSOLE. A ULTIMA COLUNA E A
      *PRIORIDADE DO TIPO DE DESCONTO (01 = PRIMEIRO A SER COBRADO).
           SELECT DEPARA-FILE ASSIGN TO "DEPARA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DPR-FILE-STATUS.
      *DOS CREDITOS, ENTAO O ARQUIVO SAI BALANCEADO POR CONSTRUCAO
      *E O BALANCO.COB CONFERE DEBITOS = CREDITOS E O LIQUIDO
      *CONTRA O REG-LIQUIDO/BANCO-VALOR DO CONTROLE.
      *OS LANCAMENTOS SAEM POR CENTRO DE CUSTO, CADA CENTRO DE CUSTO
      *BALANCEADO POR SI (VER 7850).
      *OS PARES DE ENCARGO DA RESCISAO (TIPO DE RUN R), LANCADOS FORA
      *DO JOB, ATRAVESSAM A REGRAVACAO PELO CTBNOVO.DAT (VER 7840).
           SELECT CONTABIL-FILE ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTB-FILE-STATUS.
      *SEGURA O BANCO.DAT NO BANCOPEND, COMO A VARIANCIA (VER 7750).
           SELECT CONTAVAL-FILE ASSIGN TO "CONTAVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *ENCARGOS DA EMPRESA POR FUNCIONARIO PAGO, GRAVADOS NO PROPRIO
      *PAGAMENTO COMO O BANCOPEND (O RESTART CONTINUA O ARQUIVO). NO
      *FIM DO RUN O 7820 RELE O ARQUIVO, TOTALIZA E GERA A GUIA DO
      *FGTS - OS TOTAIS NAO DEPENDEM DO RUN TER SIDO RETOMADO.
           SELECT ENCARGO-FILE ASSIGN TO "ENCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENC-FILE-STATUS.
      *GUIA DE RECOLHIMENTO DO FGTS DO RUN: HEADER (H) COM EMPRESA,
      *COMPETENCIA E DATA DE GERACAO, UM DETALHE (D) POR FUNCIONARIO
      *E TRAILER (T) COM QUANTIDADE, BASE E VALOR TOTAL.
           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGT-FILE-STATUS.
      *REGISTRO DAS COMPETENCIAS (MMAAAA) JA FECHADAS - A FOLHA
      *RECUSA REPROCESSAR UMA COMPETENCIA FECHADA SEM O FLAG DE
      *REPROCESSO EXPLICITO NO SYSIN.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-CHAVE
               FILE STATUS IS WRK-DESC-FILE-STATUS.
      *CADASTRO DE DEPENDENTES, CHAVE EMP-ID + SEQUENCIA, LIDO POR
      *START/READ NEXT NA FAIXA DO EMP-ID COMO O DESCONTO.DAT.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DEP-FILE-STATUS.
      *CONTROLE DE FERIAS, CHAVE EMP-ID + INICIO DO PERIODO
      *AQUISITIVO. SO O RUN DE FERIAS ABRE - LE A FAIXA DO EMP-ID
      *NA ELEGIBILIDADE E REGRAVA O PERIODO PAGO POR CHAVE.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FER-FILE-STATUS.
      *HISTORICO PERMANENTE DA FOLHA, CHAVE EMP-ID + COMPETENCIA
      *(AAAAMM) + TIPO DE RUN. NUNCA E PODADO - O RESTART REGRAVA O
      *REGISTRO PELA CHAVE E O REPROCESSO RETIRA OS DA COMPETENCIA
      *ANTES DE RECALCULAR (VER 0470).
           SELECT HISTFOLHA-FILE ASSIGN TO "HISTFOLHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSF-CHAVE
               FILE STATUS IS WRK-HSF-FILE-STATUS.
      *FOTOGRAFIA DO CADASTRO DE DESCONTOS NO INICIO DO RUN DA
      *COMPETENCIA, PARA O REPROCESSO RESTAURAR PARCELAS E ATIVO
      *ANTES DE RECALCULAR - SIMETRICA AO ESTORNO DO YTD.
           SELECT HOLERITE-FILE ASSIGN TO "HOLERITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOL-FILE-STATUS.
      *LANCAMENTOS VARIAVEIS DIGITADOS PELO RH, UM POR COMPETENCIA
      *+ EMP-ID + EVENTO. SO A FOLHA MENSAL OS APLICA; O QUE NAO
      *PASSA NA CRITICA (OU NAO ACHA O FUNCIONARIO NA FOLHA) SAI NO
      *LANCREJ.DAT COM O MOTIVO.
           SELECT LANCVAR-FILE ASSIGN TO "LANCVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCV-FILE-STATUS.
           SELECT LANCREJ-FILE ASSIGN TO "LANCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *EMPLOYEE MASTER INDEXADO (VER VARIAVEIS/MAIN.COB), LIDO POR
      *CHAVE PARA CRITICAR O EMP-ID DOS LANCAMENTOS VARIAVEIS E PARA
      *BUSCAR O CENTRO DE CUSTO DE CADA FUNCIONARIO PAGO.
           SELECT MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-MST-FILE-STATUS.
      *TABELA DE CENTROS DE CUSTO (CODIGO E DESCRICAO), A MESMA DA
      *MANUTENCAO DO EMPLOYEE MASTER - SO DA NOME AOS SUBTOTAIS.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCU-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-FILE-STATUS.
      *SAIDAS DA PREVIA (TIPO DE RUN V): MESMO CONTEUDO DO REGISTER,
      *DO HOLERITE, DA VARIANCIA E DO CONTAVAL, EM ARQUIVOS PROPRIOS
      *PARA A PREVIA NAO SOBRESCREVER OS DO ULTIMO RUN REAL (QUE O
      *BALANCO E A LIBERACAO DO BANCO AINDA LEEM).
           SELECT REGPREV-FILE ASSIGN TO "REGPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLPREV-FILE ASSIGN TO "HOLPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARPREV-FILE ASSIGN TO "VARPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTAPREV-FILE ASSIGN TO "CTAPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *SALDOS DE DESCONTO A COBRAR (PARCELAS QUE NAO COUBERAM NO
      *LIQUIDO), LISTADOS NO FIM DA FOLHA MENSAL.
           SELECT DESCSALD-FILE ASSIGN TO "DESCSALD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      *TRABALHO DA CONTABILIZACAO: OS LANCAMENTOS DA RESCISAO QUE
      *FICAM NO CONTABIL.DAT REGRAVADO.
           SELECT CTBNOVO-FILE ASSIGN TO "CTBNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CBN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EMP-DESLIGAMENTO PIC 9(8).
      *STATUS A = ATIVO, I = INATIVO (INATIVO NAO E PAGO).
           05  EMP-STATUS PIC X.
      *AGENCIA DA CONTA (VEM DO EMPLOYEE MASTER PELO GERAPAY); O
      *ARQUIVO DO BANCO SO LEVA A CONTA COM DIGITO.
           05  EMP-AGENCIA PIC X(4).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD PIC X(800).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-ID PIC X(5).
      *PELO DESCMANUT.COB. MODO V = VALOR FIXO, P = PERCENTUAL DO
      *BRUTO. PARCELAS 999 = SEM PRAZO (RECORRENTE); AO CHEGAR EM
      *ZERO O DESCONTO E ENCERRADO (ATIVO = N).
      *SALDO = PARTE DAS PARCELAS JA VENCIDAS QUE NAO COUBE NO
      *LIQUIDO, COBRADA NAS COMPETENCIAS SEGUINTES; SALDO-DESDE =
      *COMPETENCIA (AAAAMM) EM QUE O SALDO COMECOU. O DESCONTO SO E
      *ENCERRADO QUANDO AS PARCELAS E O SALDO CHEGAM A ZERO.
       FD  DESCONTO-FILE.
       01  DESCONTO-RECORD.
           05  DED-CHAVE.
           05  DED-PCT PIC V999.
           05  DED-PARCELAS PIC 9(3).
           05  DED-ATIVO PIC X.
           05  DED-SALDO PIC 9(6)V99.
           05  DED-SALDO-DESDE PIC 9(6).
      *DEPENDENTES DO FUNCIONARIO, MANTIDOS PELO DEPMANUT.COB.
      *PARENTESCO F = FILHO/ENTEADO, C = CONJUGE, P = PAI/MAE,
      *O = OUTROS. ENCERRADO (ATIVO = N) NAO CONTA NA FOLHA.
       FD  DEPENDENTE-FILE.
       01  DEPENDENTE-RECORD.
           05  DEP-CHAVE.
               10  DEP-EMP-ID PIC X(5).
               10  DEP-SEQ PIC 9(2).
           05  DEP-NOME PIC X(20).
           05  DEP-NASCIMENTO PIC 9(8).
           05  DEP-PARENTESCO PIC X.
           05  DEP-IR PIC X.
           05  DEP-SALFAM PIC X.
           05  DEP-ATIVO PIC X.
      *CONTRACHEQUE IMPRESSO, UMA PAGINA POR FUNCIONARIO, QUE O RH
      *ENTREGA AO EMPREGADO (ANTES ERA REDIGITADO NUM EDITOR).
       FD  DESCSNAP-FILE.
           05  DSN-PCT PIC V999.
           05  DSN-PARCELAS PIC 9(3).
           05  DSN-ATIVO PIC X.
           05  DSN-SALDO PIC 9(6)V99.
           05  DSN-SALDO-DESDE PIC 9(6).
       FD  HOLERITE-FILE.
       01  HOLERITE-RECORD PIC X(80).
       FD  REGPREV-FILE.
       01  REGPREV-RECORD PIC X(800).
       FD  HOLPREV-FILE.
       01  HOLPREV-RECORD PIC X(80).
       FD  VARPREV-FILE.
       01  VARPREV-RECORD PIC X(100).
       FD  CTAPREV-FILE.
       01  CTAPREV-RECORD PIC X(100).
       FD  DESCSALD-FILE.
       01  DESCSALD-RECORD PIC X(100).
      *SITUACAO: R = RETIDA NO BANCOPEND AGUARDANDO O SUPERVISOR,
      *A = LIBERADA NA HORA PELA PROPRIA FOLHA, L = LIBERADA PELO
      *SUPERVISOR, J = REJEITADA PELO SUPERVISOR. REEMISSOES = LINHAS
      *DA REFILA CONSUMIDAS PELO RUN (O LIBBANCO TIRA SO ESSAS DA
      *REFILA AO LIBERAR).
       FD  BANCORET-FILE.
       01  BANCORET-RECORD.
           05  BRT-SITUACAO PIC X.
           05  BRT-DATA-FOLHA PIC 9(8).
           05  BRT-COMPETENCIA PIC 9(6).
           05  BRT-TIPO-RUN PIC X.
           05  BRT-OPERADOR PIC X(8).
           05  BRT-VAR-FLAGS PIC 9(4).
           05  BRT-CTA-ERROS PIC 9(4).
           05  BRT-REEMISSOES PIC 9(4).
           05  BRT-SUPERVISOR PIC X(8).
           05  BRT-DATA-DECISAO PIC 9(8).
      *ARQUIVO DE REMESSA NO LAYOUT EXIGIDO PELO BANCO: HEADER (H)
      *COM A EMPRESA E A DATA DE GERACAO, DETALHES (D) NUMERADOS EM
      *SEQUENCIA E TRAILER (T) COM QUANTIDADE E VALOR TOTAL.
           05  SNN-BRUTO PIC 9(8)V999.
           05  SNN-LIQUIDO PIC 9(8)V999.
           05  SNN-COMPETENCIA PIC 9(6).
      *S QUANDO O FUNCIONARIO TEVE EVENTO DE SALARIO NO MES, L
      *QUANDO TEVE SO LANCAMENTO VARIAVEL - O RESTART PRECISA SABER
      *PARA A VARIANCIA NAO ALERTAR A DIFERENCA JA EXPLICADA.
           05  SNN-AJUSTADO PIC X.
       FD  PARAMFOL-FILE.
      *LIQ-MIN-PCT = PERCENTUAL DO LIQUIDO (ANTES DOS DESCONTOS
      *RECORRENTES) QUE O FUNCIONARIO SEMPRE RECEBE; MARGEM-PCT =
      *MARGEM CONSIGNAVEL SOBRE O ULTIMO LIQUIDO, USADA PELO
      *DEDMANUT NA INCLUSAO DE EMPRESTIMO. CAMPO AUSENTE OU NAO
      *NUMERICO MANTEM O PADRAO.
       01  PARAMFOL-RECORD.
           05  PARM-VAR-PCT-LIMITE PIC 9(3)V99.
           05  PARM-LIQ-MIN-PCT PIC 9(3)V99.
           05  PARM-MARGEM-PCT PIC 9(3)V99.
       FD  TABIRRF-FILE.
       01  TABIRRF-RECORD.
           05  TIR-VIGENCIA PIC 9(6).
           05  TIN-LIMITE PIC 9(8)V99.
           05  TIN-ALIQUOTA PIC V999.
           05  TIN-DEDUCAO PIC 9(6)V99.
       FD  TABDEPEN-FILE.
       01  TABDEPEN-RECORD.
           05  TDP-VIGENCIA PIC 9(6).
           05  TDP-DEDUCAO-IR PIC 9(4)V99.
           05  TDP-SALFAM-LIMITE PIC 9(6)V99.
           05  TDP-SALFAM-COTA PIC 9(4)V99.
      *A MULTA DO FGTS SO E USADA PELO RESCISAO.COB - A FOLHA LE O
      *MESMO LAYOUT E IGNORA O CAMPO.
       FD  TABENCAR-FILE.
       01  TABENCAR-RECORD.
           05  TEN-VIGENCIA PIC 9(6).
           05  TEN-FGTS PIC V999.
           05  TEN-INSS-EMPRESA PIC V999.
           05  TEN-RAT PIC V999.
           05  TEN-TERCEIROS PIC V999.
           05  TEN-MULTA-FGTS PIC V999.
       FD  SALEVENT-FILE.
       01  SALEVENT-RECORD.
           05  SEV-EMP-ID PIC X(5).
           05  DPR-TIPO PIC X(2).
           05  DPR-CONTA PIC X(8).
           05  DPR-DESCRICAO PIC X(20).
           05  DPR-PRIORIDADE PIC X(2).
       FD  CONTABIL-FILE.
       01  CONTABIL-RECORD.
           05  CTB-COMPETENCIA PIC 9(6).
           05  CTB-CONTA PIC X(8).
           05  CTB-DESCRICAO PIC X(20).
           05  CTB-VALOR PIC 9(10)V99.
      *EM BRANCO = SEM CENTRO DE CUSTO (REEMISSOES DA REFILA E
      *FUNCIONARIO SEM CENTRO DE CUSTO NO EMPLOYEE MASTER).
           05  CTB-CCUSTO PIC X(4).
      *EXECUCAO DO JOB EM QUE O LANCAMENTO ENTROU NO CONTABIL.DAT (EM
      *BRANCO NO LANCAMENTO DA RESCISAO AINDA NAO CONFERIDO).
           05  CTB-EXECUCAO PIC X(14).
       FD  CONTAVAL-FILE.
       01  CONTAVAL-RECORD PIC X(100).
       FD  ENCARGO-FILE.
       01  ENCARGO-RECORD.
           05  ENC-EMP-ID PIC X(5).
           05  ENC-NOME PIC X(20).
           05  ENC-TIPO-RUN PIC X.
           05  ENC-BASE-FGTS PIC 9(8)V99.
           05  ENC-FGTS PIC 9(8)V99.
           05  ENC-BASE-INSS PIC 9(8)V99.
           05  ENC-INSS-EMPRESA PIC 9(8)V99.
           05  ENC-RAT PIC 9(8)V99.
           05  ENC-TERCEIROS PIC 9(8)V99.
           05  ENC-CCUSTO PIC X(4).
      *UM REGISTRO POR PERIODO AQUISITIVO (VER FERMANUT.COB).
      *SITUACAO A = EM AQUISICAO, D = ADQUIRIDO (DIAS DISPONIVEIS),
      *Q = QUITADO, I = INDENIZADO NA RESCISAO. O LIMITE E O FIM DO
      *PERIODO CONCESSIVO - GOZO QUE COMECA NELE OU DEPOIS E PAGO EM
      *DOBRO.
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
      *TRIBUTAVEL, DECIMO E ISENTO SEPARAM O BRUTO PELOS QUADROS DO
      *INFORME DE RENDIMENTOS: NA FOLHA MENSAL E NAS FERIAS TUDO E
      *TRIBUTAVEL, NO 13O E DECIMO (NA 2A PARCELA SO O QUE FALTOU
      *DEPOIS DO ADIANTAMENTO) E NA RESCISAO AS FERIAS INDENIZADAS
      *SAO ISENTAS.
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
       FD  FGTS-FILE.
       01  FGTS-RECORD.
           05  FGT-TIPO PIC X.
           05  FGT-DADOS PIC X(60).
           05  FGT-DADOS-HEADER REDEFINES FGT-DADOS.
               10  FGT-EMPRESA PIC X(14).
               10  FGT-COMPETENCIA PIC 9(6).
               10  FGT-GERACAO PIC 9(8).
               10  FGT-TIPO-RUN PIC X.
               10  FILLER PIC X(31).
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
      *CADA FECHAMENTO CARREGA O TIPO DE RUN (N/P/S/F) - A MESMA
      *COMPETENCIA PODE TER FOLHA MENSAL, PARCELAS DO 13O E FERIAS
      *FECHADAS SEPARADAMENTE, MAS NENHUM TIPO RODA DUAS VEZES.
           05  RSF-COMPETENCIA PIC 9(6).
           05  RSF-EMP-ID PIC X(5).
           05  RSF-DATA-PAGAMENTO PIC 9(8).
       FD  LANCVAR-FILE.
       01  LANCVAR-RECORD.
           05  LCV-COMPETENCIA PIC 9(6).
           05  LCV-EMP-ID PIC X(5).
      *EVENTO: HE = HORA EXTRA 50%, HD = HORA EXTRA 100%, AN =
      *ADICIONAL NOTURNO (QUANTIDADE EM HORAS), CO = COMISSAO, BO =
      *BONUS (VALOR EM REAIS), FA = FALTAS, DS = DSR DESCONTADO
      *(QUANTIDADE EM DIAS).
           05  LCV-EVENTO PIC X(2).
           05  LCV-QUANTIDADE PIC 9(3)V99.
           05  LCV-VALOR PIC 9(6)V99.
       FD  LANCREJ-FILE.
       01  LANCREJ-RECORD PIC X(100).
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
       FD  CCUSTO-FILE.
       01  CCUSTO-RECORD.
           05  CCU-CODIGO PIC X(4).
           05  CCU-DESCRICAO PIC X(20).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
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
       FD  CTBNOVO-FILE.
       01  CTBNOVO-RECORD PIC X(66).

       WORKING-STORAGE SECTION.
      *TABELAS DE FAIXAS CARREGADAS DO TABIRRF.DAT/TABINSS.DAT.
       77 WRK-EOF-EMPLOYEE PIC X VALUE 'N'.
       77 WRK-TOTAL-SALARIO PIC 9(8)V999 VALUE ZEROS.
       77 WRK-TOTAL-SALARIO-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-LINHA PIC X(800) VALUE SPACES.
       77 WRK-CKPT-FILE-STATUS PIC XX VALUE '00'.
      *CHECKPOINT A CADA FUNCIONARIO - SE O INTERVALO FOSSE MAIOR, O
      *RESTART REPETIRIA LINHAS DO REGISTER-FILE E TRANSFERENCIAS DO
      *CONTRACHEQUE SAIR COM UMA LINHA POR DESCONTO.
       01 CCH-TABLE.
          05 CCH-ENTRY OCCURS 10 TIMES INDEXED BY CCH-IDX.
             10 CCH-TAB-TIPO PIC X(2).
             10 CCH-TAB-DESCRICAO PIC X(15).
             10 CCH-TAB-VALOR PIC 9(6)V999.
       77 WRK-CCH-COUNT PIC 9(2) VALUE ZEROS.
       77 WRK-REPROCESSO PIC X VALUE 'N'.
      *TIPO DE RUN: N = FOLHA MENSAL, P = 13O SALARIO PRIMEIRA
      *PARCELA, S = 13O SALARIO SEGUNDA PARCELA, F = FERIAS.
      *EM BRANCO OU INVALIDO CAI NA FOLHA MENSAL. A PREVIA (V) RODA
      *COMO FOLHA MENSAL (TIPO N) COM WRK-PREVIA = S.
       77 WRK-TIPO-RUN PIC X VALUE 'N'.
       77 WRK-PREVIA PIC X VALUE 'N'.
      *USUARIO QUE SUBMETE O RUN (CARTAO DO SYSIN) - GRAVADO NO
      *BANCORET.DAT PARA O LIBBANCO IMPEDIR QUE ELE MESMO LIBERE.
       77 WRK-OPERADOR PIC X(8) VALUE SPACES.
       77 WRK-BANK-VALOR PIC 9(8)V99 VALUE ZEROS.
      *DESCONTOS ATIVOS DO FUNCIONARIO DA VEZ, EM ORDEM DE
      *PRIORIDADE (E DE CHAVE DENTRO DA MESMA PRIORIDADE).
       01 DCL-TABLE.
          05 DCL-ENTRY OCCURS 20 TIMES INDEXED BY DCL-IDX DCL-JDX.
             10 DCL-TAB-TIPO PIC X(2).
             10 DCL-TAB-PRIORIDADE PIC 9(2).
       01 DCL-TROCA.
          05 DCL-TROCA-TIPO PIC X(2).
          05 DCL-TROCA-PRIORIDADE PIC 9(2).
       77 WRK-DCL-COUNT PIC 9(2) VALUE ZEROS.
       77 WRK-DCL-PRIORIDADE PIC 9(2) VALUE ZEROS.
      *LIQUIDO MINIMO: PERCENTUAL DO LIQUIDO ANTES DOS DESCONTOS
      *RECORRENTES (PARAMFOL, PADRAO 30%).
       77 WRK-LIQ-MIN-PCT PIC 9(3)V99 VALUE 30.
       77 WRK-LIQ-MINIMO PIC 9(6)V999 VALUE ZEROS.
       77 WRK-DESC-PARCELA PIC 9(6)V999 VALUE ZEROS.
       77 WRK-DESC-DEVIDO PIC 9(7)V999 VALUE ZEROS.
       77 WRK-DESC-DISPONIVEL PIC 9(6)V999 VALUE ZEROS.
       77 WRK-DESC-PENDENTE PIC 9(7)V999 VALUE ZEROS.
       77 WRK-DSD-COUNT PIC 9(5) VALUE ZEROS.
       77 WRK-DSD-TOTAL PIC 9(8)V99 VALUE ZEROS.
       77 WRK-DSD-SALDO-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DSD-TOTAL-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-TIPO-RUN-X PIC X VALUE SPACE.
       77 WRK-TIPO-RUN-DESC PIC X(24) VALUE SPACES.
       77 WRK-CPF-TIPO PIC X VALUE SPACE.
             10 DPR-TAB-TIPO PIC X(2).
             10 DPR-TAB-CONTA PIC X(8).
             10 DPR-TAB-DESCRICAO PIC X(20).
             10 DPR-TAB-PRIORIDADE PIC 9(2).
      *TOTAIS DO RUN POR TIPO DE DESCONTO, PARA UM CREDITO POR
      *CONTA NA CONTABILIZACAO.
       01 CTD-TABLE.
       77 WRK-CTA-INSS PIC X(8) VALUE '21102001'.
       77 WRK-CTA-LIQUIDO PIC X(8) VALUE '21103001'.
       77 WRK-CTA-DIVERSOS PIC X(8) VALUE '21909999'.
      *LANCAMENTOS VARIAVEIS ACEITOS NA CARGA, A ESPERA DO PAGAMENTO
      *DO FUNCIONARIO. SITUACAO P = PENDENTE, A = APLICADO, J = JA
      *APLICADO ANTES DE UM RESTART.
       01 LCV-TABLE.
          05 LCV-ENTRY OCCURS 2000 TIMES INDEXED BY LCV-IDX LCV-JDX.
             10 LCV-TAB-EMP-ID PIC X(5).
             10 LCV-TAB-EVENTO PIC X(2).
             10 LCV-TAB-QTD PIC 9(3)V99.
             10 LCV-TAB-VALOR PIC 9(6)V99.
             10 LCV-TAB-SITUACAO PIC X.
       77 WRK-LCV-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-MST-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-MST-PRESENTE PIC X VALUE 'N'.
       77 WRK-LCV-EOF PIC X VALUE 'N'.
       77 WRK-LCV-COUNT PIC 9(4) VALUE ZEROS.
       77 WRK-LCV-LIDOS PIC 9(4) VALUE ZEROS.
       77 WRK-LCV-APLICADOS PIC 9(4) VALUE ZEROS.
       77 WRK-LCV-REJEITADOS PIC 9(4) VALUE ZEROS.
       77 WRK-LCV-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-LCV-EMP-ID PIC X(5) VALUE SPACES.
       77 WRK-LCV-EVENTO PIC X(2) VALUE SPACES.
       77 WRK-LCV-QTD PIC 9(3)V99 VALUE ZEROS.
       77 WRK-LCV-QTD-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-LCV-INFORMADO PIC 9(6)V99 VALUE ZEROS.
      *CATALOGO DO EVENTO DA VEZ (VER 2047): DESCRICAO, NATUREZA
      *(P = PROVENTO, D = DESCONTO NO BRUTO), BASE (H = HORAS SOBRE
      *O VALOR DA HORA, D = DIAS SOBRE O VALOR DO DIA, V = VALOR
      *INFORMADO) E FATOR SOBRE A HORA. BASE EM BRANCO = EVENTO
      *DESCONHECIDO.
       77 WRK-LCV-DESCR PIC X(20) VALUE SPACES.
       77 WRK-LCV-NATUREZA PIC X VALUE SPACE.
       77 WRK-LCV-BASE PIC X VALUE SPACE.
       77 WRK-LCV-FATOR PIC 9V99 VALUE ZEROS.
      *JORNADA MENSAL (CLT) PARA O VALOR DA HORA E MES COMERCIAL
      *PARA O VALOR DO DIA DE FALTA/DSR.
       77 WRK-HORAS-MES PIC 9(3) VALUE 220.
       77 WRK-DIAS-COMERCIAL PIC 9(2) VALUE 30.
       77 WRK-SAL-REFERENCIA PIC 9(6)V999 VALUE ZEROS.
       77 WRK-LCV-VALOR PIC 9(6)V999 VALUE ZEROS.
       77 WRK-LCV-VALOR-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LCV-PROVENTOS PIC 9(6)V999 VALUE ZEROS.
       77 WRK-LCV-DESCONTOS PIC 9(6)V999 VALUE ZEROS.
      *BRUTO ANTES DOS LANCAMENTOS (SALARIO DO RUN, JA COM PRO-RATA
      *E EVENTO DE SALARIO) - E A LINHA SALARIO DO CONTRACHEQUE.
       77 WRK-SALARIO-BASE PIC 9(6)V999 VALUE ZEROS.
       77 WRK-SALARIO-BASE-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *ITENS DOS LANCAMENTOS PARA A LINHA DO REGISTER - ESPACOS
      *QUANDO O FUNCIONARIO NAO TEVE LANCAMENTO NA COMPETENCIA.
       77 WRK-LCV-ITENS PIC X(120) VALUE SPACES.
       77 WRK-LCV-PTR PIC 9(3) VALUE 1.
      *MARCA DE VARIACAO EXPLICADA GRAVADA NO SNAPNOVO: S = EVENTO
      *DE SALARIO, L = LANCAMENTO VARIAVEL, N = NENHUMA.
       77 WRK-SNN-AJUSTE PIC X VALUE 'N'.
      *LANCAMENTOS APLICADOS AO FUNCIONARIO DA VEZ, GUARDADOS PARA O
      *CONTRACHEQUE SAIR COM UMA LINHA POR EVENTO.
       01 EVF-TABLE.
          05 EVF-ENTRY OCCURS 10 TIMES INDEXED BY EVF-IDX.
             10 EVF-TAB-DESCRICAO PIC X(20).
             10 EVF-TAB-NATUREZA PIC X.
             10 EVF-TAB-QTD PIC 9(3)V99.
             10 EVF-TAB-VALOR PIC 9(6)V999.
       77 WRK-EVF-COUNT PIC 9(2) VALUE ZEROS.
      *TOTAIS DO RUN POR EVENTO, PARA A CONTABILIZACAO: PROVENTO E
      *DEBITADO NA CONTA DO EVENTO E FALTA/DSR CREDITADO NA SUA,
      *SAINDO DA DESPESA DE FOLHA (VER 7850).
       01 CTE-TABLE.
          05 CTE-ENTRY OCCURS 20 TIMES INDEXED BY CTE-IDX.
             10 CTE-TAB-TIPO PIC X(2).
             10 CTE-TAB-NATUREZA PIC X.
             10 CTE-TAB-TOTAL PIC 9(10)V999.
       77 WRK-CTE-COUNT PIC 9(2) VALUE ZEROS.
       77 WRK-CTE-ACHADO PIC X VALUE 'N'.
       77 WRK-CTB-EVT-DEB PIC 9(10)V99 VALUE ZEROS.
      *PARAMETROS DE DEPENDENTES CARREGADOS DO TABDEPEN.DAT, UMA
      *LINHA POR VIGENCIA - SO A VIGENCIA ESCOLHIDA E USADA.
       01 TDP-TABLE.
          05 TDP-ENTRY OCCURS 20 TIMES INDEXED BY TDP-IDX.
             10 TDP-TAB-VIGENCIA PIC 9(6).
             10 TDP-TAB-DEDUCAO-IR PIC 9(4)V99.
             10 TDP-TAB-SALFAM-LIMITE PIC 9(6)V99.
             10 TDP-TAB-SALFAM-COTA PIC 9(4)V99.
       77 WRK-TDP-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-TDP-EOF PIC X VALUE 'N'.
       77 WRK-TDP-COUNT PIC 9(2) VALUE ZEROS.
       77 WRK-TDP-VIG-SEL PIC 9(6) VALUE ZEROS.
       77 WRK-DEDUCAO-DEP PIC 9(4)V99 VALUE ZEROS.
       77 WRK-SALFAM-LIMITE PIC 9(6)V99 VALUE ZEROS.
       77 WRK-SALFAM-COTA PIC 9(4)V99 VALUE ZEROS.
       77 WRK-DEP-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-DEP-PRESENTE PIC X VALUE 'N'.
       77 WRK-DEP-EOF PIC X VALUE 'N'.
       77 WRK-DEP-QTD-IR PIC 9(2) VALUE ZEROS.
       77 WRK-DEP-QTD-SF PIC 9(2) VALUE ZEROS.
      *IDADE LIMITE DO FILHO PARA A COTA DE SALARIO-FAMILIA. QUEM
      *NASCEU DEPOIS DE WRK-DEP-NASC-LIMITE AINDA NAO TINHA A IDADE
      *NO PRIMEIRO DIA DA COMPETENCIA (VER 0575).
       77 WRK-DEP-IDADE-SF PIC 9(2) VALUE 14.
       77 WRK-DEP-NASC-LIMITE PIC 9(8) VALUE ZEROS.
       77 WRK-DEP-DEDUCAO PIC 9(6)V999 VALUE ZEROS.
       77 WRK-DEP-DEDUCAO-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BASE-IRRF PIC 9(6)V999 VALUE ZEROS.
       77 WRK-BASE-IRRF-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALFAM PIC 9(6)V999 VALUE ZEROS.
       77 WRK-SALFAM-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CTB-SALFAM-TOT PIC 9(10)V999 VALUE ZEROS.
      *DEPENDENTES E SALARIO-FAMILIA PARA A LINHA DO REGISTER -
      *ESPACOS QUANDO O FUNCIONARIO NAO TEM NENHUM DOS DOIS.
       77 WRK-DEP-INFO PIC X(60) VALUE SPACES.
      *ALIQUOTAS DOS ENCARGOS DA EMPRESA CARREGADAS DO TABENCAR.DAT.
       01 TEN-TABLE.
          05 TEN-ENTRY OCCURS 20 TIMES INDEXED BY TEN-IDX.
             10 TEN-TAB-VIGENCIA PIC 9(6).
             10 TEN-TAB-FGTS PIC V999.
             10 TEN-TAB-INSS-EMPRESA PIC V999.
             10 TEN-TAB-RAT PIC V999.
             10 TEN-TAB-TERCEIROS PIC V999.
       77 WRK-TEN-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-TEN-EOF PIC X VALUE 'N'.
       77 WRK-TEN-COUNT PIC 9(2) VALUE ZEROS.
       77 WRK-TEN-VIG-SEL PIC 9(6) VALUE ZEROS.
      *ALIQUOTAS PADRAO, USADAS QUANDO O TABENCAR.DAT NAO TEM
      *VIGENCIA PARA A COMPETENCIA.
       77 WRK-PCT-FGTS PIC V999 VALUE 0,080.
       77 WRK-PCT-INSS-EMPRESA PIC V999 VALUE 0,200.
       77 WRK-PCT-RAT PIC V999 VALUE 0,020.
       77 WRK-PCT-TERCEIROS PIC V999 VALUE 0,058.
       77 WRK-ENC-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-HSF-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-FER-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-FER-PRESENTE PIC X VALUE 'N'.
       77 WRK-FER-EOF PIC X VALUE 'N'.
       77 WRK-FER-SEM-DIREITO PIC X VALUE 'N'.
      *DIAS DE FERIAS DO FUNCIONARIO NO RUN F - OS EM DOBRO CONTAM
      *DE NOVO EM WRK-FER-DIAS-DOBRO.
       77 WRK-FER-DIAS-PAGAR PIC 9(3) VALUE ZEROS.
       77 WRK-FER-DIAS-DOBRO PIC 9(3) VALUE ZEROS.
       77 WRK-FER-INFO PIC X(30) VALUE SPACES.
       77 WRK-COUNT-FER-RECUSADOS PIC 9(4) VALUE ZEROS.
      *PERIODOS AQUISITIVOS PROGRAMADOS PARA A COMPETENCIA, GUARDADOS
      *NA ELEGIBILIDADE PARA A BAIXA DEPOIS DO PAGAMENTO.
       01 FPG-TABLE.
          05 FPG-ENTRY OCCURS 5 TIMES INDEXED BY FPG-IDX.
             10 FPG-TAB-AQUIS-INI PIC 9(8).
             10 FPG-TAB-DIAS PIC 9(2).
             10 FPG-TAB-DOBRO PIC X.
       77 WRK-FPG-COUNT PIC 9 VALUE ZEROS.
       77 WRK-HSF-EOF PIC X VALUE 'N'.
       77 WRK-HSF-ESTORNADOS PIC 9(6) VALUE ZEROS.
       77 WRK-FGT-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-EOF-ENCARGO PIC X VALUE 'N'.
       77 WRK-ENC-BASE-FGTS PIC 9(6)V999 VALUE ZEROS.
       77 WRK-ENC-BASE-INSS PIC 9(6)V999 VALUE ZEROS.
       77 WRK-ENC-FGTS PIC 9(6)V99 VALUE ZEROS.
       77 WRK-ENC-INSS-EMPRESA PIC 9(6)V99 VALUE ZEROS.
       77 WRK-ENC-RAT PIC 9(6)V99 VALUE ZEROS.
       77 WRK-ENC-TERCEIROS PIC 9(6)V99 VALUE ZEROS.
       77 WRK-ENC-TOTAL PIC 9(7)V99 VALUE ZEROS.
       77 WRK-ENC-FGTS-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ENC-TOTAL-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *FGTS E ENCARGOS DO FUNCIONARIO PARA A LINHA DO REGISTER.
       77 WRK-ENC-INFO PIC X(42) VALUE SPACES.
      *TOTAIS DO RUN, RECALCULADOS DO ENCARGO.DAT PELO 7820.
       77 WRK-ENC-QTD PIC 9(6) VALUE ZEROS.
       77 WRK-ENC-BASE-FGTS-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ENC-FGTS-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ENC-INSS-EMP-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ENC-RAT-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ENC-TERC-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FGT-SEQ PIC 9(6) VALUE ZEROS.
       77 WRK-FGT-QTD PIC 9(6) VALUE ZEROS.
      *VALOR DOS PARES DEBITO/CREDITO DE ENCARGOS NO CONTABIL.DAT
      *(CONFERIDO PELO BALANCO CONTRA O ENC-TOTAL DO CONTROLE).
       77 WRK-CTB-ENC-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CTB-CONTA-DEB PIC X(8) VALUE SPACES.
      *CONTAS DOS ENCARGOS - DESPESA (DEBITO) E PASSIVO (CREDITO).
      *O INSS DA EMPRESA (PATRONAL, RAT E TERCEIROS) TEM CONTA DE
      *PASSIVO PROPRIA, SEPARADA DO INSS RETIDO DO EMPREGADO. AS
      *DESPESAS NAO PODEM REPETIR AS CONTAS DOS EVENTOS DO DEPARA.DAT:
      *O BALANCO RECONHECE O ENCARGO NO CONTABIL PELA CONTA.
       77 WRK-CTA-DESP-FGTS PIC X(8) VALUE '31107001'.
       77 WRK-CTA-DESP-INSS-EMP PIC X(8) VALUE '31108001'.
       77 WRK-CTA-DESP-RAT PIC X(8) VALUE '31109001'.
       77 WRK-CTA-DESP-TERC PIC X(8) VALUE '31105001'.
       77 WRK-CTA-FGTS PIC X(8) VALUE '21104001'.
       77 WRK-CTA-INSS-EMPRESA PIC X(8) VALUE '21102002'.
      *CENTROS DE CUSTO DO CCUSTO.DAT, SO PARA A DESCRICAO NOS
      *SUBTOTAIS DO REGISTER.
       01 CCU-TABLE.
          05 CCU-ENTRY OCCURS 100 TIMES INDEXED BY CCU-IDX.
             10 CCU-TAB-CODIGO PIC X(4).
             10 CCU-TAB-DESCRICAO PIC X(20).
       77 WRK-CCU-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-CCU-EOF PIC X VALUE 'N'.
       77 WRK-CCU-COUNT PIC 9(3) VALUE ZEROS.
       77 WRK-CCU-DESCRICAO PIC X(20) VALUE SPACES.
      *CENTRO DE CUSTO DO FUNCIONARIO DA VEZ (MST-CCUSTO). ESPACOS
      *QUANDO ELE NAO ESTA NO EMPLOYEE MASTER OU NAO TEM CENTRO DE
      *CUSTO - CAI NO GRUPO SEM CENTRO DE CUSTO, QUE TAMBEM RECEBE
      *AS REEMISSOES DA REFILA.
       77 WRK-CCUSTO PIC X(4) VALUE SPACES.
      *TOTAIS DO RUN POR CENTRO DE CUSTO. OS ENCARGOS DO REGISTER
      *(CCT-TAB-ENCARGOS) SAO OS DO CALCULO; OS DA CONTABILIZACAO
      *(FGTS, INSS DA EMPRESA, RAT E TERCEIROS) SAO RECALCULADOS DO
      *ENCARGO.DAT PELO 7825, COMO OS TOTAIS DA EMPRESA.
       01 CCT-TABLE.
          05 CCT-ENTRY OCCURS 100 TIMES INDEXED BY CCT-IDX CCT-JDX.
             10 CCT-TAB-CODIGO PIC X(4).
             10 CCT-TAB-QTD PIC 9(5).
             10 CCT-TAB-BRUTO PIC 9(10)V999.
             10 CCT-TAB-IRRF PIC 9(10)V999.
             10 CCT-TAB-INSS PIC 9(10)V999.
             10 CCT-TAB-SALFAM PIC 9(10)V999.
             10 CCT-TAB-DESCONTOS PIC 9(10)V999.
             10 CCT-TAB-LIQUIDO PIC 9(10)V99.
             10 CCT-TAB-ENCARGOS PIC 9(10)V99.
             10 CCT-TAB-FGTS PIC 9(10)V99.
             10 CCT-TAB-INSS-EMP PIC 9(10)V99.
             10 CCT-TAB-RAT PIC 9(10)V99.
             10 CCT-TAB-TERC PIC 9(10)V99.
      *AREA DE TROCA DA ORDENACAO - MESMO TAMANHO DE UMA CCT-ENTRY.
       01 CCT-TROCA PIC X(146).
       77 WRK-CCT-COUNT PIC 9(3) VALUE ZEROS.
       77 WRK-CCT-ACHADO PIC X VALUE 'N'.
       77 WRK-CCT-QTD-TOT PIC 9(5) VALUE ZEROS.
       77 WRK-CCT-BRUTO-TOT PIC 9(10)V999 VALUE ZEROS.
       77 WRK-CCT-LIQUIDO-TOT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CCT-BRUTO-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-CCT-IRRF-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-CCT-INSS-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-CCT-DESC-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-CCT-LIQUIDO-ED PIC $Z(7)9,99 VALUE ZEROS.
       77 WRK-CCT-ENC-ED PIC $Z(7)9,99 VALUE ZEROS.
      *DESCONTOS RECORRENTES (ORIGEM D) E LANCAMENTOS VARIAVEIS
      *(ORIGEM E) DO RUN POR CENTRO DE CUSTO E TIPO, PARA A
      *CONTABILIZACAO POR CENTRO DE CUSTO. A CTD-TABLE E A CTE-TABLE
      *CONTINUAM DANDO A LISTA DE TIPOS DO RUN.
       01 CCD-TABLE.
          05 CCD-ENTRY OCCURS 1000 TIMES INDEXED BY CCD-IDX.
             10 CCD-TAB-CCUSTO PIC X(4).
             10 CCD-TAB-ORIGEM PIC X.
             10 CCD-TAB-TIPO PIC X(2).
             10 CCD-TAB-TOTAL PIC 9(10)V999.
       77 WRK-CCD-COUNT PIC 9(4) VALUE ZEROS.
       77 WRK-CCD-ACHADO PIC X VALUE 'N'.
       77 WRK-CCD-ORIGEM PIC X VALUE SPACE.
       77 WRK-CCD-TIPO PIC X(2) VALUE SPACES.
       77 WRK-CCD-VALOR PIC 9(6)V999 VALUE ZEROS.
       77 WRK-CCD-TOTAL PIC 9(10)V999 VALUE ZEROS.
      *CENTRO DE CUSTO DOS LANCAMENTOS DA VEZ NO CONTABIL.DAT E
      *TOTAL LANCADO NO RUN (SOMA DOS DEBITOS DE DESPESA DE FOLHA
      *DE TODOS OS CENTROS DE CUSTO).
       77 WRK-CTB-CCUSTO PIC X(4) VALUE SPACES.
       77 WRK-CTB-LANCADO PIC 9(10)V99 VALUE ZEROS.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77 WRK-EXE-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-EXE-EOF PIC X VALUE 'N'.
       77 WRK-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77 WRK-EXE-PROGRAMA PIC X(10) VALUE 'PAYROLL'.
       77 WRK-EXE-EXECUCAO PIC X(14) VALUE SPACES.
       77 WRK-EXE-TENTATIVA PIC 9(2) VALUE ZEROS.
       77 WRK-EXE-EVENTO PIC X VALUE SPACE.
       77 WRK-EXE-RC PIC 9(4) VALUE ZEROS.
       77 WRK-EXE-CONCLUIDO PIC X VALUE 'N'.
       77 WRK-EXE-BASE PIC 9(9) VALUE ZEROS.
       77 WRK-EXE-ULT-EVENTO PIC X VALUE SPACE.
       77 WRK-EXE-ULT-RC PIC 9(4) VALUE ZEROS.
       77 WRK-EXE-ULT-CONCLUIDO PIC X VALUE 'N'.
       77 WRK-EXE-ATIVO PIC X VALUE 'N'.
       77 WRK-EXE-DATA PIC 9(8) VALUE ZEROS.
       77 WRK-EXE-HORA PIC 9(8) VALUE ZEROS.
       77 WRK-CNV-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-EXE-REMOVIDOS PIC 9(4) VALUE ZEROS.
      *LANCAMENTOS DA RESCISAO QUE ATRAVESSAM A REGRAVACAO DO
      *CONTABIL.DAT.
       77 WRK-CBN-FILE-STATUS PIC XX VALUE '00'.
       77 WRK-CBN-EOF PIC X VALUE 'N'.
       77 WRK-CBN-RESCISAO PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-INICIO.
           DISPLAY 'REPROCESSAR COMPETENCIA FECHADA (S/N): '
           ACCEPT WRK-REPROCESSO
           DISPLAY 'TIPO DE RUN (N=MENSAL, P=13O 1A PARCELA, '
               'S=13O 2A PARCELA, F=FERIAS, V=PREVIA): '
           ACCEPT WRK-TIPO-RUN-X
           DISPLAY 'RODAR FORA DO CALENDARIO (S/N): '
           ACCEPT WRK-CAL-OVERRIDE
           DISPLAY 'OPERADOR QUE SUBMETE O RUN: '
           ACCEPT WRK-OPERADOR
           PERFORM 0370-DEFINIR-TIPO-RUN
      *SEM O OPERADOR A REMESSA RETIDA NAO TERIA COMO SEPARAR QUEM
      *RODOU A FOLHA DE QUEM LIBERA O BANCO.
           IF WRK-PREVIA NOT = 'S'
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR NAO INFORMADO NO SYSIN - RUN '
                       'RECUSADO'
                   MOVE 'OPERADOR DA FOLHA' TO WRK-AUD-OPERACAO
                   MOVE 'NAO INFORMADO - RECUSADA'
                       TO WRK-AUD-RESULTADO
                   PERFORM 9000-GRAVAR-AUDITORIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      *SO O RUN REAL ENTRA NO CONTROLE DE EXECUCAO DO JOB NOTURNO - A
      *PREVIA RODA NO JOB AVULSO FOLPREV.
               PERFORM 0100-ABRIR-PASSO
               MOVE 'OPERADOR DA FOLHA' TO WRK-AUD-OPERACAO
               MOVE WRK-OPERADOR TO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
           END-IF
           PERFORM 0300-CARREGAR-CALENDARIO
      *A PREVIA RODA DIAS ANTES DO PAGAMENTO, EM QUALQUER DATA.
           IF WRK-PREVIA NOT = 'S'
               PERFORM 0320-CRITICAR-DATA-DO-RUN
           END-IF
           PERFORM 0330-DERIVAR-COMPETENCIA
           PERFORM 0340-DEFINIR-DATA-PAGAMENTO
           PERFORM 0360-CALCULAR-DIAS-COMPETENCIA
           PERFORM 0350-VERIFICAR-COMPETENCIA
      *PREVIA DE COMPETENCIA FECHADA EXIGIRIA O ESTORNO DO YTD E A
      *RESTAURACAO DOS DESCONTOS, QUE ALTERAM OS CADASTROS.
           IF WRK-COMP-FECHADA = 'S' AND WRK-PREVIA = 'S'
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' JA FECHADA '
                   '- PREVIA RECUSADA'
               MOVE 'PREVIA COMPETENCIA' TO WRK-AUD-OPERACAO
               MOVE 'JA FECHADA - RECUSADA' TO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-COMP-FECHADA = 'S' AND WRK-REPROCESSO NOT = 'S'
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' TIPO '
                   WRK-TIPO-RUN ' JA FECHADA - USE O FLAG DE '
               STOP RUN
           END-IF
           PERFORM 0400-ABRIR-YTD
           PERFORM 0405-ABRIR-HISTORICO
           PERFORM 0450-ABRIR-DESCONTOS
           PERFORM 0455-ABRIR-DEPENDENTES
           IF WRK-TIPO-RUN = 'F'
               PERFORM 0457-ABRIR-FERIAS
           END-IF
           PERFORM 0460-ABRIR-SNAPSHOT
           PERFORM 0475-CARREGAR-RESCISOES
           PERFORM 0485-CARREGAR-EVENTOS-SALARIO
           PERFORM 0550-LER-PARAMETROS-FOLHA
           PERFORM 0560-CARREGAR-TABELA-IRRF
           PERFORM 0570-CARREGAR-TABELA-INSS
           PERFORM 0575-CARREGAR-TABELA-DEPENDENTES
           PERFORM 0578-CARREGAR-TABELA-ENCARGOS
           PERFORM 0580-CARREGAR-DEPARA
           PERFORM 0590-CARREGAR-LANCAMENTOS
           PERFORM 0487-CARREGAR-CCUSTO
           PERFORM 0488-ABRIR-MASTER
           PERFORM 0500-LER-CHECKPOINT
      *O SNAPNOVO E O BANCOPEND DE UM RUN INTERROMPIDO SAO O ESTADO
      *DO RESTART - A PREVIA ESPERA O RUN REAL TERMINAR.
           IF WRK-PREVIA = 'S' AND WRK-CKPT-LAST-ID NOT = SPACES
               DISPLAY 'RUN INTERROMPIDO APOS O FUNCIONARIO '
                   WRK-CKPT-LAST-ID ' AGUARDANDO RESTART - PREVIA '
                   'RECUSADA'
               MOVE 'PREVIA CHECKPOINT' TO WRK-AUD-OPERACAO
               MOVE 'RUN PENDENTE - RECUSADA' TO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *NO RESTART O YTD.DAT E O DESCONTO.DAT, ATUALIZADOS POR CHAVE
      *NO PROPRIO PAGAMENTO, JA ESTAO COM O ESTORNO APLICADO -
      *ESTORNAR DE NOVO SUBTRAIRIA/RESTAURARIA DUAS VEZES.
               IF WRK-COMP-FECHADA = 'S' AND WRK-REPROCESSO = 'S'
                   PERFORM 0465-ESTORNAR-YTD
               ELSE
                   IF WRK-TIPO-RUN = 'N' AND WRK-PREVIA NOT = 'S'
                       PERFORM 0468-FOTOGRAFAR-DESCONTOS
                   END-IF
               END-IF
               STOP RUN
           END-IF
           PERFORM 2000-PROCESSAR-FOLHA UNTIL WRK-EOF-EMPLOYEE = 'S'
           PERFORM 7080-FECHAR-LANCAMENTOS
           PERFORM 7600-REEMITIR-REFILA
           PERFORM 7000-IMPRIMIR-TOTAL
           PERFORM 7400-RELATORIO-VARIANCIA
           PERFORM 7450-GRAVAR-SNAPSHOT
      *A PREVIA NAO FECHA A COMPETENCIA, NAO LIBERA BANCO, NAO GERA
      *GUIA NEM CONTABILIZA, E NAO GRAVA NO CONTROLE - O BALANCO SO
      *CONFERE RUN REAL.
           IF WRK-PREVIA NOT = 'S'
               IF WRK-TIPO-RUN = 'N'
                   PERFORM 7700-RELATORIO-SALDOS
               END-IF
               PERFORM 7900-FECHAR-COMPETENCIA
               PERFORM 0900-LIMPAR-CHECKPOINT
           END-IF
           PERFORM 8000-FECHAR-ARQUIVOS
           PERFORM 7750-VALIDAR-CONTAS
           IF WRK-PREVIA NOT = 'S'
               PERFORM 7800-LIBERAR-BANCO
               PERFORM 7820-GERAR-GUIA-FGTS
               PERFORM 7850-GRAVAR-CONTABIL
               PERFORM 7950-GRAVAR-CONTROLE
           END-IF
           IF WRK-VAR-FLAGS > 0 OR WRK-CTA-ERROS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-COUNT-EMPREGADOS = 0
                   OR WRK-LCV-REJEITADOS > 0
                   OR WRK-COUNT-FER-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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
                       IF CTL-PROGRAMA = 'FOLHA'
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

       0400-ABRIR-YTD.
      *MESMO PADRAO DO EMPMAST: ABRE I-O E CRIA O ARQUIVO VAZIO NA
      *PRIMEIRA VEZ. AS ATUALIZACOES SAO POR CHAVE EM 2200.
               OPEN I-O YTD-FILE
           END-IF.

       0405-ABRIR-HISTORICO.
      *MESMO PADRAO DO YTD: ABRE I-O E CRIA O ARQUIVO VAZIO NA
      *PRIMEIRA VEZ.
           OPEN I-O HISTFOLHA-FILE
           IF WRK-HSF-FILE-STATUS = '35'
               OPEN OUTPUT HISTFOLHA-FILE
               CLOSE HISTFOLHA-FILE
               OPEN I-O HISTFOLHA-FILE
           END-IF.

       0450-ABRIR-DESCONTOS.
           OPEN I-O DESCONTO-FILE
           IF WRK-DESC-FILE-STATUS = '35'
               OPEN I-O DESCONTO-FILE
           END-IF.

       0455-ABRIR-DEPENDENTES.
      *SO LEITURA - O CADASTRO E MANTIDO PELO DEPMANUT. SEM O
      *ARQUIVO A FOLHA RODA SEM DEPENDENTES, COM AVISO.
           OPEN INPUT DEPENDENTE-FILE
           IF WRK-DEP-FILE-STATUS = '35'
               MOVE 'N' TO WRK-DEP-PRESENTE
               DISPLAY 'DEPENDENTE.DAT NAO ENCONTRADO - FOLHA SEM '
                   'DEDUCAO DE DEPENDENTES E SEM SALARIO-FAMILIA'
           ELSE
               MOVE 'S' TO WRK-DEP-PRESENTE
           END-IF.

       0457-ABRIR-FERIAS.
      *O CONTROLE E ABERTO E PROGRAMADO PELO FERMANUT. SEM O ARQUIVO
      *NINGUEM TEM FERIAS PROGRAMADAS E O RUN F NAO PAGA NADA.
           OPEN I-O FERIAS-FILE
           IF WRK-FER-FILE-STATUS = '35'
               MOVE 'N' TO WRK-FER-PRESENTE
               DISPLAY 'FERIAS.DAT NAO ENCONTRADO - NENHUMA FERIAS '
                   'PROGRAMADA PARA PAGAR'
           ELSE
               MOVE 'S' TO WRK-FER-PRESENTE
           END-IF.

       0460-ABRIR-SNAPSHOT.
      *ALEM DE ABRIR, CONTA OS REGISTROS DO RUN ANTERIOR E ANOTA A
      *COMPETENCIA DELES - O ESTORNO (0465) E O ALERTA DE NOVO NA
               CLOSE SALEVENT-FILE
           END-IF.

       0487-CARREGAR-CCUSTO.
           MOVE ZERO TO WRK-CCU-COUNT
           MOVE 'N' TO WRK-CCU-EOF
           OPEN INPUT CCUSTO-FILE
           IF WRK-CCU-FILE-STATUS = '35'
               DISPLAY 'CCUSTO.DAT NAO ENCONTRADO - SUBTOTAIS SEM '
                   'DESCRICAO DO CENTRO DE CUSTO'
           ELSE
               PERFORM UNTIL WRK-CCU-EOF = 'S'
                   READ CCUSTO-FILE
                       AT END
                           MOVE 'S' TO WRK-CCU-EOF
                       NOT AT END
                           IF WRK-CCU-COUNT >= 100
                               DISPLAY 'CCUSTO.DAT TEM MAIS DE 100 '
                                   'CENTROS - CCU-TABLE CHEIA'
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

       0488-ABRIR-MASTER.
      *O MASTER FICA ABERTO O RUN TODO PARA O 2025 BUSCAR O CENTRO DE
      *CUSTO. SEM O EMPLOYEE.DAT A FOLHA RODA TODA SEM CENTRO DE
      *CUSTO.
           OPEN INPUT MASTER-FILE
           IF WRK-MST-FILE-STATUS = '35'
               MOVE 'N' TO WRK-MST-PRESENTE
               DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - FOLHA SEM '
                   'CENTRO DE CUSTO'
           ELSE
               MOVE 'S' TO WRK-MST-PRESENTE
           END-IF.

       0300-CARREGAR-CALENDARIO.
           MOVE ZERO TO WRK-CAL-COUNT
           MOVE 'N' TO WRK-CAL-PRESENTE
               WHEN 'N'
                   MOVE 'N' TO WRK-TIPO-RUN
                   MOVE 'FOLHA MENSAL' TO WRK-TIPO-RUN-DESC
               WHEN 'V'
                   MOVE 'N' TO WRK-TIPO-RUN
                   MOVE 'S' TO WRK-PREVIA
                   MOVE 'N' TO WRK-REPROCESSO
                   MOVE 'PREVIA DA FOLHA MENSAL' TO WRK-TIPO-RUN-DESC
               WHEN OTHER
                   IF WRK-TIPO-RUN-X NOT = SPACE
                       DISPLAY 'TIPO DE RUN INVALIDO: '
               END-READ
           END-PERFORM
           PERFORM 0467-RESTAURAR-DESCONTOS
           PERFORM 0470-ESTORNAR-HISTORICO
           DISPLAY 'YTD ESTORNADO PARA REPROCESSO DA COMPETENCIA '
               WRK-COMPETENCIA.

       0470-ESTORNAR-HISTORICO.
      *RETIRA DO HISTORICO OS REGISTROS DA COMPETENCIA REPROCESSADA
      *(SO A FOLHA MENSAL TEM REPROCESSO) - O RECALCULO GRAVA DE
      *NOVO QUEM FOR PAGO E QUEM SAIU DA FOLHA NAO FICA NO INFORME.
      *A CHAVE COMECA PELO EMP-ID, ENTAO A VARREDURA E O ARQUIVO
      *INTEIRO.
           MOVE ZERO TO WRK-HSF-ESTORNADOS
           MOVE 'N' TO WRK-HSF-EOF
           MOVE LOW-VALUES TO HSF-CHAVE
           START HISTFOLHA-FILE KEY NOT < HSF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-HSF-EOF
           END-START
           PERFORM UNTIL WRK-HSF-EOF = 'S'
               READ HISTFOLHA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-HSF-EOF
                   NOT AT END
                       IF HSF-COMPETENCIA = WRK-COMP-AAAAMM
                           AND HSF-TIPO-RUN = 'N'
                           DELETE HISTFOLHA-FILE RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO NA EXCLUSAO DO '
                                       'HISTORICO ' HSF-CHAVE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                           END-DELETE
                           ADD 1 TO WRK-HSF-ESTORNADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'HISTORICO ESTORNADO: ' WRK-HSF-ESTORNADOS
               ' REGISTROS DA COMPETENCIA ' WRK-COMPETENCIA.

       0466-ESTORNAR-FUNCIONARIO.
           MOVE SNP-ID TO YTD-ID
           READ YTD-FILE
           MOVE DSN-PCT TO DED-PCT
           MOVE DSN-PARCELAS TO DED-PARCELAS
           MOVE DSN-ATIVO TO DED-ATIVO
           MOVE DSN-SALDO TO DED-SALDO
           MOVE DSN-SALDO-DESDE TO DED-SALDO-DESDE
           WRITE DESCONTO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO RESTAURAR O DESCONTO '
                       MOVE DED-PCT TO DSN-PCT
                       MOVE DED-PARCELAS TO DSN-PARCELAS
                       MOVE DED-ATIVO TO DSN-ATIVO
                       MOVE DED-SALDO TO DSN-SALDO
                       MOVE DED-SALDO-DESDE TO DSN-SALDO-DESDE
                       WRITE DESCSNAP-RECORD
               END-READ
           END-PERFORM
                   NOT AT END
                       MOVE PARM-VAR-PCT-LIMITE TO
                           WRK-VAR-PCT-LIMITE
                       IF PARM-LIQ-MIN-PCT IS NUMERIC
                           MOVE PARM-LIQ-MIN-PCT TO WRK-LIQ-MIN-PCT
                       END-IF
               END-READ
               CLOSE PARAMFOL-FILE
           END-IF.
               END-IF
           END-IF.

       0575-CARREGAR-TABELA-DEPENDENTES.
           MOVE ZERO TO WRK-TDP-COUNT
           MOVE ZERO TO WRK-TDP-VIG-SEL
           MOVE ZERO TO WRK-DEDUCAO-DEP
           MOVE ZERO TO WRK-SALFAM-LIMITE
           MOVE ZERO TO WRK-SALFAM-COTA
           MOVE 'N' TO WRK-TDP-EOF
      *DATA DE NASCIMENTO A PARTIR DA QUAL O FILHO AINDA NAO TINHA
      *A IDADE LIMITE NO PRIMEIRO DIA DA COMPETENCIA (AAAAMMDD
      *MENOS OS ANOS NA POSICAO DO ANO).
           COMPUTE WRK-DEP-NASC-LIMITE =
               WRK-MES-INI - (WRK-DEP-IDADE-SF * 10000)
           OPEN INPUT TABDEPEN-FILE
           IF WRK-TDP-FILE-STATUS = '35'
               DISPLAY 'TABDEPEN.DAT NAO ENCONTRADO - SEM DEDUCAO '
                   'DE DEPENDENTES E SEM SALARIO-FAMILIA'
           ELSE
               PERFORM UNTIL WRK-TDP-EOF = 'S'
                   READ TABDEPEN-FILE
                       AT END
                           MOVE 'S' TO WRK-TDP-EOF
                       NOT AT END
                           IF WRK-TDP-COUNT >= 20
                               DISPLAY 'TABDEPEN.DAT TEM MAIS DE 20 '
                                   'VIGENCIAS - TDP-TABLE CHEIA'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WRK-TDP-COUNT
                           SET TDP-IDX TO WRK-TDP-COUNT
                           MOVE TDP-VIGENCIA TO
                               TDP-TAB-VIGENCIA(TDP-IDX)
                           MOVE TDP-DEDUCAO-IR TO
                               TDP-TAB-DEDUCAO-IR(TDP-IDX)
                           MOVE TDP-SALFAM-LIMITE TO
                               TDP-TAB-SALFAM-LIMITE(TDP-IDX)
                           MOVE TDP-SALFAM-COTA TO
                               TDP-TAB-SALFAM-COTA(TDP-IDX)
                   END-READ
               END-PERFORM
               CLOSE TABDEPEN-FILE
               PERFORM VARYING TDP-IDX FROM 1 BY 1
                   UNTIL TDP-IDX > WRK-TDP-COUNT
                   IF TDP-TAB-VIGENCIA(TDP-IDX) <= WRK-COMP-AAAAMM
                       AND TDP-TAB-VIGENCIA(TDP-IDX) >
                           WRK-TDP-VIG-SEL
                       MOVE TDP-TAB-VIGENCIA(TDP-IDX) TO
                           WRK-TDP-VIG-SEL
                       MOVE TDP-TAB-DEDUCAO-IR(TDP-IDX) TO
                           WRK-DEDUCAO-DEP
                       MOVE TDP-TAB-SALFAM-LIMITE(TDP-IDX) TO
                           WRK-SALFAM-LIMITE
                       MOVE TDP-TAB-SALFAM-COTA(TDP-IDX) TO
                           WRK-SALFAM-COTA
                   END-IF
               END-PERFORM
               IF WRK-TDP-VIG-SEL = ZERO
                   DISPLAY 'TABDEPEN.DAT SEM VIGENCIA VALIDA PARA '
                       WRK-COMPETENCIA ' - SEM DEDUCAO DE '
                       'DEPENDENTES E SEM SALARIO-FAMILIA'
               ELSE
                   DISPLAY 'TABELA DEPENDENTES VIGENCIA '
                       WRK-TDP-VIG-SEL
               END-IF
           END-IF.

       0578-CARREGAR-TABELA-ENCARGOS.
           MOVE ZERO TO WRK-TEN-COUNT
           MOVE ZERO TO WRK-TEN-VIG-SEL
           MOVE 'N' TO WRK-TEN-EOF
           OPEN INPUT TABENCAR-FILE
           IF WRK-TEN-FILE-STATUS = '35'
               DISPLAY 'TABENCAR.DAT NAO ENCONTRADO - ENCARGOS COM '
                   'AS ALIQUOTAS PADRAO'
           ELSE
               PERFORM UNTIL WRK-TEN-EOF = 'S'
                   READ TABENCAR-FILE
                       AT END
                           MOVE 'S' TO WRK-TEN-EOF
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
                   END-IF
               END-PERFORM
               IF WRK-TEN-VIG-SEL = ZERO
                   DISPLAY 'TABENCAR.DAT SEM VIGENCIA VALIDA PARA '
                       WRK-COMPETENCIA ' - ENCARGOS COM AS '
                       'ALIQUOTAS PADRAO'
               ELSE
                   DISPLAY 'TABELA ENCARGOS VIGENCIA '
                       WRK-TEN-VIG-SEL
               END-IF
           END-IF.

       0580-CARREGAR-DEPARA.
           MOVE ZERO TO WRK-DPR-COUNT
           MOVE 'N' TO WRK-DPR-EOF
                           MOVE DPR-CONTA TO DPR-TAB-CONTA(DPR-IDX)
                           MOVE DPR-DESCRICAO TO
                               DPR-TAB-DESCRICAO(DPR-IDX)
                           IF DPR-PRIORIDADE IS NUMERIC
                               MOVE DPR-PRIORIDADE TO
                                   DPR-TAB-PRIORIDADE(DPR-IDX)
                           ELSE
                               MOVE ZERO TO DPR-TAB-PRIORIDADE(DPR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARA-FILE
           END-IF.

       0590-CARREGAR-LANCAMENTOS.
      *CARGA E CRITICA DOS LANCAMENTOS VARIAVEIS DA COMPETENCIA.
      *LANCAMENTO DE OUTRA COMPETENCIA E IGNORADO (O RH PODE DEIXAR
      *O MES SEGUINTE JA DIGITADO). EVENTO DESCONHECIDO, QUANTIDADE
      *OU VALOR INVALIDO, CHAVE REPETIDA E FUNCIONARIO FORA DO
      *EMPLOYEE MASTER (OU INATIVO NELE) VAO PARA O LANCREJ.DAT; OS
      *DEMAIS FICAM NA LCV-TABLE ATE O PAGAMENTO DO FUNCIONARIO.
           MOVE ZERO TO WRK-LCV-COUNT
           MOVE ZERO TO WRK-LCV-LIDOS
           MOVE ZERO TO WRK-LCV-APLICADOS
           MOVE ZERO TO WRK-LCV-REJEITADOS
           MOVE 'N' TO WRK-LCV-EOF
           OPEN OUTPUT LANCREJ-FILE
           MOVE SPACES TO WRK-LINHA
           STRING 'LANCAMENTOS VARIAVEIS REJEITADOS - COMPETENCIA: '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA(1:100) TO LANCREJ-RECORD
           WRITE LANCREJ-RECORD
           IF WRK-TIPO-RUN NOT = 'N'
               MOVE SPACES TO WRK-LINHA
               STRING 'LANCAMENTOS VARIAVEIS NAO SE APLICAM AO RUN '
                   WRK-TIPO-RUN-DESC
                   DELIMITED BY SIZE INTO WRK-LINHA
               MOVE WRK-LINHA(1:100) TO LANCREJ-RECORD
               WRITE LANCREJ-RECORD
           ELSE
               OPEN INPUT LANCVAR-FILE
               IF WRK-LCV-FILE-STATUS = '35'
                   DISPLAY 'LANCVAR.DAT NAO ENCONTRADO - FOLHA SEM '
                       'LANCAMENTOS VARIAVEIS'
               ELSE
                   OPEN INPUT MASTER-FILE
                   IF WRK-MST-FILE-STATUS = '35'
                       MOVE 'N' TO WRK-MST-PRESENTE
                       DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - '
                           'LANCAMENTOS CRITICADOS SO CONTRA A FOLHA'
                   ELSE
                       MOVE 'S' TO WRK-MST-PRESENTE
                   END-IF
                   PERFORM UNTIL WRK-LCV-EOF = 'S'
                       READ LANCVAR-FILE
                           AT END
                               MOVE 'S' TO WRK-LCV-EOF
                           NOT AT END
                               IF LCV-COMPETENCIA = WRK-COMPETENCIA
                                   PERFORM 0595-CRITICAR-LANCAMENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LANCVAR-FILE
                   IF WRK-MST-PRESENTE = 'S'
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           END-IF
           CLOSE LANCREJ-FILE.

       0595-CRITICAR-LANCAMENTO.
           ADD 1 TO WRK-LCV-LIDOS
           MOVE SPACES TO WRK-LCV-MOTIVO
           MOVE LCV-EVENTO TO WRK-LCV-EVENTO
           PERFORM 2047-DESCREVER-EVENTO
           EVALUATE TRUE
               WHEN WRK-LCV-BASE = SPACE
                   MOVE 'EVENTO INVALIDO' TO WRK-LCV-MOTIVO
               WHEN WRK-LCV-BASE = 'V'
                   AND LCV-VALOR IS NOT NUMERIC
                   MOVE 'VALOR INVALIDO' TO WRK-LCV-MOTIVO
               WHEN WRK-LCV-BASE = 'V'
                   AND LCV-VALOR = ZERO
                   MOVE 'VALOR INVALIDO' TO WRK-LCV-MOTIVO
               WHEN WRK-LCV-BASE NOT = 'V'
                   AND LCV-QUANTIDADE IS NOT NUMERIC
                   MOVE 'QUANTIDADE INVALIDA' TO WRK-LCV-MOTIVO
               WHEN WRK-LCV-BASE NOT = 'V'
                   AND LCV-QUANTIDADE = ZERO
                   MOVE 'QUANTIDADE INVALIDA' TO WRK-LCV-MOTIVO
               WHEN WRK-LCV-BASE = 'D'
                   AND LCV-QUANTIDADE > WRK-DIAS-COMERCIAL
                   MOVE 'DIAS ACIMA DO MES COMERCIAL'
                       TO WRK-LCV-MOTIVO
               WHEN OTHER
                   PERFORM 0596-VERIFICAR-DUPLICADO
           END-EVALUATE
           IF WRK-LCV-MOTIVO = SPACES AND WRK-MST-PRESENTE = 'S'
               MOVE LCV-EMP-ID TO MST-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'FUNCIONARIO NAO CADASTRADO'
                           TO WRK-LCV-MOTIVO
                   NOT INVALID KEY
                       IF MST-STATUS = 'I'
                           MOVE 'FUNCIONARIO INATIVO'
                               TO WRK-LCV-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF WRK-LCV-MOTIVO = SPACES
               IF WRK-LCV-COUNT >= 2000
                   DISPLAY 'LANCVAR.DAT TEM MAIS DE 2000 LANCAMENTOS '
                       'NA COMPETENCIA - LCV-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-LCV-COUNT
               SET LCV-IDX TO WRK-LCV-COUNT
               MOVE LCV-EMP-ID TO LCV-TAB-EMP-ID(LCV-IDX)
               MOVE LCV-EVENTO TO LCV-TAB-EVENTO(LCV-IDX)
               IF WRK-LCV-BASE = 'V'
                   MOVE ZERO TO LCV-TAB-QTD(LCV-IDX)
                   MOVE LCV-VALOR TO LCV-TAB-VALOR(LCV-IDX)
               ELSE
                   MOVE LCV-QUANTIDADE TO LCV-TAB-QTD(LCV-IDX)
                   MOVE ZERO TO LCV-TAB-VALOR(LCV-IDX)
               END-IF
               MOVE 'P' TO LCV-TAB-SITUACAO(LCV-IDX)
           ELSE
               MOVE LCV-EMP-ID TO WRK-LCV-EMP-ID
               MOVE ZERO TO WRK-LCV-QTD
               MOVE ZERO TO WRK-LCV-INFORMADO
               IF LCV-QUANTIDADE IS NUMERIC
                   MOVE LCV-QUANTIDADE TO WRK-LCV-QTD
               END-IF
               IF LCV-VALOR IS NUMERIC
                   MOVE LCV-VALOR TO WRK-LCV-INFORMADO
               END-IF
               PERFORM 0597-GRAVAR-REJEICAO
           END-IF.

       0596-VERIFICAR-DUPLICADO.
      *A CHAVE DO LANCAMENTO E COMPETENCIA + EMP-ID + EVENTO - O
      *SEGUNDO REGISTRO COM A MESMA CHAVE E REJEITADO, O PRIMEIRO
      *VALE.
           PERFORM VARYING LCV-JDX FROM 1 BY 1
               UNTIL LCV-JDX > WRK-LCV-COUNT
               IF LCV-TAB-EMP-ID(LCV-JDX) = LCV-EMP-ID
                   AND LCV-TAB-EVENTO(LCV-JDX) = LCV-EVENTO
                   MOVE 'LANCAMENTO DUPLICADO' TO WRK-LCV-MOTIVO
               END-IF
           END-PERFORM.

       0597-GRAVAR-REJEICAO.
           ADD 1 TO WRK-LCV-REJEITADOS
           MOVE WRK-LCV-QTD TO WRK-LCV-QTD-ED
           MOVE WRK-LCV-INFORMADO TO WRK-LCV-VALOR-ED
           MOVE SPACES TO WRK-LINHA
           STRING 'REJEITADO: ' WRK-LCV-EMP-ID
               ' EVENTO ' WRK-LCV-EVENTO
               ' QTD ' WRK-LCV-QTD-ED
               ' VALOR ' WRK-LCV-VALOR-ED
               ' - ' WRK-LCV-MOTIVO
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA(1:100) TO LANCREJ-RECORD
           WRITE LANCREJ-RECORD
           DISPLAY LANCREJ-RECORD.

       0500-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WRK-CKPT-FILE-STATUS = '35'

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT EMPLOYEE-FILE
      *A PREVIA SEMPRE COMECA DO ZERO (O 0000 RECUSA COM CHECKPOINT
      *PENDENTE) E SO ABRE AS SAIDAS DE PREVIA - O BANCOPEND E O
      *ENCARGO NEM SAO ABERTOS.
           EVALUATE TRUE
               WHEN WRK-PREVIA = 'S'
                   OPEN OUTPUT REGPREV-FILE
                   OPEN OUTPUT HOLPREV-FILE
                   OPEN OUTPUT SNAPNOVO-FILE
                   CLOSE SNAPNOVO-FILE
                   OPEN I-O SNAPNOVO-FILE
                   MOVE SPACES TO WRK-LINHA
                   STRING 'FOLHA - COMPETENCIA: ' WRK-COMPETENCIA
                       '  TIPO: ' WRK-TIPO-RUN-DESC
                       DELIMITED BY SIZE INTO WRK-LINHA
                   PERFORM 2470-GRAVAR-LINHA-REG
               WHEN WRK-CKPT-LAST-ID NOT = SPACES
                   PERFORM 1050-RECUPERAR-SEQ-TRANSF
                   OPEN EXTEND REGISTER-FILE
                   IF WRK-REG-FILE-STATUS = '35'
                       OPEN OUTPUT REGISTER-FILE
                   END-IF
                   OPEN EXTEND BANK-FILE
                   IF WRK-BANK-FILE-STATUS = '35'
                       OPEN OUTPUT BANK-FILE
                   END-IF
                   OPEN EXTEND HOLERITE-FILE
                   IF WRK-HOL-FILE-STATUS = '35'
                       OPEN OUTPUT HOLERITE-FILE
                   END-IF
                   OPEN EXTEND ENCARGO-FILE
                   IF WRK-ENC-FILE-STATUS = '35'
                       OPEN OUTPUT ENCARGO-FILE
                   END-IF
      *NO RESTART AS FOTOGRAFIAS DO RUN INTERROMPIDO JA ESTAO NO
      *SNAPNOVO INDEXADO - BASTA REABRIR.
                   OPEN I-O SNAPNOVO-FILE
                   IF WRK-SNPN-FILE-STATUS = '35'
                       OPEN OUTPUT SNAPNOVO-FILE
                       CLOSE SNAPNOVO-FILE
                       OPEN I-O SNAPNOVO-FILE
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT REGISTER-FILE
                   OPEN OUTPUT BANK-FILE
                   OPEN OUTPUT HOLERITE-FILE
                   OPEN OUTPUT ENCARGO-FILE
      *RUN NOVO COMECA COM O SNAPNOVO VAZIO - SOBRA DE UM RUN
      *ANTERIOR ABANDONADO CONTAMINARIA A VARIANCIA.
                   OPEN OUTPUT SNAPNOVO-FILE
                   CLOSE SNAPNOVO-FILE
                   OPEN I-O SNAPNOVO-FILE
      *CABECALHO DO REGISTER COM COMPETENCIA E TIPO DE RUN - SO NO
      *RUN NOVO, O RESTART CONTINUA O ARQUIVO JA ABERTO. O PREFIXO
      *'FOLHA - ' E IGNORADO NA CONTAGEM DE DETALHE DO BALANCO.
                   MOVE SPACES TO WRK-LINHA
                   STRING 'FOLHA - COMPETENCIA: ' WRK-COMPETENCIA
                       '  TIPO: ' WRK-TIPO-RUN-DESC
                       DELIMITED BY SIZE INTO WRK-LINHA
                   PERFORM 2470-GRAVAR-LINHA-REG
           END-EVALUATE
           PERFORM 1100-LER-FUNCIONARIO.

       1050-RECUPERAR-SEQ-TRANSF.
               MOVE 'N' TO WRK-CKPT-ENCONTRADO
               PERFORM UNTIL WRK-EOF-EMPLOYEE = 'S'
                   OR WRK-CKPT-ENCONTRADO = 'S'
                   PERFORM 2049-MARCAR-LANCAMENTOS-PAGOS
                   IF EMP-ID = WRK-CKPT-LAST-ID
                       MOVE 'S' TO WRK-CKPT-ENCONTRADO
                       PERFORM 1100-LER-FUNCIONARIO
                       MOVE 'S' TO WRK-PRORATA
                   END-IF
           END-EVALUATE
           IF WRK-ELEGIVEL = 'S' AND WRK-TIPO-RUN = 'F'
               PERFORM 2016-VERIFICAR-FERIAS
           END-IF
           IF WRK-ELEGIVEL = 'N'
               ADD 1 TO WRK-COUNT-PULADOS
               MOVE SPACES TO WRK-LINHA
               MOVE WRK-LINHA(1:100) TO AJU-TAB-LINHA(AJU-IDX)
           END-IF.

       2016-VERIFICAR-FERIAS.
      *NO RUN F SO E PAGO QUEM TEM GOZO PROGRAMADO COMECANDO NA
      *COMPETENCIA. CADA PROGRAMACAO E CONFERIDA CONTRA O PERIODO:
      *PERIODO ADQUIRIDO, GOZO DEPOIS DO FIM DA AQUISICAO E DIAS
      *DENTRO DO SALDO. UMA PROGRAMACAO SEM DIREITO RECUSA O
      *FUNCIONARIO INTEIRO - O RH CORRIGE NO FERMANUT E RODA DE NOVO.
           MOVE ZERO TO WRK-FPG-COUNT
           MOVE ZERO TO WRK-FER-DIAS-PAGAR
           MOVE ZERO TO WRK-FER-DIAS-DOBRO
           MOVE 'N' TO WRK-FER-SEM-DIREITO
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
                               IF FER-DIAS-PROGRAMADOS > 0
                                   AND FER-GOZO-INICIO >= WRK-MES-INI
                                   AND FER-GOZO-INICIO <= WRK-MES-FIM
                                   PERFORM 2017-CONFERIR-DIREITO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WRK-FER-SEM-DIREITO = 'S'
                   MOVE 'N' TO WRK-ELEGIVEL
                   MOVE 'FERIAS RECUSADA - SEM DIREITO'
                       TO WRK-PULO-MOTIVO
                   ADD 1 TO WRK-COUNT-FER-RECUSADOS
               WHEN WRK-FPG-COUNT = 0
                   MOVE 'N' TO WRK-ELEGIVEL
                   MOVE 'SEM FERIAS PROGRAMADAS NO MES'
                       TO WRK-PULO-MOTIVO
           END-EVALUATE.

       2017-CONFERIR-DIREITO.
           IF FER-SITUACAO NOT = 'D'
               OR FER-GOZO-INICIO < FER-AQUIS-FIM
               OR FER-DIAS-GOZADOS + FER-DIAS-PROGRAMADOS
                   > FER-DIAS-DIREITO
               MOVE 'S' TO WRK-FER-SEM-DIREITO
               DISPLAY 'FERIAS DE ' EMP-ID ' PERIODO ' FER-AQUIS-INI
                   ' SEM DIREITO (SITUACAO ' FER-SITUACAO
                   ' GOZADOS ' FER-DIAS-GOZADOS ' PROGRAMADOS '
                   FER-DIAS-PROGRAMADOS ')'
           ELSE
               IF WRK-FPG-COUNT >= 5
                   DISPLAY 'MAIS DE 5 PERIODOS DE FERIAS PROGRAMADOS '
                       'PARA ' EMP-ID ' - FPG-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FPG-COUNT
               SET FPG-IDX TO WRK-FPG-COUNT
               MOVE FER-AQUIS-INI TO FPG-TAB-AQUIS-INI(FPG-IDX)
               MOVE FER-DIAS-PROGRAMADOS TO FPG-TAB-DIAS(FPG-IDX)
               ADD FER-DIAS-PROGRAMADOS TO WRK-FER-DIAS-PAGAR
               IF FER-GOZO-INICIO >= FER-LIMITE
                   MOVE 'S' TO FPG-TAB-DOBRO(FPG-IDX)
                   ADD FER-DIAS-PROGRAMADOS TO WRK-FER-DIAS-DOBRO
               ELSE
                   MOVE 'N' TO FPG-TAB-DOBRO(FPG-IDX)
               END-IF
           END-IF.

       2020-PAGAR-FUNCIONARIO.
           MOVE EMP-NOME TO WRK-NOME
           PERFORM 2025-DEFINIR-CCUSTO
           PERFORM 2030-DEFINIR-BRUTO-DO-RUN
           MOVE WRK-SALARIO TO WRK-SALARIO-ED
           IF WRK-TIPO-RUN = 'N' AND WRK-PRORATA = 'S'
               MOVE SPACES TO WRK-LINHA
               STRING 'PRO-RATA: ' EMP-ID ' ' EMP-NOME
                   ' DIAS ' WRK-DIAS-TRAB '/' WRK-DIAS-MES
                   ' BRUTO AJUSTADO: ' WRK-SALARIO-BASE-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 2015-GUARDAR-AJUSTE
           END-IF
           PERFORM 2100-CALCULAR-DESCONTOS
           PERFORM 2180-CALCULAR-ENCARGOS
           PERFORM 2050-REGISTRAR-SNAPSHOT
           PERFORM 2200-ATUALIZAR-YTD
           IF WRK-PREVIA NOT = 'S'
               PERFORM 2250-GRAVAR-HISTORICO
           END-IF
           IF WRK-TIPO-RUN = 'F'
               PERFORM 2060-BAIXAR-FERIAS
           END-IF
           PERFORM 2300-GRAVAR-TRANSFERENCIA
           PERFORM 2400-GRAVAR-CONTRACHEQUE
           ADD WRK-SALARIO TO WRK-TOTAL-SALARIO
               ' LIQUIDO: ' WRK-LIQUIDO-ED
               ' YTD-BRUTO: ' WRK-YTD-BRUTO-ED
               ' YTD-LIQUIDO: ' WRK-YTD-LIQUIDO-ED
               ' CC: ' WRK-CCUSTO
               WRK-SEV-INFO
               WRK-FER-INFO
               WRK-LCV-ITENS
               WRK-DEP-INFO
               WRK-ENC-INFO
               WRK-DESC-ITENS
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 2470-GRAVAR-LINHA-REG
           PERFORM 2028-ACUMULAR-CCUSTO
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'FOLHA ' EMP-ID DELIMITED BY SIZE
               INTO WRK-AUD-OPERACAO
      *PROPRIO PAGAMENTO - O CHECKPOINT SO PRECISA MARCAR O ULTIMO
      *FUNCIONARIO PROCESSADO, SEM REGRAVAR ARQUIVO NENHUM.
           IF WRK-CKPT-CONTADOR >= WRK-CKPT-INTERVALO
               AND WRK-PREVIA NOT = 'S'
               PERFORM 0700-GRAVAR-CHECKPOINT
               MOVE ZERO TO WRK-CKPT-CONTADOR
           END-IF.

       2025-DEFINIR-CCUSTO.
           MOVE SPACES TO WRK-CCUSTO
           IF WRK-MST-PRESENTE = 'S'
               MOVE EMP-ID TO MST-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO ' EMP-ID ' FORA DO '
                           'EMPLOYEE MASTER - SEM CENTRO DE CUSTO'
                   NOT INVALID KEY
                       MOVE MST-CCUSTO TO WRK-CCUSTO
               END-READ
           END-IF.

       2026-LOCALIZAR-CCUSTO.
      *POSICIONA O CCT-IDX NO CENTRO DE CUSTO WRK-CCUSTO, ABRINDO
      *A LINHA NA PRIMEIRA VEZ QUE ELE APARECE NO RUN.
           MOVE 'N' TO WRK-CCT-ACHADO
           PERFORM VARYING CCT-JDX FROM 1 BY 1
               UNTIL CCT-JDX > WRK-CCT-COUNT
               IF CCT-TAB-CODIGO(CCT-JDX) = WRK-CCUSTO
                   MOVE 'S' TO WRK-CCT-ACHADO
                   SET CCT-IDX TO CCT-JDX
               END-IF
           END-PERFORM
           IF WRK-CCT-ACHADO = 'N'
               IF WRK-CCT-COUNT >= 100
                   DISPLAY 'MAIS DE 100 CENTROS DE CUSTO NO RUN - '
                       'CCT-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CCT-COUNT
               SET CCT-IDX TO WRK-CCT-COUNT
               INITIALIZE CCT-ENTRY(CCT-IDX)
               MOVE WRK-CCUSTO TO CCT-TAB-CODIGO(CCT-IDX)
           END-IF.

       2027-ACUMULAR-CCD.
      *SOMA WRK-CCD-VALOR NA LINHA CENTRO DE CUSTO + ORIGEM + TIPO.
           MOVE 'N' TO WRK-CCD-ACHADO
           PERFORM VARYING CCD-IDX FROM 1 BY 1
               UNTIL CCD-IDX > WRK-CCD-COUNT
               IF CCD-TAB-CCUSTO(CCD-IDX) = WRK-CCUSTO
                   AND CCD-TAB-ORIGEM(CCD-IDX) = WRK-CCD-ORIGEM
                   AND CCD-TAB-TIPO(CCD-IDX) = WRK-CCD-TIPO
                   MOVE 'S' TO WRK-CCD-ACHADO
                   ADD WRK-CCD-VALOR TO CCD-TAB-TOTAL(CCD-IDX)
               END-IF
           END-PERFORM
           IF WRK-CCD-ACHADO = 'N'
               IF WRK-CCD-COUNT >= 1000
                   DISPLAY 'MAIS DE 1000 TIPOS POR CENTRO DE CUSTO '
                       'NO RUN - CCD-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CCD-COUNT
               SET CCD-IDX TO WRK-CCD-COUNT
               MOVE WRK-CCUSTO TO CCD-TAB-CCUSTO(CCD-IDX)
               MOVE WRK-CCD-ORIGEM TO CCD-TAB-ORIGEM(CCD-IDX)
               MOVE WRK-CCD-TIPO TO CCD-TAB-TIPO(CCD-IDX)
               MOVE WRK-CCD-VALOR TO CCD-TAB-TOTAL(CCD-IDX)
           END-IF.

       2028-ACUMULAR-CCUSTO.
           PERFORM 2026-LOCALIZAR-CCUSTO
           ADD 1 TO CCT-TAB-QTD(CCT-IDX)
           ADD WRK-SALARIO TO CCT-TAB-BRUTO(CCT-IDX)
           ADD WRK-IMPOSTO TO CCT-TAB-IRRF(CCT-IDX)
           ADD WRK-INSS TO CCT-TAB-INSS(CCT-IDX)
           ADD WRK-SALFAM TO CCT-TAB-SALFAM(CCT-IDX)
           IF WRK-TIPO-RUN = 'N'
               ADD WRK-DESC-TOTAL TO CCT-TAB-DESCONTOS(CCT-IDX)
           END-IF
           ADD WRK-BANK-VALOR TO CCT-TAB-LIQUIDO(CCT-IDX)
           ADD WRK-ENC-TOTAL TO CCT-TAB-ENCARGOS(CCT-IDX).

       2030-DEFINIR-BRUTO-DO-RUN.
      *BRUTO POR TIPO DE RUN: O ADIANTAMENTO DO 13O E METADE DO
      *SALARIO, A SEGUNDA PARCELA E O 13O INTEIRO (O ABATIMENTO DO
      *ADIANTAMENTO SAI NO LIQUIDO, VER 2100), E AS FERIAS LEVAM O
      *TERCO CONSTITUCIONAL. O PRO-RATA DE ADMISSAO/DESLIGAMENTO E
      *OS EVENTOS DE SALARIO SO SE APLICAM A FOLHA MENSAL, ASSIM
      *COMO OS LANCAMENTOS VARIAVEIS (2045), QUE ENTRAM POR ULTIMO.
           MOVE 'N' TO WRK-SEV-APLICADO
           MOVE SPACES TO WRK-SEV-INFO
           MOVE SPACES TO WRK-FER-INFO
           MOVE SPACES TO WRK-LCV-ITENS
           MOVE ZERO TO WRK-EVF-COUNT
           EVALUATE WRK-TIPO-RUN
               WHEN 'P'
                   COMPUTE WRK-SALARIO ROUNDED = EMP-SALARIO / 2
               WHEN 'S'
                   MOVE EMP-SALARIO TO WRK-SALARIO
               WHEN 'F'
      *DIAS PROGRAMADOS A SALARIO/30, MAIS O TERCO; OS DIAS EM
      *DOBRO ENTRAM DUAS VEZES.
                   COMPUTE WRK-SALARIO ROUNDED =
                       ((EMP-SALARIO * (WRK-FER-DIAS-PAGAR
                         + WRK-FER-DIAS-DOBRO)) / 30) * 4 / 3
                   STRING ' FERIAS: ' WRK-FER-DIAS-PAGAR ' DIAS'
                       ' DOBRO: ' WRK-FER-DIAS-DOBRO
                       DELIMITED BY SIZE INTO WRK-FER-INFO
               WHEN OTHER
                   MOVE EMP-SALARIO TO WRK-SALARIO
                   IF WRK-PRORATA = 'S'
                           / WRK-DIAS-MES
                   END-IF
                   PERFORM 2040-APLICAR-EVENTO-SALARIO
           END-EVALUATE
           MOVE WRK-SALARIO TO WRK-SALARIO-BASE
           MOVE WRK-SALARIO-BASE TO WRK-SALARIO-BASE-ED
           IF WRK-TIPO-RUN = 'N'
               PERFORM 2045-APLICAR-LANCAMENTOS
           END-IF
           MOVE WRK-SEV-APLICADO TO WRK-SNN-AJUSTE
           IF WRK-SEV-APLICADO = 'N' AND WRK-EVF-COUNT > 0
               MOVE 'L' TO WRK-SNN-AJUSTE
           END-IF.

       2040-APLICAR-EVENTO-SALARIO.
      *EVENTO DE SALARIO COM DATA EFETIVA DENTRO DA COMPETENCIA: O
               END-IF
           END-IF.

       2045-APLICAR-LANCAMENTOS.
      *LANCAMENTOS VARIAVEIS DO FUNCIONARIO: OS PROVENTOS (HORA
      *EXTRA, ADICIONAL NOTURNO, COMISSAO, BONUS) SOMAM AO BRUTO E
      *FALTAS/DSR SAEM DELE, ANTES DO 2100 - O IRRF E O INSS
      *INCIDEM SOBRE O BRUTO REAL DO MES. A HORA E O DIA SAEM DO
      *SALARIO CHEIO (O NOVO, SE HOUVE EVENTO DE SALARIO NO MES),
      *SEM PRO-RATA: O LANCAMENTO JA VEM NA QUANTIDADE APURADA.
           MOVE ZERO TO WRK-LCV-PROVENTOS
           MOVE ZERO TO WRK-LCV-DESCONTOS
           MOVE 1 TO WRK-LCV-PTR
           MOVE EMP-SALARIO TO WRK-SAL-REFERENCIA
           IF WRK-SEV-APLICADO = 'S'
               MOVE WRK-SEV-SAL-NOVO TO WRK-SAL-REFERENCIA
           END-IF
           PERFORM VARYING LCV-IDX FROM 1 BY 1
               UNTIL LCV-IDX > WRK-LCV-COUNT
               IF LCV-TAB-EMP-ID(LCV-IDX) = EMP-ID
                   AND LCV-TAB-SITUACAO(LCV-IDX) = 'P'
                   PERFORM 2046-APLICAR-UM-LANCAMENTO
               END-IF
           END-PERFORM
      *FALTA/DSR ALEM DO BRUTO (SO NUM PRO-RATA CURTO) ZERA O BRUTO
      *EM VEZ DE DEIXA-LO NEGATIVO.
           IF WRK-LCV-DESCONTOS > WRK-SALARIO + WRK-LCV-PROVENTOS
               MOVE ZERO TO WRK-SALARIO
           ELSE
               COMPUTE WRK-SALARIO = WRK-SALARIO
                   + WRK-LCV-PROVENTOS - WRK-LCV-DESCONTOS
           END-IF.

       2046-APLICAR-UM-LANCAMENTO.
           MOVE LCV-TAB-EVENTO(LCV-IDX) TO WRK-LCV-EVENTO
           PERFORM 2047-DESCREVER-EVENTO
           EVALUATE WRK-LCV-BASE
               WHEN 'H'
                   COMPUTE WRK-LCV-VALOR ROUNDED =
                       (WRK-SAL-REFERENCIA / WRK-HORAS-MES)
                       * WRK-LCV-FATOR * LCV-TAB-QTD(LCV-IDX)
               WHEN 'D'
                   COMPUTE WRK-LCV-VALOR ROUNDED =
                       (WRK-SAL-REFERENCIA / WRK-DIAS-COMERCIAL)
                       * LCV-TAB-QTD(LCV-IDX)
               WHEN OTHER
                   MOVE LCV-TAB-VALOR(LCV-IDX) TO WRK-LCV-VALOR
           END-EVALUATE
           IF WRK-LCV-NATUREZA = 'P'
               ADD WRK-LCV-VALOR TO WRK-LCV-PROVENTOS
           ELSE
               ADD WRK-LCV-VALOR TO WRK-LCV-DESCONTOS
           END-IF
           MOVE 'A' TO LCV-TAB-SITUACAO(LCV-IDX)
           ADD 1 TO WRK-LCV-APLICADOS
           PERFORM 2048-ACUMULAR-EVENTO-CONTABIL
           IF WRK-EVF-COUNT < 10
               ADD 1 TO WRK-EVF-COUNT
               SET EVF-IDX TO WRK-EVF-COUNT
               MOVE WRK-LCV-DESCR TO EVF-TAB-DESCRICAO(EVF-IDX)
               MOVE WRK-LCV-NATUREZA TO EVF-TAB-NATUREZA(EVF-IDX)
               MOVE LCV-TAB-QTD(LCV-IDX) TO EVF-TAB-QTD(EVF-IDX)
               MOVE WRK-LCV-VALOR TO EVF-TAB-VALOR(EVF-IDX)
           END-IF
           MOVE WRK-LCV-VALOR TO WRK-LCV-VALOR-ED
           STRING ' ' WRK-LCV-EVENTO ': ' WRK-LCV-VALOR-ED
               DELIMITED BY SIZE
               INTO WRK-LCV-ITENS WITH POINTER WRK-LCV-PTR.

       2047-DESCREVER-EVENTO.
      *CATALOGO FIXO DOS EVENTOS VARIAVEIS - OS PERCENTUAIS DE HORA
      *EXTRA E ADICIONAL NOTURNO SAO OS MINIMOS DA CLT.
           MOVE SPACES TO WRK-LCV-DESCR
           MOVE SPACE TO WRK-LCV-BASE
           MOVE 'P' TO WRK-LCV-NATUREZA
           MOVE 1 TO WRK-LCV-FATOR
           EVALUATE WRK-LCV-EVENTO
               WHEN 'HE'
                   MOVE 'HORA EXTRA 50%' TO WRK-LCV-DESCR
                   MOVE 'H' TO WRK-LCV-BASE
                   MOVE 1,50 TO WRK-LCV-FATOR
               WHEN 'HD'
                   MOVE 'HORA EXTRA 100%' TO WRK-LCV-DESCR
                   MOVE 'H' TO WRK-LCV-BASE
                   MOVE 2,00 TO WRK-LCV-FATOR
               WHEN 'AN'
                   MOVE 'ADICIONAL NOTURNO' TO WRK-LCV-DESCR
                   MOVE 'H' TO WRK-LCV-BASE
                   MOVE 0,20 TO WRK-LCV-FATOR
               WHEN 'CO'
                   MOVE 'COMISSAO' TO WRK-LCV-DESCR
                   MOVE 'V' TO WRK-LCV-BASE
               WHEN 'BO'
                   MOVE 'BONUS' TO WRK-LCV-DESCR
                   MOVE 'V' TO WRK-LCV-BASE
               WHEN 'FA'
                   MOVE 'FALTAS' TO WRK-LCV-DESCR
                   MOVE 'D' TO WRK-LCV-BASE
                   MOVE 'D' TO WRK-LCV-NATUREZA
               WHEN 'DS'
                   MOVE 'DSR DESCONTADO' TO WRK-LCV-DESCR
                   MOVE 'D' TO WRK-LCV-BASE
                   MOVE 'D' TO WRK-LCV-NATUREZA
           END-EVALUATE.

       2048-ACUMULAR-EVENTO-CONTABIL.
           MOVE 'N' TO WRK-CTE-ACHADO
           PERFORM VARYING CTE-IDX FROM 1 BY 1
               UNTIL CTE-IDX > WRK-CTE-COUNT
               IF CTE-TAB-TIPO(CTE-IDX) = WRK-LCV-EVENTO
                   MOVE 'S' TO WRK-CTE-ACHADO
                   ADD WRK-LCV-VALOR TO CTE-TAB-TOTAL(CTE-IDX)
               END-IF
           END-PERFORM
           IF WRK-CTE-ACHADO = 'N'
               IF WRK-CTE-COUNT >= 20
                   DISPLAY 'MAIS DE 20 EVENTOS VARIAVEIS NO RUN - '
                       'CTE-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CTE-COUNT
               SET CTE-IDX TO WRK-CTE-COUNT
               MOVE WRK-LCV-EVENTO TO CTE-TAB-TIPO(CTE-IDX)
               MOVE WRK-LCV-NATUREZA TO CTE-TAB-NATUREZA(CTE-IDX)
               MOVE WRK-LCV-VALOR TO CTE-TAB-TOTAL(CTE-IDX)
           END-IF
           MOVE 'E' TO WRK-CCD-ORIGEM
           MOVE WRK-LCV-EVENTO TO WRK-CCD-TIPO
           MOVE WRK-LCV-VALOR TO WRK-CCD-VALOR
           PERFORM 2027-ACUMULAR-CCD.

       2049-MARCAR-LANCAMENTOS-PAGOS.
      *NO RESTART O FUNCIONARIO JA PAGO ANTES DA QUEDA TEVE OS
      *LANCAMENTOS APLICADOS NO RUN INTERROMPIDO - SAO MARCADOS PARA
      *NAO SAIREM COMO REJEITADOS NO FIM.
           PERFORM VARYING LCV-IDX FROM 1 BY 1
               UNTIL LCV-IDX > WRK-LCV-COUNT
               IF LCV-TAB-EMP-ID(LCV-IDX) = EMP-ID
                   AND LCV-TAB-SITUACAO(LCV-IDX) = 'P'
                   MOVE 'J' TO LCV-TAB-SITUACAO(LCV-IDX)
                   ADD 1 TO WRK-LCV-APLICADOS
               END-IF
           END-PERFORM.

       0700-GRAVAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE EMP-ID TO CKPT-LAST-ID
       2200-ATUALIZAR-YTD.
      *LEITURA E REGRAVACAO POR CHAVE, COMO O EMPMAST - O ACUMULADO
      *E PERSISTIDO NA HORA, SEM REGRAVAR O ARQUIVO INTEIRO.
      *NA PREVIA O ACUMULADO E SO PROJETADO NO REGISTRO LIDO, PARA O
      *REGISTER E O CONTRACHEQUE, E NAO E GRAVADO.
           MOVE EMP-ID TO YTD-ID
           READ YTD-FILE
               INVALID KEY
                   MOVE EMP-ID TO YTD-ID
                   MOVE WRK-SALARIO TO YTD-BRUTO
                   MOVE WRK-LIQUIDO TO YTD-LIQUIDO
                   IF WRK-PREVIA NOT = 'S'
                       WRITE YTD-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO NA GRAVACAO DO YTD '
                                   YTD-ID
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   ADD WRK-SALARIO TO YTD-BRUTO
                   ADD WRK-LIQUIDO TO YTD-LIQUIDO
                   IF WRK-PREVIA NOT = 'S'
                       REWRITE YTD-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO NA REGRAVACAO DO YTD '
                                   YTD-ID
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                       END-REWRITE
                   END-IF
           END-READ
           MOVE YTD-BRUTO TO WRK-YTD-BRUTO-ED
           MOVE YTD-LIQUIDO TO WRK-YTD-LIQUIDO-ED.

       2060-BAIXAR-FERIAS.
      *OS DIAS PAGOS PASSAM DE PROGRAMADOS PARA GOZADOS, REGRAVADOS
      *NA HORA POR CHAVE COMO A BAIXA DE PARCELA DO DESCONTO - O
      *RESTART RETOMA DEPOIS DO ULTIMO FUNCIONARIO JA PAGO.
           PERFORM VARYING FPG-IDX FROM 1 BY 1
               UNTIL FPG-IDX > WRK-FPG-COUNT
               MOVE EMP-ID TO FER-EMP-ID
               MOVE FPG-TAB-AQUIS-INI(FPG-IDX) TO FER-AQUIS-INI
               READ FERIAS-FILE
                   INVALID KEY
                       DISPLAY 'PERIODO DE FERIAS ' FER-CHAVE
                           ' SUMIU DURANTE O RUN'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-READ
               ADD FPG-TAB-DIAS(FPG-IDX) TO FER-DIAS-GOZADOS
               MOVE ZERO TO FER-DIAS-PROGRAMADOS
               MOVE ZERO TO FER-GOZO-INICIO
               IF FER-DIAS-GOZADOS >= FER-DIAS-DIREITO
                   MOVE 'Q' TO FER-SITUACAO
               END-IF
               MOVE WRK-DATA-HOJE TO FER-DATA-ATUALIZACAO
               REWRITE FERIAS-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA REGRAVACAO DAS FERIAS '
                           FER-CHAVE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-PERFORM.

       2250-GRAVAR-HISTORICO.
      *UM REGISTRO POR FUNCIONARIO, COMPETENCIA E TIPO DE RUN. SE A
      *CHAVE JA EXISTE (FUNCIONARIO PAGO DEPOIS DO ULTIMO CHECKPOINT
      *E REPAGO NO RESTART) O REGISTRO E REGRAVADO, NAO DUPLICADO.
           MOVE SPACES TO HISTFOLHA-RECORD
           MOVE EMP-ID TO HSF-EMP-ID
           MOVE WRK-COMP-AAAAMM TO HSF-COMPETENCIA
           MOVE WRK-TIPO-RUN TO HSF-TIPO-RUN
           MOVE WRK-NOME TO HSF-NOME
           MOVE WRK-DATA-PAGAMENTO TO HSF-DATA-PAGAMENTO
           COMPUTE HSF-BRUTO ROUNDED = WRK-SALARIO
           MOVE ZERO TO HSF-TRIBUTAVEL
           MOVE ZERO TO HSF-DECIMO
           MOVE ZERO TO HSF-ISENTO
           EVALUATE WRK-TIPO-RUN
               WHEN 'P'
                   COMPUTE HSF-DECIMO ROUNDED = WRK-SALARIO
               WHEN 'S'
                   IF WRK-ADIANT-13 < WRK-SALARIO
                       COMPUTE HSF-DECIMO ROUNDED =
                           WRK-SALARIO - WRK-ADIANT-13
                   END-IF
               WHEN OTHER
                   COMPUTE HSF-TRIBUTAVEL ROUNDED = WRK-SALARIO
           END-EVALUATE
           COMPUTE HSF-INSS ROUNDED = WRK-INSS
           COMPUTE HSF-IRRF ROUNDED = WRK-IMPOSTO
           COMPUTE HSF-DEP-DEDUCAO ROUNDED = WRK-DEP-DEDUCAO
           COMPUTE HSF-SALFAM ROUNDED = WRK-SALFAM
           MOVE WRK-CCH-COUNT TO HSF-QTD-DESC
           PERFORM VARYING HSF-IDX FROM 1 BY 1 UNTIL HSF-IDX > 10
               IF HSF-IDX > WRK-CCH-COUNT
                   MOVE SPACES TO HSF-DESC-TIPO(HSF-IDX)
                   MOVE ZERO TO HSF-DESC-VALOR(HSF-IDX)
               ELSE
                   SET CCH-IDX TO HSF-IDX
                   MOVE CCH-TAB-TIPO(CCH-IDX) TO HSF-DESC-TIPO(HSF-IDX)
                   COMPUTE HSF-DESC-VALOR(HSF-IDX) ROUNDED =
                       CCH-TAB-VALOR(CCH-IDX)
               END-IF
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

       2300-GRAVAR-TRANSFERENCIA.
           ADD 1 TO WRK-TRANSF-SEQ
           COMPUTE WRK-TRANSF-ID =
               (WRK-DATA-HOJE * 10000) + WRK-TRANSF-SEQ
      *NA PREVIA O BANCOPEND NEM ESTA ABERTO: O VALOR SO ENTRA NOS
      *TOTAIS E A CONTA SO VAI PARA A VALIDACAO DO 7750.
           COMPUTE WRK-BANK-VALOR ROUNDED = WRK-LIQUIDO
           IF WRK-PREVIA NOT = 'S'
               MOVE EMP-CONTA TO BANK-CONTA
               MOVE WRK-BANK-VALOR TO BANK-VALOR
               MOVE WRK-DATA-PAGAMENTO TO BANK-DATA
               MOVE 'P' TO BANK-SITUACAO
               MOVE WRK-TRANSF-ID TO BANK-TRANSF-ID
               WRITE BANK-RECORD
           END-IF
           ADD WRK-BANK-VALOR TO WRK-BANCO-VALOR-TOT
           ADD WRK-BANK-VALOR TO WRK-LIQUIDO-TOT
           MOVE EMP-ID TO WRK-CTA-REG-ID
           MOVE EMP-CONTA TO WRK-CTA-REG-CONTA
           PERFORM 2350-GUARDAR-CONTA-PAGA.
      *13O INTEIRO SAEM NA SEGUNDA PARCELA (S), QUE TAMBEM ABATE O
      *ADIANTAMENTO JA PAGO. DESCONTOS RECORRENTES SO BAIXAM
      *PARCELA NA FOLHA MENSAL.
      *O INSS E CALCULADO ANTES DO IRRF PORQUE SAI DA BASE DELE,
      *JUNTO COM A DEDUCAO DOS DEPENDENTES DE IR (2105). O
      *SALARIO-FAMILIA (2130) SO E PAGO NA FOLHA MENSAL E ENTRA NO
      *LIQUIDO SEM PASSAR PELO BRUTO - NAO E TRIBUTAVEL.
           PERFORM 2090-CONTAR-DEPENDENTES
           MOVE ZERO TO WRK-DEP-DEDUCAO
           MOVE ZERO TO WRK-SALFAM
           IF WRK-TIPO-RUN = 'P'
               MOVE ZERO TO WRK-IMPOSTO
               MOVE ZERO TO WRK-INSS
               MOVE ZERO TO WRK-IRRF-FAIXA
               MOVE ZERO TO WRK-INSS-FAIXA
               MOVE ZERO TO WRK-BASE-IRRF
               MOVE WRK-SALARIO TO WRK-LIQUIDO
           ELSE
               PERFORM 2120-CALCULAR-INSS
               PERFORM 2105-DEFINIR-BASE-IRRF
               PERFORM 2110-CALCULAR-IRRF
               COMPUTE WRK-LIQUIDO =
                   WRK-SALARIO - WRK-IMPOSTO - WRK-INSS
           END-IF
               COMPUTE WRK-ADIANT-13 ROUNDED = EMP-SALARIO / 2
               SUBTRACT WRK-ADIANT-13 FROM WRK-LIQUIDO
           END-IF
           IF WRK-TIPO-RUN = 'N'
               PERFORM 2130-CALCULAR-SALARIO-FAMILIA
               ADD WRK-SALFAM TO WRK-LIQUIDO
               ADD WRK-SALFAM TO WRK-CTB-SALFAM-TOT
           END-IF
           PERFORM 2140-MONTAR-INFO-DEPENDENTES
           IF WRK-TIPO-RUN = 'N'
               PERFORM 2150-APLICAR-DESC-RECORRENTES
           ELSE
           MOVE WRK-INSS TO WRK-INSS-ED
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.

       2090-CONTAR-DEPENDENTES.
      *POSICIONA NA FAIXA DO FUNCIONARIO (EMP-ID + SEQUENCIA ZERO)
      *E LE EM SEQUENCIA DE CHAVE ATE TROCAR O EMP-ID, COMO O
      *2150 FAZ COM OS DESCONTOS.
           MOVE ZERO TO WRK-DEP-QTD-IR
           MOVE ZERO TO WRK-DEP-QTD-SF
           IF WRK-DEP-PRESENTE = 'S'
               MOVE 'N' TO WRK-DEP-EOF
               MOVE EMP-ID TO DEP-EMP-ID
               MOVE ZERO TO DEP-SEQ
               START DEPENDENTE-FILE KEY NOT < DEP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-DEP-EOF
               END-START
               PERFORM UNTIL WRK-DEP-EOF = 'S'
                   READ DEPENDENTE-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-DEP-EOF
                       NOT AT END
                           IF DEP-EMP-ID NOT = EMP-ID
                               MOVE 'S' TO WRK-DEP-EOF
                           ELSE
                               IF DEP-ATIVO = 'S'
                                   PERFORM 2095-AVALIAR-DEPENDENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2095-AVALIAR-DEPENDENTE.
      *A COTA DE SALARIO-FAMILIA E SO DE FILHO/ENTEADO JA NASCIDO
      *NA COMPETENCIA E AINDA ABAIXO DA IDADE LIMITE - O FLAG DO
      *CADASTRO NAO BASTA, O FILHO QUE FEZ 14 ANOS SAI SOZINHO.
           IF DEP-IR = 'S'
               ADD 1 TO WRK-DEP-QTD-IR
           END-IF
           IF DEP-SALFAM = 'S'
               AND DEP-PARENTESCO = 'F'
               AND DEP-NASCIMENTO > WRK-DEP-NASC-LIMITE
               AND DEP-NASCIMENTO <= WRK-MES-FIM
               ADD 1 TO WRK-DEP-QTD-SF
           END-IF.

       2105-DEFINIR-BASE-IRRF.
      *BASE DO IRRF: BRUTO MENOS O INSS DO FUNCIONARIO E MENOS A
      *DEDUCAO POR DEPENDENTE DE IR DA VIGENCIA. NUNCA NEGATIVA.
           COMPUTE WRK-DEP-DEDUCAO =
               WRK-DEP-QTD-IR * WRK-DEDUCAO-DEP
           IF WRK-INSS + WRK-DEP-DEDUCAO > WRK-SALARIO
               MOVE ZERO TO WRK-BASE-IRRF
           ELSE
               COMPUTE WRK-BASE-IRRF =
                   WRK-SALARIO - WRK-INSS - WRK-DEP-DEDUCAO
           END-IF.

       2110-CALCULAR-IRRF.
      *COM A TABELA CARREGADA, APLICA A FAIXA DA VIGENCIA ESCOLHIDA
      *EM QUE A BASE CAI (ALIQUOTA X BASE MENOS A PARCELA A
      *DEDUZIR). SEM TABELA, A ALIQUOTA UNICA ANTIGA. FAIXA ZERO NO
      *REGISTER/HOLERITE SIGNIFICA ALIQUOTA UNICA.
           MOVE ZERO TO WRK-IRRF-FAIXA
           IF WRK-TIR-VIG-SEL = ZERO
               COMPUTE WRK-IMPOSTO = WRK-BASE-IRRF * WRK-PCT-IMPOSTO
           ELSE
               MOVE 'N' TO WRK-FAIXA-ACHADA
               PERFORM VARYING TIR-IDX FROM 1 BY 1
                   IF TIR-TAB-VIGENCIA(TIR-IDX) = WRK-TIR-VIG-SEL
                       AND WRK-FAIXA-ACHADA = 'N'
      *AS FAIXAS DA VIGENCIA VEM EM ORDEM DE LIMITE CRESCENTE - A
      *ULTIMA FAIXA (LIMITE 99999999,99) APANHA QUALQUER BASE.
                       IF WRK-BASE-IRRF <= TIR-TAB-LIMITE(TIR-IDX)
                           MOVE 'S' TO WRK-FAIXA-ACHADA
                           MOVE TIR-TAB-FAIXA(TIR-IDX) TO
                               WRK-IRRF-FAIXA
                           COMPUTE WRK-DESC-CALC =
                               (WRK-BASE-IRRF *
                                   TIR-TAB-ALIQUOTA(TIR-IDX))
                               - TIR-TAB-DEDUCAO(TIR-IDX)
                           IF WRK-DESC-CALC < ZERO
               END-PERFORM
               IF WRK-FAIXA-ACHADA = 'N'
                   COMPUTE WRK-IMPOSTO =
                       WRK-BASE-IRRF * WRK-PCT-IMPOSTO
               END-IF
           END-IF.

               END-IF
           END-IF.

       2130-CALCULAR-SALARIO-FAMILIA.
      *UMA COTA POR FILHO ELEGIVEL QUANDO O BRUTO DO MES NAO PASSA
      *DO LIMITE DA VIGENCIA. NO MES DE ADMISSAO/DESLIGAMENTO A
      *COTA E PROPORCIONAL AOS DIAS TRABALHADOS, COMO O SALARIO.
           IF WRK-TDP-VIG-SEL NOT = ZERO
               AND WRK-DEP-QTD-SF > 0
               AND WRK-SALARIO <= WRK-SALFAM-LIMITE
               IF WRK-PRORATA = 'S'
                   COMPUTE WRK-SALFAM ROUNDED =
                       (WRK-DEP-QTD-SF * WRK-SALFAM-COTA
                        * WRK-DIAS-TRAB) / WRK-DIAS-MES
               ELSE
                   COMPUTE WRK-SALFAM =
                       WRK-DEP-QTD-SF * WRK-SALFAM-COTA
               END-IF
           END-IF.

       2140-MONTAR-INFO-DEPENDENTES.
           MOVE WRK-DEP-DEDUCAO TO WRK-DEP-DEDUCAO-ED
           MOVE WRK-BASE-IRRF TO WRK-BASE-IRRF-ED
           MOVE WRK-SALFAM TO WRK-SALFAM-ED
           MOVE SPACES TO WRK-DEP-INFO
           IF WRK-DEP-QTD-IR > 0 OR WRK-SALFAM > 0
               STRING ' DEP-IR: ' WRK-DEP-QTD-IR
                   ' DED: ' WRK-DEP-DEDUCAO-ED
                   ' SAL-FAM: ' WRK-DEP-QTD-SF
                   ' ' WRK-SALFAM-ED
                   DELIMITED BY SIZE INTO WRK-DEP-INFO
           END-IF.

       2180-CALCULAR-ENCARGOS.
      *ENCARGOS DA EMPRESA SOBRE O BRUTO DO RUN (O SALARIO-FAMILIA
      *NAO E BASE). O FGTS DO 13O E DEPOSITADO EM CADA PARCELA - NA
      *SEGUNDA SO SOBRE O QUE FALTA DEPOIS DO ADIANTAMENTO - E O
      *INSS DA EMPRESA SOBRE O 13O SO E DEVIDO NA SEGUNDA PARCELA,
      *SOBRE O 13O INTEIRO.
           MOVE WRK-SALARIO TO WRK-ENC-BASE-FGTS
           MOVE WRK-SALARIO TO WRK-ENC-BASE-INSS
           EVALUATE WRK-TIPO-RUN
               WHEN 'P'
                   MOVE ZERO TO WRK-ENC-BASE-INSS
               WHEN 'S'
                   IF WRK-ADIANT-13 > WRK-SALARIO
                       MOVE ZERO TO WRK-ENC-BASE-FGTS
                   ELSE
                       COMPUTE WRK-ENC-BASE-FGTS =
                           WRK-SALARIO - WRK-ADIANT-13
                   END-IF
           END-EVALUATE
           COMPUTE WRK-ENC-FGTS ROUNDED =
               WRK-ENC-BASE-FGTS * WRK-PCT-FGTS
           COMPUTE WRK-ENC-INSS-EMPRESA ROUNDED =
               WRK-ENC-BASE-INSS * WRK-PCT-INSS-EMPRESA
           COMPUTE WRK-ENC-RAT ROUNDED =
               WRK-ENC-BASE-INSS * WRK-PCT-RAT
           COMPUTE WRK-ENC-TERCEIROS ROUNDED =
               WRK-ENC-BASE-INSS * WRK-PCT-TERCEIROS
           COMPUTE WRK-ENC-TOTAL = WRK-ENC-FGTS
               + WRK-ENC-INSS-EMPRESA + WRK-ENC-RAT
               + WRK-ENC-TERCEIROS
           IF WRK-PREVIA NOT = 'S'
               MOVE SPACES TO ENCARGO-RECORD
               MOVE EMP-ID TO ENC-EMP-ID
               MOVE WRK-NOME TO ENC-NOME
               MOVE WRK-TIPO-RUN TO ENC-TIPO-RUN
               COMPUTE ENC-BASE-FGTS ROUNDED = WRK-ENC-BASE-FGTS
               MOVE WRK-ENC-FGTS TO ENC-FGTS
               COMPUTE ENC-BASE-INSS ROUNDED = WRK-ENC-BASE-INSS
               MOVE WRK-ENC-INSS-EMPRESA TO ENC-INSS-EMPRESA
               MOVE WRK-ENC-RAT TO ENC-RAT
               MOVE WRK-ENC-TERCEIROS TO ENC-TERCEIROS
               MOVE WRK-CCUSTO TO ENC-CCUSTO
               WRITE ENCARGO-RECORD
           END-IF
           MOVE WRK-ENC-FGTS TO WRK-ENC-FGTS-ED
           MOVE WRK-ENC-TOTAL TO WRK-ENC-TOTAL-ED
           MOVE SPACES TO WRK-ENC-INFO
           STRING ' FGTS: ' WRK-ENC-FGTS-ED
               ' ENCARGOS: ' WRK-ENC-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-ENC-INFO.

       2150-APLICAR-DESC-RECORRENTES.
      *APLICA OS DESCONTOS RECORRENTES DO FUNCIONARIO (DESCONTO.DAT)
      *SOBRE O LIQUIDO E MONTA A ITEMIZACAO QUE SAI NO REGISTER.
      *OS DESCONTOS SAO COBRADOS EM ORDEM DE PRIORIDADE DO TIPO E SO
      *ATE O LIQUIDO MINIMO; O QUE NAO COUBE FICA COMO SALDO DO
      *DESCONTO PARA A COMPETENCIA SEGUINTE E SAI COMO PENDENTE NO
      *REGISTER.
           MOVE SPACES TO WRK-DESC-ITENS
           MOVE 1 TO WRK-DESC-PTR
           MOVE ZERO TO WRK-DESC-TOTAL
           MOVE ZERO TO WRK-CCH-COUNT
           MOVE ZERO TO WRK-DCL-COUNT
           COMPUTE WRK-LIQ-MINIMO ROUNDED =
               WRK-LIQUIDO * WRK-LIQ-MIN-PCT / 100
      *POSICIONA NA FAIXA DO FUNCIONARIO (EMP-ID + TIPO BAIXO) E LE
      *EM SEQUENCIA DE CHAVE ATE TROCAR O EMP-ID.
           MOVE 'N' TO WRK-DESC-EOF
                           MOVE 'S' TO WRK-DESC-EOF
                       ELSE
                           IF DED-ATIVO = 'S'
                               PERFORM 2152-GUARDAR-DESCONTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2154-ORDENAR-DESCONTOS
           PERFORM VARYING DCL-IDX FROM 1 BY 1
               UNTIL DCL-IDX > WRK-DCL-COUNT
               PERFORM 2160-APLICAR-UM-DESCONTO
           END-PERFORM.

       2152-GUARDAR-DESCONTO.
           IF WRK-DCL-COUNT >= 20
               DISPLAY 'FUNCIONARIO ' EMP-ID ' COM MAIS DE 20 '
                   'DESCONTOS ATIVOS - DCL-TABLE CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2153-DEFINIR-PRIORIDADE
           ADD 1 TO WRK-DCL-COUNT
           SET DCL-IDX TO WRK-DCL-COUNT
           MOVE DED-TIPO TO DCL-TAB-TIPO(DCL-IDX)
           MOVE WRK-DCL-PRIORIDADE TO DCL-TAB-PRIORIDADE(DCL-IDX).

       2153-DEFINIR-PRIORIDADE.
      *PRIORIDADE DO DEPARA.DAT; SEM ELA, A ORDEM PADRAO: PENSAO
      *ALIMENTICIA (JUDICIAL), EMPRESTIMO CONSIGNADO, PLANO DE
      *SAUDE, VALE REFEICAO/ALIMENTACAO, VALE TRANSPORTE E O RESTO.
           MOVE ZERO TO WRK-DCL-PRIORIDADE
           PERFORM VARYING DPR-IDX FROM 1 BY 1
               UNTIL DPR-IDX > WRK-DPR-COUNT
               IF DPR-TAB-TIPO(DPR-IDX) = DED-TIPO
                   MOVE DPR-TAB-PRIORIDADE(DPR-IDX) TO
                       WRK-DCL-PRIORIDADE
               END-IF
           END-PERFORM
           IF WRK-DCL-PRIORIDADE = 0
               EVALUATE DED-TIPO
                   WHEN 'PA'
                       MOVE 10 TO WRK-DCL-PRIORIDADE
                   WHEN 'EM'
                       MOVE 20 TO WRK-DCL-PRIORIDADE
                   WHEN 'PS'
                       MOVE 30 TO WRK-DCL-PRIORIDADE
                   WHEN 'VR'
                   WHEN 'VA'
                       MOVE 40 TO WRK-DCL-PRIORIDADE
                   WHEN 'VT'
                       MOVE 50 TO WRK-DCL-PRIORIDADE
                   WHEN OTHER
                       MOVE 90 TO WRK-DCL-PRIORIDADE
               END-EVALUATE
           END-IF.

       2154-ORDENAR-DESCONTOS.
      *BOLHA SIMPLES (POUCOS DESCONTOS POR FUNCIONARIO). SO TROCA
      *COM PRIORIDADE ESTRITAMENTE MAIOR, ENTAO O EMPATE FICA NA
      *ORDEM DE CHAVE.
           PERFORM VARYING DCL-IDX FROM 1 BY 1
               UNTIL DCL-IDX >= WRK-DCL-COUNT
               PERFORM VARYING DCL-JDX FROM 1 BY 1
                   UNTIL DCL-JDX > WRK-DCL-COUNT - DCL-IDX
                   IF DCL-TAB-PRIORIDADE(DCL-JDX) >
                       DCL-TAB-PRIORIDADE(DCL-JDX + 1)
                       MOVE DCL-ENTRY(DCL-JDX) TO DCL-TROCA
                       MOVE DCL-ENTRY(DCL-JDX + 1) TO
                           DCL-ENTRY(DCL-JDX)
                       MOVE DCL-TROCA TO DCL-ENTRY(DCL-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2160-APLICAR-UM-DESCONTO.
           MOVE EMP-ID TO DED-EMP-ID
           MOVE DCL-TAB-TIPO(DCL-IDX) TO DED-TIPO
           READ DESCONTO-FILE
               INVALID KEY
                   DISPLAY 'DESCONTO ' DED-CHAVE
                       ' SUMIU DURANTE O RUN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
      *DEVIDO = PARCELA DO MES (SE AINDA HA PARCELA A VENCER) MAIS O
      *SALDO QUE NAO COUBE NAS COMPETENCIAS ANTERIORES.
           MOVE ZERO TO WRK-DESC-PARCELA
           IF DED-PARCELAS > 0
               IF DED-MODO = 'P'
                   COMPUTE WRK-DESC-PARCELA = WRK-SALARIO * DED-PCT
               ELSE
                   MOVE DED-VALOR TO WRK-DESC-PARCELA
               END-IF
           END-IF
           COMPUTE WRK-DESC-DEVIDO = WRK-DESC-PARCELA + DED-SALDO
           IF WRK-LIQUIDO > WRK-LIQ-MINIMO
               COMPUTE WRK-DESC-DISPONIVEL =
                   WRK-LIQUIDO - WRK-LIQ-MINIMO
           ELSE
               MOVE ZERO TO WRK-DESC-DISPONIVEL
           END-IF
           IF WRK-DESC-DEVIDO > WRK-DESC-DISPONIVEL
               MOVE WRK-DESC-DISPONIVEL TO WRK-DESC-VALOR
           ELSE
               MOVE WRK-DESC-DEVIDO TO WRK-DESC-VALOR
           END-IF
           COMPUTE WRK-DESC-PENDENTE =
               WRK-DESC-DEVIDO - WRK-DESC-VALOR
           IF WRK-DESC-VALOR > 0
               SUBTRACT WRK-DESC-VALOR FROM WRK-LIQUIDO
               ADD WRK-DESC-VALOR TO WRK-DESC-TOTAL
               PERFORM 2170-ACUMULAR-DESC-CONTABIL
               IF WRK-CCH-COUNT < 10
                   ADD 1 TO WRK-CCH-COUNT
                   SET CCH-IDX TO WRK-CCH-COUNT
                   MOVE DED-TIPO TO CCH-TAB-TIPO(CCH-IDX)
                   MOVE DED-DESCRICAO TO
                       CCH-TAB-DESCRICAO(CCH-IDX)
                   MOVE WRK-DESC-VALOR TO CCH-TAB-VALOR(CCH-IDX)
               STRING ' ' DED-DESCRICAO
                   ': ' WRK-DESC-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-DESC-ITENS WITH POINTER WRK-DESC-PTR
           END-IF
           IF WRK-DESC-PENDENTE > 0
               MOVE WRK-DESC-PENDENTE TO WRK-DESC-VALOR-ED
               STRING ' ' DED-DESCRICAO
                   ': PENDENTE ' WRK-DESC-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-DESC-ITENS WITH POINTER WRK-DESC-PTR
           END-IF
      *A BAIXA DE PARCELA E O SALDO SAO REGRAVADOS NA HORA, POR
      *CHAVE - O RESTART NAO BAIXA PARCELA DUAS VEZES PORQUE O
      *CHECKPOINT RETOMA DEPOIS DO ULTIMO FUNCIONARIO JA PAGO.
      *A PREVIA NAO BAIXA PARCELA NEM MEXE NO SALDO.
           IF WRK-PREVIA NOT = 'S'
               PERFORM 2165-ATUALIZAR-DESCONTO
           END-IF.

       2165-ATUALIZAR-DESCONTO.
      *A PARCELA DO MES VENCE MESMO QUANDO NAO COUBE - O QUE FALTOU
      *PASSA PARA O SALDO, QUE SEGUE SENDO COBRADO DEPOIS DA ULTIMA
      *PARCELA.
           COMPUTE DED-SALDO ROUNDED = WRK-DESC-PENDENTE
           IF DED-SALDO = 0
               MOVE ZERO TO DED-SALDO-DESDE
           ELSE
               IF DED-SALDO-DESDE = 0
                   MOVE WRK-COMP-AAAAMM TO DED-SALDO-DESDE
               END-IF
           END-IF
           IF DED-PARCELAS NOT = 999 AND DED-PARCELAS > 0
               SUBTRACT 1 FROM DED-PARCELAS
           END-IF
           IF DED-PARCELAS = 0 AND DED-SALDO = 0
               MOVE 'N' TO DED-ATIVO
           END-IF
           REWRITE DESCONTO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DO '
                       'DESCONTO ' DED-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       2170-ACUMULAR-DESC-CONTABIL.
           MOVE 'N' TO WRK-CTD-ACHADO
           PERFORM VARYING CTD-IDX FROM 1 BY 1
               SET CTD-IDX TO WRK-CTD-COUNT
               MOVE DED-TIPO TO CTD-TAB-TIPO(CTD-IDX)
               MOVE WRK-DESC-VALOR TO CTD-TAB-TOTAL(CTD-IDX)
           END-IF
           MOVE 'D' TO WRK-CCD-ORIGEM
           MOVE DED-TIPO TO WRK-CCD-TIPO
           MOVE WRK-DESC-VALOR TO WRK-CCD-VALOR
           PERFORM 2027-ACUMULAR-CCD.

       7000-IMPRIMIR-TOTAL.
           MOVE WRK-TOTAL-SALARIO TO WRK-TOTAL-SALARIO-ED
           MOVE SPACES TO WRK-LINHA
           STRING 'TOTAL GERAL: ' WRK-TOTAL-SALARIO-ED
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 2470-GRAVAR-LINHA-REG
           MOVE 'FOLHA TOTAL' TO WRK-AUD-OPERACAO
           MOVE WRK-TOTAL-SALARIO-ED TO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA
           PERFORM 7060-SUBTOTAIS-CCUSTO
           PERFORM 7050-SECAO-AJUSTES.

       7050-SECAO-AJUSTES.
           STRING 'AJUSTES DA COMPETENCIA - PULADOS: '
               WRK-COUNT-PULADOS
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 2470-GRAVAR-LINHA-REG
           PERFORM VARYING AJU-IDX FROM 1 BY 1
               UNTIL AJU-IDX > WRK-AJU-COUNT
               MOVE AJU-TAB-LINHA(AJU-IDX) TO WRK-LINHA
               PERFORM 2470-GRAVAR-LINHA-REG
           END-PERFORM.

       7060-SUBTOTAIS-CCUSTO.
      *O PAYROLL.DAT VEM EM ORDEM DE EMP-ID (O CHECKPOINT DEPENDE
      *DISSO), ENTAO A QUEBRA POR CENTRO DE CUSTO SAI NUMA SECAO NO
      *FIM DO REGISTER, EM ORDEM DE CENTRO DE CUSTO. TODAS AS LINHAS
      *DA SECAO COMECAM COM CCUSTO (O BALANCO NAO AS CONTA COMO
      *DETALHE).
           PERFORM 7062-ORDENAR-CCUSTO
           MOVE SPACES TO WRK-LINHA
           STRING 'CCUSTO - SUBTOTAIS POR CENTRO DE CUSTO - '
               'CENTROS: ' WRK-CCT-COUNT
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 2470-GRAVAR-LINHA-REG
           PERFORM VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX > WRK-CCT-COUNT
               PERFORM 7065-LINHA-CCUSTO
           END-PERFORM.

       7062-ORDENAR-CCUSTO.
      *BOLHA SIMPLES POR CODIGO - O GRUPO SEM CENTRO DE CUSTO
      *(ESPACOS) FICA NA FRENTE.
           PERFORM VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX >= WRK-CCT-COUNT
               PERFORM VARYING CCT-JDX FROM 1 BY 1
                   UNTIL CCT-JDX > WRK-CCT-COUNT - CCT-IDX
                   IF CCT-TAB-CODIGO(CCT-JDX) >
                       CCT-TAB-CODIGO(CCT-JDX + 1)
                       MOVE CCT-ENTRY(CCT-JDX) TO CCT-TROCA
                       MOVE CCT-ENTRY(CCT-JDX + 1) TO
                           CCT-ENTRY(CCT-JDX)
                       MOVE CCT-TROCA TO CCT-ENTRY(CCT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       7065-LINHA-CCUSTO.
           MOVE SPACES TO WRK-CCU-DESCRICAO
           IF CCT-TAB-CODIGO(CCT-IDX) = SPACES
               MOVE 'SEM CENTRO DE CUSTO' TO WRK-CCU-DESCRICAO
           ELSE
               PERFORM VARYING CCU-IDX FROM 1 BY 1
                   UNTIL CCU-IDX > WRK-CCU-COUNT
                   IF CCU-TAB-CODIGO(CCU-IDX) =
                       CCT-TAB-CODIGO(CCT-IDX)
                       MOVE CCU-TAB-DESCRICAO(CCU-IDX) TO
                           WRK-CCU-DESCRICAO
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WRK-CCT-BRUTO-ED ROUNDED = CCT-TAB-BRUTO(CCT-IDX)
           COMPUTE WRK-CCT-IRRF-ED ROUNDED = CCT-TAB-IRRF(CCT-IDX)
           COMPUTE WRK-CCT-INSS-ED ROUNDED = CCT-TAB-INSS(CCT-IDX)
           COMPUTE WRK-CCT-DESC-ED ROUNDED =
               CCT-TAB-DESCONTOS(CCT-IDX)
           MOVE CCT-TAB-LIQUIDO(CCT-IDX) TO WRK-CCT-LIQUIDO-ED
           MOVE CCT-TAB-ENCARGOS(CCT-IDX) TO WRK-CCT-ENC-ED
           MOVE SPACES TO WRK-LINHA
           STRING 'CCUSTO ' CCT-TAB-CODIGO(CCT-IDX)
               ' ' WRK-CCU-DESCRICAO
               ' FUNC: ' CCT-TAB-QTD(CCT-IDX)
               ' BRUTO: ' WRK-CCT-BRUTO-ED
               ' IRRF: ' WRK-CCT-IRRF-ED
               ' INSS: ' WRK-CCT-INSS-ED
               ' DESCONTOS: ' WRK-CCT-DESC-ED
               ' LIQUIDO: ' WRK-CCT-LIQUIDO-ED
               ' ENCARGOS: ' WRK-CCT-ENC-ED
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 2470-GRAVAR-LINHA-REG.

       7080-FECHAR-LANCAMENTOS.
      *LANCAMENTO QUE PASSOU NA CRITICA MAS CUJO FUNCIONARIO NAO FOI
      *PAGO NESTA FOLHA (FORA DO PAYROLL.DAT, PULADO, RESCISAO JA
      *PAGA) TAMBEM E REJEITADO - NADA SOME SEM RASTRO.
           IF WRK-TIPO-RUN = 'N'
               OPEN EXTEND LANCREJ-FILE
               MOVE 'FUNCIONARIO NAO PAGO NA FOLHA' TO WRK-LCV-MOTIVO
               PERFORM VARYING LCV-IDX FROM 1 BY 1
                   UNTIL LCV-IDX > WRK-LCV-COUNT
                   IF LCV-TAB-SITUACAO(LCV-IDX) = 'P'
                       MOVE LCV-TAB-EMP-ID(LCV-IDX) TO WRK-LCV-EMP-ID
                       MOVE LCV-TAB-EVENTO(LCV-IDX) TO WRK-LCV-EVENTO
                       MOVE LCV-TAB-QTD(LCV-IDX) TO WRK-LCV-QTD
                       MOVE LCV-TAB-VALOR(LCV-IDX) TO
                           WRK-LCV-INFORMADO
                       PERFORM 0597-GRAVAR-REJEICAO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WRK-LINHA
               STRING 'LIDOS: ' WRK-LCV-LIDOS
                   '  APLICADOS: ' WRK-LCV-APLICADOS
                   '  REJEITADOS: ' WRK-LCV-REJEITADOS
                   DELIMITED BY SIZE INTO WRK-LINHA
               MOVE WRK-LINHA(1:100) TO LANCREJ-RECORD
               WRITE LANCREJ-RECORD
               DISPLAY LANCREJ-RECORD
               CLOSE LANCREJ-FILE
               MOVE 'LANCAMENTOS VARIAVEIS' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-RESULTADO
               STRING 'APLIC ' WRK-LCV-APLICADOS
                   ' REJEIT ' WRK-LCV-REJEITADOS
                   DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
           END-IF.

       7600-REEMITIR-REFILA.
      *TRANSFERENCIAS DEVOLVIDAS PELO BANCO (VER RETORNO.COB) FICAM
      *NA REFILA.DAT E SAO RE-EMITIDAS AQUI NO FIM DA FOLHA, COM A
                           MOVE WRK-DATA-PAGAMENTO TO BANK-DATA
                           MOVE 'P' TO BANK-SITUACAO
                           MOVE WRK-TRANSF-ID TO BANK-TRANSF-ID
                           IF WRK-PREVIA NOT = 'S'
                               WRITE BANK-RECORD
                           END-IF
                           ADD BANK-VALOR TO WRK-BANCO-VALOR-TOT
                           ADD BANK-VALOR TO WRK-LIQUIDO-TOT
                           MOVE SPACES TO WRK-CCUSTO
                           PERFORM 2026-LOCALIZAR-CCUSTO
                           ADD BANK-VALOR TO CCT-TAB-LIQUIDO(CCT-IDX)
                           ADD 1 TO WRK-COUNT-REEMISSAO
      *A CONTA RE-EMITIDA TAMBEM PASSA PELA VALIDACAO DO 7750 -
      *UMA DEVOLUCAO POR CONTA RUIM NAO PODE VOLTAR AO BANCO TODA
                               ' VALOR: ' WRK-RFL-VALOR-ED
                               ' MOTIVO DEVOLUCAO: ' RFL-CODIGO
                               DELIMITED BY SIZE INTO WRK-LINHA
                           PERFORM 2470-GRAVAR-LINHA-REG
                   END-READ
               END-PERFORM
               CLOSE REFILA-FILE
                   MOVE WRK-SALARIO TO SNN-BRUTO
                   MOVE WRK-LIQUIDO TO SNN-LIQUIDO
                   MOVE WRK-COMPETENCIA TO SNN-COMPETENCIA
                   MOVE WRK-SNN-AJUSTE TO SNN-AJUSTADO
                   WRITE SNAPNOVO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA GRAVACAO DO SNAPNOVO '
                   MOVE WRK-SALARIO TO SNN-BRUTO
                   MOVE WRK-LIQUIDO TO SNN-LIQUIDO
                   MOVE WRK-COMPETENCIA TO SNN-COMPETENCIA
                   MOVE WRK-SNN-AJUSTE TO SNN-AJUSTADO
                   REWRITE SNAPNOVO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO DO SNAPNOVO '
      *A COMPARACAO SO FAZ SENTIDO ENTRE FOLHAS MENSAIS - NUM RUN
      *DE 13O/FERIAS O LIQUIDO E OUTRO POR DEFINICAO, ENTAO O
      *RELATORIO SO REGISTRA O AVISO E NAO LEVANTA ALERTA.
      *A PREVIA GRAVA O MESMO RELATORIO NO VARPREV - O VARIANCIA.DAT
      *DO ULTIMO RUN REAL CONTINUA VALENDO PARA A LIBERACAO DO BANCO.
           MOVE ZERO TO WRK-VAR-FLAGS
           IF WRK-PREVIA = 'S'
               OPEN OUTPUT VARPREV-FILE
           ELSE
               OPEN OUTPUT VARIANCIA-FILE
           END-IF
           IF WRK-TIPO-RUN NOT = 'N'
               MOVE SPACES TO WRK-VAR-LINHA
               STRING 'VARIANCIA NAO SE APLICA AO RUN '
                   WRK-TIPO-RUN-DESC
                   DELIMITED BY SIZE INTO WRK-VAR-LINHA
               PERFORM 7420-GRAVAR-VARIANCIA
           ELSE
               MOVE WRK-VAR-PCT-LIMITE TO WRK-VAR-LIMITE-ED
               MOVE SPACES TO WRK-VAR-LINHA
                   WRK-DATA-HOJE
                   '  LIMITE: ' WRK-VAR-LIMITE-ED '%'
                   DELIMITED BY SIZE INTO WRK-VAR-LINHA
               PERFORM 7425-GRAVAR-LINHA-VAR
      *DOIS PASSES POR CHAVE: O SNAPSHOT (RUN ANTERIOR) CRUZADO COM
      *O SNAPNOVO (RUN CORRENTE) APONTA AUSENTES E VARIACOES; O
      *SNAPNOVO CRUZADO DE VOLTA APONTA OS NOVOS NA FOLHA.
               MOVE SPACES TO WRK-VAR-LINHA
               STRING 'ALERTAS: ' WRK-VAR-FLAGS
                   DELIMITED BY SIZE INTO WRK-VAR-LINHA
               PERFORM 7420-GRAVAR-VARIANCIA
           END-IF
           IF WRK-PREVIA = 'S'
               CLOSE VARPREV-FILE
           ELSE
               CLOSE VARIANCIA-FILE
           END-IF
           MOVE 'VARIANCIA FOLHA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'ALERTAS ' WRK-VAR-FLAGS
               MOVE WRK-LIQ-NOVO TO WRK-VAR-NOVO-ED
               MOVE WRK-VAR-PCT TO WRK-VAR-PCT-ED
               MOVE SPACES TO WRK-VAR-LINHA
      *VARIACAO EXPLICADA POR EVENTO DE SALARIO OU POR LANCAMENTO
      *VARIAVEL DA COMPETENCIA SAI COMO INFORMATIVA E NAO SEGURA O
      *BANCO - O RATEIO E OS EVENTOS JA ESTAO NA LINHA DO REGISTER
      *PARA O RH CONFERIR.
               EVALUATE WRK-AJUSTADO
                   WHEN 'S'
                       STRING 'VARIACAO ' WRK-VAR-PCT-ED
                           '% (EVENTO DE SALARIO): '
                           WRK-VAR-ID
                           ' ANTERIOR: ' WRK-VAR-ANT-ED
                           ' ATUAL: ' WRK-VAR-NOVO-ED
                           DELIMITED BY SIZE INTO WRK-VAR-LINHA
                   WHEN 'L'
                       STRING 'VARIACAO ' WRK-VAR-PCT-ED
                           '% (LANCAMENTO VARIAVEL): '
                           WRK-VAR-ID
                           ' ANTERIOR: ' WRK-VAR-ANT-ED
                           ' ATUAL: ' WRK-VAR-NOVO-ED
                           DELIMITED BY SIZE INTO WRK-VAR-LINHA
                   WHEN OTHER
                       ADD 1 TO WRK-VAR-FLAGS
                       STRING 'VARIACAO ' WRK-VAR-PCT-ED '%: '
                           WRK-VAR-ID
                           ' ANTERIOR: ' WRK-VAR-ANT-ED
                           ' ATUAL: ' WRK-VAR-NOVO-ED
                           DELIMITED BY SIZE INTO WRK-VAR-LINHA
               END-EVALUATE
               PERFORM 7420-GRAVAR-VARIANCIA
           END-IF.

       7420-GRAVAR-VARIANCIA.
           PERFORM 7425-GRAVAR-LINHA-VAR
           DISPLAY WRK-VAR-LINHA.

       7425-GRAVAR-LINHA-VAR.
           IF WRK-PREVIA = 'S'
               MOVE WRK-VAR-LINHA TO VARPREV-RECORD
               WRITE VARPREV-RECORD
           ELSE
               MOVE WRK-VAR-LINHA TO VARIANCIA-RECORD
               WRITE VARIANCIA-RECORD
           END-IF.

       7450-GRAVAR-SNAPSHOT.
      *O SNAPSHOT GUARDA A ULTIMA FOLHA MENSAL PARA A VARIANCIA DO
      *NA FOLHA MENSAL O SNAPSHOT E RECONSTRUIDO A PARTIR DO
      *SNAPNOVO (VARRIDO EM ORDEM DE CHAVE, QUE E A ORDEM QUE O
      *OPEN OUTPUT INDEXADO EXIGE); DEPOIS O SNAPNOVO E ESVAZIADO
      *NO FIM NORMAL DO RUN, COMO SEMPRE FOI. A PREVIA SO ESVAZIA O
      *SNAPNOVO - O SNAPSHOT CONTINUA SENDO O DA ULTIMA FOLHA REAL.
           IF WRK-TIPO-RUN = 'N' AND WRK-PREVIA NOT = 'S'
               CLOSE SNAPSHOT-FILE
               OPEN OUTPUT SNAPSHOT-FILE
               MOVE 'N' TO WRK-SNPN-EOF
           OPEN OUTPUT SNAPNOVO-FILE
           CLOSE SNAPNOVO-FILE.

       7700-RELATORIO-SALDOS.
      *LISTA OS DESCONTOS COM SALDO A COBRAR DEPOIS DESTA FOLHA
      *MENSAL. VARRE O DESCONTO.DAT INTEIRO NO FIM DO RUN, ENTAO O
      *RESTART NAO PRECISA DE TRATAMENTO PROPRIO.
           MOVE ZERO TO WRK-DSD-COUNT
           MOVE ZERO TO WRK-DSD-TOTAL
           OPEN OUTPUT DESCSALD-FILE
           MOVE SPACES TO WRK-LINHA
           STRING 'SALDOS DE DESCONTO A COBRAR - COMPETENCIA: '
               WRK-COMPETENCIA '  DATA: ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA(1:100) TO DESCSALD-RECORD
           WRITE DESCSALD-RECORD
           MOVE 'N' TO WRK-DESC-EOF
           MOVE LOW-VALUES TO DED-CHAVE
           START DESCONTO-FILE KEY NOT < DED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-DESC-EOF
           END-START
           PERFORM UNTIL WRK-DESC-EOF = 'S'
               READ DESCONTO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-DESC-EOF
                   NOT AT END
                       IF DED-ATIVO = 'S' AND DED-SALDO > 0
                           PERFORM 7710-GRAVAR-SALDO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WRK-DSD-TOTAL TO WRK-DSD-TOTAL-ED
           MOVE SPACES TO WRK-LINHA
           STRING 'SALDOS EM ABERTO: ' WRK-DSD-COUNT
               '  VALOR TOTAL: ' WRK-DSD-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA(1:100) TO DESCSALD-RECORD
           WRITE DESCSALD-RECORD
           DISPLAY DESCSALD-RECORD
           CLOSE DESCSALD-FILE
           MOVE 'SALDOS DE DESCONTO' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'EM ABERTO ' WRK-DSD-COUNT
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7710-GRAVAR-SALDO.
           ADD 1 TO WRK-DSD-COUNT
           ADD DED-SALDO TO WRK-DSD-TOTAL
           MOVE DED-SALDO TO WRK-DSD-SALDO-ED
           MOVE SPACES TO WRK-LINHA
           STRING DED-EMP-ID ' ' DED-TIPO ' ' DED-DESCRICAO
               ' SALDO: ' WRK-DSD-SALDO-ED
               ' DESDE: ' DED-SALDO-DESDE
               ' PARCELAS: ' DED-PARCELAS
               DELIMITED BY SIZE INTO WRK-LINHA
           MOVE WRK-LINHA(1:100) TO DESCSALD-RECORD
           WRITE DESCSALD-RECORD.

       7750-VALIDAR-CONTAS.
      *VALIDACAO DAS CONTAS ANTES DA LIBERACAO DO BANCO: CONTA EM
      *BRANCO/ZERADA, NAO NUMERICA OU COM DIGITO VERIFICADOR ERRADO
      *SEGURA O BANCO.DAT NO BANCOPEND, COMO OS ALERTAS DE
      *VARIANCIA - ANTES ESSES ERROS SO VOLTAVAM DIAS DEPOIS COMO
      *DEVOLUCAO 02/03 DO BANCO.
      *NA PREVIA O RELATORIO VAI PARA O CTAPREV.
           MOVE ZERO TO WRK-CTA-ERROS
           IF WRK-PREVIA = 'S'
               OPEN OUTPUT CTAPREV-FILE
           ELSE
               OPEN OUTPUT CONTAVAL-FILE
           END-IF
           MOVE SPACES TO WRK-LINHA
           STRING 'VALIDACAO DE CONTAS - DATA: ' WRK-DATA-HOJE
               '  CONTAS: ' WRK-CTA-COUNT
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7790-GRAVAR-LINHA-CTA
           PERFORM VARYING CTA-IDX FROM 1 BY 1
               UNTIL CTA-IDX > WRK-CTA-COUNT
               PERFORM 7760-VALIDAR-UMA-CONTA
           MOVE SPACES TO WRK-LINHA
           STRING 'ERROS DE CONTA: ' WRK-CTA-ERROS
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7790-GRAVAR-LINHA-CTA
           DISPLAY WRK-LINHA(1:100)
           IF WRK-PREVIA = 'S'
               CLOSE CTAPREV-FILE
           ELSE
               CLOSE CONTAVAL-FILE
           END-IF
           MOVE 'VALIDACAO CONTAS' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'ERROS ' WRK-CTA-ERROS
                       ' DV CALCULADO ' WRK-CTA-DV-CALC
                       DELIMITED BY SIZE INTO WRK-LINHA
           END-EVALUATE
           PERFORM 7790-GRAVAR-LINHA-CTA
           DISPLAY WRK-LINHA(1:100).

       7768-CALCULAR-DIGITO.
      *MODULO 11: DIGITOS 1 A 9 COM PESOS 10 A 2, DV = 11 MENOS O
                           ' EM ' CTA-TAB-EMP-ID(CTA-IDX)
                           ' E ' CTA-TAB-EMP-ID(CTA-JDX)
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 7790-GRAVAR-LINHA-CTA
                       DISPLAY WRK-LINHA(1:100)
                   END-IF
               END-PERFORM
           END-PERFORM.

       7790-GRAVAR-LINHA-CTA.
           IF WRK-PREVIA = 'S'
               MOVE WRK-LINHA(1:100) TO CTAPREV-RECORD
               WRITE CTAPREV-RECORD
           ELSE
               MOVE WRK-LINHA(1:100) TO CONTAVAL-RECORD
               WRITE CONTAVAL-RECORD
           END-IF.

       7800-LIBERAR-BANCO.
           IF WRK-VAR-FLAGS > 0 OR WRK-CTA-ERROS > 0
               IF WRK-VAR-FLAGS > 0
                       ' ERRO(S) - BANCO.DAT RETIDO EM '
                       'BANCOPEND.DAT ATE A CONFERENCIA'
               END-IF
               MOVE 'R' TO BRT-SITUACAO
               PERFORM 7805-GRAVAR-RETENCAO
           ELSE
               MOVE 'A' TO BRT-SITUACAO
               PERFORM 7805-GRAVAR-RETENCAO
               MOVE 'N' TO WRK-EOF-BANCOPEND
               MOVE ZERO TO WRK-REMESSA-SEQ
               MOVE ZERO TO WRK-REMESSA-QTD
               END-IF
           END-IF.

       7805-GRAVAR-RETENCAO.
      *UM REGISTRO SO, SEMPRE DO ULTIMO RUN REAL: UMA RETENCAO
      *ANTIGA NAO PODE SER LIBERADA DEPOIS QUE OUTRO RUN PASSOU.
           MOVE WRK-DATA-HOJE TO BRT-DATA-FOLHA
           MOVE WRK-COMP-AAAAMM TO BRT-COMPETENCIA
           MOVE WRK-TIPO-RUN TO BRT-TIPO-RUN
           MOVE WRK-OPERADOR TO BRT-OPERADOR
           MOVE WRK-VAR-FLAGS TO BRT-VAR-FLAGS
           MOVE WRK-CTA-ERROS TO BRT-CTA-ERROS
           MOVE WRK-COUNT-REEMISSAO TO BRT-REEMISSOES
           MOVE SPACES TO BRT-SUPERVISOR
           MOVE ZEROS TO BRT-DATA-DECISAO
           OPEN OUTPUT BANCORET-FILE
           WRITE BANCORET-RECORD
           CLOSE BANCORET-FILE
           IF BRT-SITUACAO = 'R'
               MOVE 'BANCO RETIDO' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-RESULTADO
               STRING 'AGUARDA SUPERV OPER '
                   WRK-OPERADOR DELIMITED BY SIZE
                   INTO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
           END-IF.

       7810-GRAVAR-DETALHE-REMESSA.
           ADD 1 TO WRK-REMESSA-SEQ
           ADD 1 TO WRK-REMESSA-QTD
           MOVE BANK-TRANSF-ID TO BLIB-TRANSF-ID
           WRITE BANCOLIB-RECORD.

       7820-GERAR-GUIA-FGTS.
      *RELE O ENCARGO.DAT DO RUN (INCLUSIVE A PARTE GRAVADA ANTES DE
      *UM RESTART), TOTALIZA OS ENCARGOS PARA A CONTABILIZACAO E O
      *CONTROLE E GERA A GUIA DO FGTS NO MESMO PADRAO H/D/T DA
      *REMESSA DO BANCO. FUNCIONARIO SEM FGTS NO RUN NAO ENTRA NA
      *GUIA.
           MOVE ZERO TO WRK-ENC-QTD
           MOVE ZERO TO WRK-ENC-BASE-FGTS-TOT
           MOVE ZERO TO WRK-ENC-FGTS-TOT
           MOVE ZERO TO WRK-ENC-INSS-EMP-TOT
           MOVE ZERO TO WRK-ENC-RAT-TOT
           MOVE ZERO TO WRK-ENC-TERC-TOT
           MOVE ZERO TO WRK-FGT-SEQ
           MOVE ZERO TO WRK-FGT-QTD
           MOVE 'N' TO WRK-EOF-ENCARGO
           OPEN OUTPUT FGTS-FILE
           MOVE SPACES TO FGTS-RECORD
           MOVE 'H' TO FGT-TIPO
           MOVE WRK-EMPRESA-ID TO FGT-EMPRESA
           MOVE WRK-COMP-AAAAMM TO FGT-COMPETENCIA
           MOVE WRK-DATA-HOJE TO FGT-GERACAO
           MOVE WRK-TIPO-RUN TO FGT-TIPO-RUN
           WRITE FGTS-RECORD
           OPEN INPUT ENCARGO-FILE
           IF WRK-ENC-FILE-STATUS = '35'
               MOVE 'S' TO WRK-EOF-ENCARGO
           END-IF
           PERFORM UNTIL WRK-EOF-ENCARGO = 'S'
               READ ENCARGO-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF-ENCARGO
                   NOT AT END
                       PERFORM 7825-SOMAR-ENCARGO
               END-READ
           END-PERFORM
           IF WRK-ENC-FILE-STATUS NOT = '35'
               CLOSE ENCARGO-FILE
           END-IF
           MOVE SPACES TO FGTS-RECORD
           MOVE 'T' TO FGT-TIPO
           MOVE WRK-FGT-QTD TO FGT-QTD
           MOVE WRK-ENC-BASE-FGTS-TOT TO FGT-TOTAL-BASE
           MOVE WRK-ENC-FGTS-TOT TO FGT-TOTAL
           WRITE FGTS-RECORD
           CLOSE FGTS-FILE
           MOVE 'GUIA FGTS' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'FUNC ' WRK-FGT-QTD ' VALOR ' WRK-ENC-FGTS-TOT
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7825-SOMAR-ENCARGO.
           ADD 1 TO WRK-ENC-QTD
           ADD ENC-FGTS TO WRK-ENC-FGTS-TOT
           ADD ENC-INSS-EMPRESA TO WRK-ENC-INSS-EMP-TOT
           ADD ENC-RAT TO WRK-ENC-RAT-TOT
           ADD ENC-TERCEIROS TO WRK-ENC-TERC-TOT
           MOVE ENC-CCUSTO TO WRK-CCUSTO
           PERFORM 2026-LOCALIZAR-CCUSTO
           ADD ENC-FGTS TO CCT-TAB-FGTS(CCT-IDX)
           ADD ENC-INSS-EMPRESA TO CCT-TAB-INSS-EMP(CCT-IDX)
           ADD ENC-RAT TO CCT-TAB-RAT(CCT-IDX)
           ADD ENC-TERCEIROS TO CCT-TAB-TERC(CCT-IDX)
           IF ENC-FGTS > 0
               ADD ENC-BASE-FGTS TO WRK-ENC-BASE-FGTS-TOT
               ADD 1 TO WRK-FGT-SEQ
               ADD 1 TO WRK-FGT-QTD
               MOVE SPACES TO FGTS-RECORD
               MOVE 'D' TO FGT-TIPO
               MOVE WRK-FGT-SEQ TO FGT-SEQUENCIA
               MOVE ENC-EMP-ID TO FGT-EMP-ID
               MOVE ENC-NOME TO FGT-NOME
               MOVE ENC-BASE-FGTS TO FGT-BASE
               MOVE ENC-FGTS TO FGT-VALOR
               WRITE FGTS-RECORD
           END-IF.

       7840-GUARDAR-RESCISAO.
      *A RESCISAO RODA FORA DO JOB E ACRESCENTA SEUS PARES DE ENCARGO
      *(TIPO DE RUN R) AO CONTABIL.DAT, QUE A FOLHA REGRAVA. OS AINDA
      *NAO CONFERIDOS (SEM EXECUCAO) E OS JA CARIMBADOS NESTA EXECUCAO
      *(REINICIO DO PASSO) PASSAM PELO CTBNOVO.DAT COM O ID DA
      *EXECUCAO, PARA O BALANCO DESTA NOITE CONFERIR; OS DE EXECUCOES
      *ANTERIORES JA FORAM CONFERIDOS E SAEM.
           MOVE ZERO TO WRK-CBN-RESCISAO
           MOVE 'N' TO WRK-CBN-EOF
           OPEN INPUT CONTABIL-FILE
           IF WRK-CTB-FILE-STATUS = '35'
               MOVE 'S' TO WRK-CBN-EOF
           ELSE
               OPEN OUTPUT CTBNOVO-FILE
           END-IF
           PERFORM UNTIL WRK-CBN-EOF = 'S'
               READ CONTABIL-FILE
                   AT END
                       MOVE 'S' TO WRK-CBN-EOF
                   NOT AT END
                       IF CTB-TIPO-RUN = 'R'
                           AND (CTB-EXECUCAO = SPACES
                             OR CTB-EXECUCAO = WRK-EXE-EXECUCAO)
                           MOVE WRK-EXE-EXECUCAO TO CTB-EXECUCAO
                           MOVE CONTABIL-RECORD TO CTBNOVO-RECORD
                           WRITE CTBNOVO-RECORD
                           ADD 1 TO WRK-CBN-RESCISAO
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CTB-FILE-STATUS NOT = '35'
               CLOSE CONTABIL-FILE
               CLOSE CTBNOVO-FILE
           END-IF.

       7845-DEVOLVER-RESCISAO.
           MOVE 'N' TO WRK-CBN-EOF
           OPEN INPUT CTBNOVO-FILE
           PERFORM UNTIL WRK-CBN-EOF = 'S'
               READ CTBNOVO-FILE
                   AT END
                       MOVE 'S' TO WRK-CBN-EOF
                   NOT AT END
                       MOVE CTBNOVO-RECORD TO CONTABIL-RECORD
                       WRITE CONTABIL-RECORD
               END-READ
           END-PERFORM
           CLOSE CTBNOVO-FILE
           MOVE 'CONTABILIZACAO' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'RESCISAO MANTIDOS ' WRK-CBN-RESCISAO
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7850-GRAVAR-CONTABIL.
      *CONTABILIZACAO DO RUN: UM CREDITO POR CONTA (IRRF, INSS, UM
      *POR TIPO DE DESCONTO COM DE/PARA E O LIQUIDO A PAGAR, QUE
      *INCLUI AS REEMISSOES DA REFILA) E UM DEBITO DE DESPESA PELA
      *SOMA DOS CREDITOS. ANTES A CONTABILIDADE REDIGITAVA OS
      *TOTAIS DO REGISTER NO RAZAO TODO MES.
      *OS LANCAMENTOS VARIAVEIS TEM CONTA PROPRIA NO DEPARA.DAT:
      *PROVENTO SAI COMO DEBITO NA CONTA DO EVENTO E FALTA/DSR COMO
      *CREDITO, E A DESPESA DE FOLHA FICA COM O RESTANTE - DEBITOS
      *CONTINUAM IGUAIS AOS CREDITOS. EVENTO SEM DE/PARA FICA DENTRO
      *DA DESPESA DE FOLHA.
      *O SALARIO-FAMILIA PAGO NO LIQUIDO E COMPENSADO NA GUIA DO
      *INSS: SAI COMO DEBITO NO INSS A RECOLHER, FORA DA DESPESA.
      *OS ENCARGOS DA EMPRESA (7880) SAO PARES PROPRIOS DEBITO NA
      *DESPESA DO ENCARGO / CREDITO NO PASSIVO, FORA DA CONTA DA
      *DESPESA DE FOLHA.
      *CADA CENTRO DE CUSTO (7852) TEM SEUS PROPRIOS CREDITOS, SEU
      *DEBITO DE DESPESA E SEUS PARES DE ENCARGO, ENTAO CADA UM FECHA
      *DEBITOS = CREDITOS SOZINHO E A SOMA DELES E O TOTAL DA
      *EMPRESA.
           MOVE ZERO TO WRK-CTB-LANCADO
           MOVE ZERO TO WRK-CTB-ENC-TOT
           PERFORM 7062-ORDENAR-CCUSTO
           PERFORM 7840-GUARDAR-RESCISAO
           OPEN OUTPUT CONTABIL-FILE
           IF WRK-CBN-RESCISAO > 0
               PERFORM 7845-DEVOLVER-RESCISAO
           END-IF
           PERFORM VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX > WRK-CCT-COUNT
               PERFORM 7852-CONTABILIZAR-CCUSTO
           END-PERFORM
           CLOSE CONTABIL-FILE
           MOVE 'CONTABILIZACAO' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'LANCADO ' WRK-CTB-LANCADO
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7852-CONTABILIZAR-CCUSTO.
           MOVE CCT-TAB-CODIGO(CCT-IDX) TO WRK-CTB-CCUSTO
           MOVE ZERO TO WRK-CTB-DEB-TOT
           MOVE ZERO TO WRK-CTB-EVT-DEB
           COMPUTE WRK-CTB-VALOR ROUNDED = CCT-TAB-IRRF(CCT-IDX)
           IF WRK-CTB-VALOR > 0
               MOVE WRK-CTA-IRRF TO WRK-CTB-CONTA
               MOVE 'IRRF A RECOLHER' TO WRK-CTB-DESCR
               PERFORM 7860-GRAVAR-CREDITO
           END-IF
           COMPUTE WRK-CTB-VALOR ROUNDED = CCT-TAB-INSS(CCT-IDX)
           IF WRK-CTB-VALOR > 0
               MOVE WRK-CTA-INSS TO WRK-CTB-CONTA
               MOVE 'INSS A RECOLHER' TO WRK-CTB-DESCR
           END-IF
           PERFORM VARYING CTD-IDX FROM 1 BY 1
               UNTIL CTD-IDX > WRK-CTD-COUNT
               MOVE 'D' TO WRK-CCD-ORIGEM
               MOVE CTD-TAB-TIPO(CTD-IDX) TO WRK-CCD-TIPO
               PERFORM 7857-BUSCAR-CCD
               COMPUTE WRK-CTB-VALOR ROUNDED = WRK-CCD-TOTAL
               IF WRK-CTB-VALOR > 0
                   PERFORM 7870-BUSCAR-CONTA-DEPARA
                   PERFORM 7860-GRAVAR-CREDITO
               END-IF
           END-PERFORM
           PERFORM VARYING CTE-IDX FROM 1 BY 1
               UNTIL CTE-IDX > WRK-CTE-COUNT
               MOVE 'E' TO WRK-CCD-ORIGEM
               MOVE CTE-TAB-TIPO(CTE-IDX) TO WRK-CCD-TIPO
               PERFORM 7857-BUSCAR-CCD
               COMPUTE WRK-CTB-VALOR ROUNDED = WRK-CCD-TOTAL
               IF WRK-CTB-VALOR > 0
                   AND CTE-TAB-NATUREZA(CTE-IDX) = 'D'
                   PERFORM 7875-BUSCAR-CONTA-EVENTO
                   IF WRK-CTB-CONTA NOT = SPACES
                       PERFORM 7860-GRAVAR-CREDITO
                   END-IF
               END-IF
           END-PERFORM
           MOVE CCT-TAB-LIQUIDO(CCT-IDX) TO WRK-CTB-VALOR
           MOVE WRK-CTA-LIQUIDO TO WRK-CTB-CONTA
           MOVE 'SALARIOS A PAGAR' TO WRK-CTB-DESCR
           PERFORM 7860-GRAVAR-CREDITO
           PERFORM VARYING CTE-IDX FROM 1 BY 1
               UNTIL CTE-IDX > WRK-CTE-COUNT
               MOVE 'E' TO WRK-CCD-ORIGEM
               MOVE CTE-TAB-TIPO(CTE-IDX) TO WRK-CCD-TIPO
               PERFORM 7857-BUSCAR-CCD
               COMPUTE WRK-CTB-VALOR ROUNDED = WRK-CCD-TOTAL
               IF WRK-CTB-VALOR > 0
                   AND CTE-TAB-NATUREZA(CTE-IDX) = 'P'
                   PERFORM 7875-BUSCAR-CONTA-EVENTO
                   IF WRK-CTB-CONTA NOT = SPACES
                       PERFORM 7865-GRAVAR-DEBITO-EVENTO
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WRK-CTB-VALOR ROUNDED = CCT-TAB-SALFAM(CCT-IDX)
           IF WRK-CTB-VALOR > 0
               MOVE WRK-CTA-INSS TO WRK-CTB-CONTA
               MOVE 'SALARIO-FAMILIA' TO WRK-CTB-DESCR
               PERFORM 7865-GRAVAR-DEBITO-EVENTO
           END-IF
           MOVE WRK-COMPETENCIA TO CTB-COMPETENCIA
           MOVE WRK-EXE-EXECUCAO TO CTB-EXECUCAO
           MOVE WRK-TIPO-RUN TO CTB-TIPO-RUN
           MOVE 'D' TO CTB-DC
           MOVE WRK-CTA-DESPESA TO CTB-CONTA
           MOVE 'DESPESA DE FOLHA' TO CTB-DESCRICAO
           IF WRK-CTB-EVT-DEB > WRK-CTB-DEB-TOT
               MOVE ZERO TO CTB-VALOR
           ELSE
               COMPUTE CTB-VALOR = WRK-CTB-DEB-TOT - WRK-CTB-EVT-DEB
           END-IF
           MOVE WRK-CTB-CCUSTO TO CTB-CCUSTO
           WRITE CONTABIL-RECORD
           ADD WRK-CTB-DEB-TOT TO WRK-CTB-LANCADO
           PERFORM 7880-CONTABILIZAR-ENCARGOS.

       7857-BUSCAR-CCD.
           MOVE ZERO TO WRK-CCD-TOTAL
           PERFORM VARYING CCD-IDX FROM 1 BY 1
               UNTIL CCD-IDX > WRK-CCD-COUNT
               IF CCD-TAB-CCUSTO(CCD-IDX) = WRK-CTB-CCUSTO
                   AND CCD-TAB-ORIGEM(CCD-IDX) = WRK-CCD-ORIGEM
                   AND CCD-TAB-TIPO(CCD-IDX) = WRK-CCD-TIPO
                   MOVE CCD-TAB-TOTAL(CCD-IDX) TO WRK-CCD-TOTAL
               END-IF
           END-PERFORM.

       7860-GRAVAR-CREDITO.
           MOVE WRK-COMPETENCIA TO CTB-COMPETENCIA
           MOVE WRK-EXE-EXECUCAO TO CTB-EXECUCAO
           MOVE WRK-TIPO-RUN TO CTB-TIPO-RUN
           MOVE 'C' TO CTB-DC
           MOVE WRK-CTB-CONTA TO CTB-CONTA
           MOVE WRK-CTB-DESCR TO CTB-DESCRICAO
           MOVE WRK-CTB-VALOR TO CTB-VALOR
           MOVE WRK-CTB-CCUSTO TO CTB-CCUSTO
           WRITE CONTABIL-RECORD
           ADD WRK-CTB-VALOR TO WRK-CTB-DEB-TOT.

       7865-GRAVAR-DEBITO-EVENTO.
           MOVE WRK-COMPETENCIA TO CTB-COMPETENCIA
           MOVE WRK-EXE-EXECUCAO TO CTB-EXECUCAO
           MOVE WRK-TIPO-RUN TO CTB-TIPO-RUN
           MOVE 'D' TO CTB-DC
           MOVE WRK-CTB-CONTA TO CTB-CONTA
           MOVE WRK-CTB-DESCR TO CTB-DESCRICAO
           MOVE WRK-CTB-VALOR TO CTB-VALOR
           MOVE WRK-CTB-CCUSTO TO CTB-CCUSTO
           WRITE CONTABIL-RECORD
           ADD WRK-CTB-VALOR TO WRK-CTB-EVT-DEB.

       7880-CONTABILIZAR-ENCARGOS.
           MOVE CCT-TAB-FGTS(CCT-IDX) TO WRK-CTB-VALOR
           MOVE WRK-CTA-DESP-FGTS TO WRK-CTB-CONTA-DEB
           MOVE WRK-CTA-FGTS TO WRK-CTB-CONTA
           MOVE 'FGTS' TO WRK-CTB-DESCR
           PERFORM 7885-GRAVAR-PAR-ENCARGO
           MOVE CCT-TAB-INSS-EMP(CCT-IDX) TO WRK-CTB-VALOR
           MOVE WRK-CTA-DESP-INSS-EMP TO WRK-CTB-CONTA-DEB
           MOVE WRK-CTA-INSS-EMPRESA TO WRK-CTB-CONTA
           MOVE 'INSS PATRONAL' TO WRK-CTB-DESCR
           PERFORM 7885-GRAVAR-PAR-ENCARGO
           MOVE CCT-TAB-RAT(CCT-IDX) TO WRK-CTB-VALOR
           MOVE WRK-CTA-DESP-RAT TO WRK-CTB-CONTA-DEB
           MOVE WRK-CTA-INSS-EMPRESA TO WRK-CTB-CONTA
           MOVE 'RAT' TO WRK-CTB-DESCR
           PERFORM 7885-GRAVAR-PAR-ENCARGO
           MOVE CCT-TAB-TERC(CCT-IDX) TO WRK-CTB-VALOR
           MOVE WRK-CTA-DESP-TERC TO WRK-CTB-CONTA-DEB
           MOVE WRK-CTA-INSS-EMPRESA TO WRK-CTB-CONTA
           MOVE 'TERCEIROS' TO WRK-CTB-DESCR
           PERFORM 7885-GRAVAR-PAR-ENCARGO.

       7885-GRAVAR-PAR-ENCARGO.
      *DEBITO NA DESPESA DO ENCARGO E CREDITO DO MESMO VALOR NO
      *PASSIVO - NAO PASSA PELOS TOTAIS DA DESPESA DE FOLHA.
           IF WRK-CTB-VALOR > 0
               MOVE WRK-COMPETENCIA TO CTB-COMPETENCIA
               MOVE WRK-EXE-EXECUCAO TO CTB-EXECUCAO
               MOVE WRK-TIPO-RUN TO CTB-TIPO-RUN
               MOVE 'D' TO CTB-DC
               MOVE WRK-CTB-CONTA-DEB TO CTB-CONTA
               MOVE WRK-CTB-DESCR TO CTB-DESCRICAO
               MOVE WRK-CTB-VALOR TO CTB-VALOR
               MOVE WRK-CTB-CCUSTO TO CTB-CCUSTO
               WRITE CONTABIL-RECORD
               MOVE 'C' TO CTB-DC
               MOVE WRK-CTB-CONTA TO CTB-CONTA
               WRITE CONTABIL-RECORD
               ADD WRK-CTB-VALOR TO WRK-CTB-ENC-TOT
           END-IF.

       7875-BUSCAR-CONTA-EVENTO.
           MOVE SPACES TO WRK-CTB-CONTA
           PERFORM VARYING DPR-IDX FROM 1 BY 1
               UNTIL DPR-IDX > WRK-DPR-COUNT
               IF DPR-TAB-TIPO(DPR-IDX) = CTE-TAB-TIPO(CTE-IDX)
                   MOVE DPR-TAB-CONTA(DPR-IDX) TO WRK-CTB-CONTA
                   MOVE DPR-TAB-DESCRICAO(DPR-IDX) TO WRK-CTB-DESCR
               END-IF
           END-PERFORM
           IF WRK-CTB-CONTA = SPACES
               DISPLAY 'EVENTO VARIAVEL ' CTE-TAB-TIPO(CTE-IDX)
                   ' SEM DE/PARA - MANTIDO NA DESPESA DE FOLHA'
           END-IF.

       7870-BUSCAR-CONTA-DEPARA.
           MOVE SPACES TO WRK-CTB-CONTA
           PERFORM VARYING DPR-IDX FROM 1 BY 1
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE 'FOLHA' TO CTL-PROGRAMA
           MOVE WRK-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'FUNC-LIDOS' TO CTL-ITEM
           MOVE WRK-COUNT-LIDOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'REG-LIQUIDO' TO CTL-ITEM
           MOVE WRK-LIQUIDO-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'LANC-LIDOS' TO CTL-ITEM
           MOVE WRK-LCV-LIDOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'LANC-APLICADOS' TO CTL-ITEM
           MOVE WRK-LCV-APLICADOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'LANC-REJEITADOS' TO CTL-ITEM
           MOVE WRK-LCV-REJEITADOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
      *ENCARGOS DO RUN TOTALIZADOS DO ENCARGO.DAT (7820): O BALANCO
      *CONFERE O ENC-TOTAL CONTRA OS PARES DO CONTABIL.DAT E O
      *ENC-FGTS CONTRA A SOMA DA GUIA FGTS.DAT.
           MOVE 'ENC-FGTS' TO CTL-ITEM
           MOVE WRK-ENC-FGTS-TOT TO CTL-VALOR
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
           COMPUTE CTL-VALOR = WRK-ENC-FGTS-TOT
               + WRK-ENC-INSS-EMP-TOT + WRK-ENC-RAT-TOT
               + WRK-ENC-TERC-TOT
           WRITE CONTROLE-RECORD
           MOVE 'FGTS-QTD' TO CTL-ITEM
           MOVE WRK-FGT-QTD TO CTL-VALOR
           WRITE CONTROLE-RECORD
      *TOTAIS DA EMPRESA E SOMA DOS CENTROS DE CUSTO: O BALANCO
      *CONFERE CC-FUNC CONTRA FUNC-PAGOS, CC-BRUTO CONTRA REG-BRUTO,
      *CC-LIQUIDO CONTRA REG-LIQUIDO E CC-QTD CONTRA OS CENTROS DE
      *CUSTO LANCADOS NO CONTABIL.DAT.
           MOVE ZERO TO WRK-CCT-QTD-TOT
           MOVE ZERO TO WRK-CCT-BRUTO-TOT
           MOVE ZERO TO WRK-CCT-LIQUIDO-TOT
           PERFORM VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX > WRK-CCT-COUNT
               ADD CCT-TAB-QTD(CCT-IDX) TO WRK-CCT-QTD-TOT
               ADD CCT-TAB-BRUTO(CCT-IDX) TO WRK-CCT-BRUTO-TOT
               ADD CCT-TAB-LIQUIDO(CCT-IDX) TO WRK-CCT-LIQUIDO-TOT
           END-PERFORM
           MOVE 'REG-BRUTO' TO CTL-ITEM
           MOVE WRK-TOTAL-SALARIO TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'CC-QTD' TO CTL-ITEM
           MOVE WRK-CCT-COUNT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'CC-FUNC' TO CTL-ITEM
           MOVE WRK-CCT-QTD-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'CC-BRUTO' TO CTL-ITEM
           MOVE WRK-CCT-BRUTO-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'CC-LIQUIDO' TO CTL-ITEM
           MOVE WRK-CCT-LIQUIDO-TOT TO CTL-VALOR
           WRITE CONTROLE-RECORD
      *BANCO-LIBERADO: 1 QUANDO O BANCO.DAT DESTA NOITE FOI
      *LIBERADO, 0 QUANDO FICOU RETIDO PELA VARIANCIA OU PELA
      *VALIDACAO DE CONTAS - O BALANCO SO CONFERE O BANCO.DAT
               '  TIPO: ' WRK-TIPO-RUN-DESC
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           IF WRK-PREVIA = 'S'
               MOVE 'PREVIA - SEM VALOR DE PAGAMENTO' TO WRK-HOL-LINHA
               PERFORM 2490-GRAVAR-LINHA-HOL
           END-IF
           MOVE SPACES TO WRK-HOL-LINHA
           STRING 'FUNCIONARIO: ' EMP-ID ' ' WRK-NOME
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           MOVE 'VENCIMENTOS:' TO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           MOVE SPACES TO WRK-HOL-LINHA
           STRING '  SALARIO                 ' WRK-SALARIO-BASE-ED
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           IF WRK-TIPO-RUN = 'F'
               MOVE SPACES TO WRK-HOL-LINHA
               STRING '   ' WRK-FER-INFO
                   DELIMITED BY SIZE INTO WRK-HOL-LINHA
               PERFORM 2490-GRAVAR-LINHA-HOL
           END-IF
           MOVE 'P' TO WRK-LCV-NATUREZA
           PERFORM 2410-LINHAS-LANCAMENTOS
           IF WRK-SALFAM > 0
               MOVE SPACES TO WRK-HOL-LINHA
               STRING '  SALARIO-FAMILIA (' WRK-DEP-QTD-SF ')    '
                   WRK-SALFAM-ED
                   DELIMITED BY SIZE INTO WRK-HOL-LINHA
               PERFORM 2490-GRAVAR-LINHA-HOL
           END-IF
           MOVE 'DESCONTOS:' TO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           MOVE 'D' TO WRK-LCV-NATUREZA
           PERFORM 2410-LINHAS-LANCAMENTOS
           MOVE SPACES TO WRK-HOL-LINHA
           STRING '  IRRF (FAIXA ' WRK-IRRF-FAIXA ')        '
               WRK-IMPOSTO-ED
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           IF WRK-DEP-QTD-IR > 0 AND WRK-TIPO-RUN NOT = 'P'
               MOVE SPACES TO WRK-HOL-LINHA
               STRING '    DEPENDENTES IR: ' WRK-DEP-QTD-IR
                   '  DEDUCAO: ' WRK-DEP-DEDUCAO-ED
                   '  BASE: ' WRK-BASE-IRRF-ED
                   DELIMITED BY SIZE INTO WRK-HOL-LINHA
               PERFORM 2490-GRAVAR-LINHA-HOL
           END-IF
           MOVE SPACES TO WRK-HOL-LINHA
           STRING '  INSS (FAIXA ' WRK-INSS-FAIXA ')        '
               WRK-INSS-ED
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           MOVE SPACES TO WRK-HOL-LINHA
           STRING 'FGTS DO MES (DEPOSITO):  ' WRK-ENC-FGTS-ED
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           MOVE SPACES TO WRK-HOL-LINHA
           STRING 'ACUMULADO ANO - BRUTO:   ' WRK-YTD-BRUTO-ED
               DELIMITED BY SIZE INTO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL
           MOVE SPACES TO WRK-HOL-LINHA
           PERFORM 2490-GRAVAR-LINHA-HOL.

       2410-LINHAS-LANCAMENTOS.
      *UMA LINHA POR LANCAMENTO VARIAVEL DA NATUREZA PEDIDA, COM A
      *QUANTIDADE (HORAS/DIAS; ZERO NOS EVENTOS DE VALOR).
           PERFORM VARYING EVF-IDX FROM 1 BY 1
               UNTIL EVF-IDX > WRK-EVF-COUNT
               IF EVF-TAB-NATUREZA(EVF-IDX) = WRK-LCV-NATUREZA
                   MOVE EVF-TAB-QTD(EVF-IDX) TO WRK-LCV-QTD-ED
                   MOVE EVF-TAB-VALOR(EVF-IDX) TO WRK-LCV-VALOR-ED
                   MOVE SPACES TO WRK-HOL-LINHA
                   STRING '  ' EVF-TAB-DESCRICAO(EVF-IDX)
                       '  QTD ' WRK-LCV-QTD-ED
                       '  ' WRK-LCV-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-HOL-LINHA
                   PERFORM 2490-GRAVAR-LINHA-HOL
               END-IF
           END-PERFORM.

       2470-GRAVAR-LINHA-REG.
           IF WRK-PREVIA = 'S'
               MOVE WRK-LINHA TO REGPREV-RECORD
               WRITE REGPREV-RECORD
           ELSE
               MOVE WRK-LINHA TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           DISPLAY WRK-LINHA.

       2490-GRAVAR-LINHA-HOL.
           IF WRK-PREVIA = 'S'
               MOVE WRK-HOL-LINHA TO HOLPREV-RECORD
               WRITE HOLPREV-RECORD
           ELSE
               MOVE WRK-HOL-LINHA TO HOLERITE-RECORD
               WRITE HOLERITE-RECORD
           END-IF.

       0900-LIMPAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE

       8000-FECHAR-ARQUIVOS.
           CLOSE EMPLOYEE-FILE
           IF WRK-PREVIA = 'S'
               CLOSE REGPREV-FILE
               CLOSE HOLPREV-FILE
           ELSE
               CLOSE REGISTER-FILE
               CLOSE BANK-FILE
               CLOSE HOLERITE-FILE
               CLOSE ENCARGO-FILE
           END-IF
           CLOSE YTD-FILE
           CLOSE HISTFOLHA-FILE
           CLOSE DESCONTO-FILE
           IF WRK-DEP-PRESENTE = 'S'
               CLOSE DEPENDENTE-FILE
           END-IF
           IF WRK-FER-PRESENTE = 'S'
               CLOSE FERIAS-FILE
           END-IF
           IF WRK-MST-PRESENTE = 'S'
               CLOSE MASTER-FILE
           END-IF.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           IF WRK-PREVIA = 'S'
               MOVE 'PREVIA' TO AUD-PROGRAMA
           ELSE
               MOVE 'FOLHA' TO AUD-PROGRAMA
           END-IF
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           MOVE WRK-EXE-EXECUCAO TO AUD-EXECUCAO
           MOVE WRK-EXE-TENTATIVA TO AUD-TENTATIVA
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9100-ENCERRAR-PASSO.
      *FIM NORMAL DO PASSO NO CONTROLE DE EXECUCAO, COM O RC.
      *O RC 8 DO FIM NORMAL E A REMESSA RETIDA POR VARIANCIA OU ERRO
      *DE CONTA - A COMPETENCIA JA FECHOU E A LIBERACAO E DO LIBBANCO,
      *ENTAO O PASSO CONTA COMO CONCLUIDO E NAO RODA DE NOVO.
           IF WRK-EXE-ATIVO = 'S'
               MOVE RETURN-CODE TO WRK-EXE-RC
               MOVE 'S' TO WRK-EXE-CONCLUIDO
               MOVE 'F' TO WRK-EXE-EVENTO
               PERFORM 0190-GRAVAR-EXECUCAO
               MOVE WRK-EXE-RC TO RETURN-CODE
           END-IF.
