       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.
      *OBJECTIVO: FECHAMENTO ANUAL DO IMPOSTO DE RENDA. LE O
      *HISTORICO PERMANENTE DA FOLHA (HISTFOLHA.DAT, GRAVADO PELA
      *FOLHA E PELA RESCISAO) E IMPRIME NO INFORME.DAT UM INFORME DE
      *RENDIMENTOS POR FUNCIONARIO, UMA PAGINA CADA, COM OS TOTAIS DO
      *ANO-CALENDARIO NOS QUADROS DO COMPROVANTE DA RECEITA:
      *QUADRO 3 - RENDIMENTOS TRIBUTAVEIS (FOLHA MENSAL, FERIAS E
      *SALDO DE SALARIO DA RESCISAO), INSS, PENSAO ALIMENTICIA E
      *IRRF; QUADRO 4 - ISENTOS (FERIAS INDENIZADAS DA RESCISAO E
      *SALARIO-FAMILIA); QUADRO 5 - TRIBUTACAO EXCLUSIVA (13O SALARIO
      *E O IRRF DO 13O); QUADRO 7 - PLANO DE SAUDE DESCONTADO.
      *O ANO E O DA DATA DE PAGAMENTO (REGIME DE CAIXA) - A FOLHA DE
      *DEZEMBRO PAGA EM JANEIRO ENTRA NO ANO SEGUINTE.
      *GRAVA TAMBEM O ANUALFOL.DAT COM OS TOTAIS DA EMPRESA PARA A
      *DECLARACAO: UM REGISTRO M POR MES DE PAGAMENTO E UM REGISTRO
      *A COM O TOTAL DO ANO E A QUANTIDADE DE BENEFICIARIOS.
      *SEM FROM CONSOLE: O ACCEPT LE O SYSIN DO STEP QUANDO RODA EM
      *JOB. ANO EM BRANCO OU INVALIDO ASSUME O ANO ANTERIOR AO DA
      *DATA DE HOJE (O INFORME RODA NO INICIO DO ANO SEGUINTE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *HISTORICO DA FOLHA, CHAVE EMP-ID + COMPETENCIA + TIPO DE RUN
      *- LIDO EM SEQUENCIA DE CHAVE, OS REGISTROS DE CADA FUNCIONARIO
      *VEM JUNTOS.
           SELECT HISTFOLHA-FILE ASSIGN TO "HISTFOLHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSF-CHAVE
               FILE STATUS IS WRK-HSF-FILE-STATUS.
           SELECT INFORME-FILE ASSIGN TO "INFORME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INF-FILE-STATUS.
           SELECT ANUALFOL-FILE ASSIGN TO "ANUALFOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANU-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  INFORME-FILE.
       01  INFORME-RECORD PIC X(80).
      *TOTAIS DA EMPRESA: TIPO M (UM POR MES DE PAGAMENTO, MES 01 A
      *12) E TIPO A (ANO INTEIRO, MES 00). NO M A QUANTIDADE E DE
      *PAGAMENTOS NO MES, NO A E DE BENEFICIARIOS COM INFORME.
       FD  ANUALFOL-FILE.
       01  ANUALFOL-RECORD.
           05  ANU-TIPO PIC X.
           05  ANU-EMPRESA PIC X(14).
           05  ANU-ANO PIC 9(4).
           05  ANU-MES PIC 9(2).
           05  ANU-QTD PIC 9(6).
           05  ANU-TRIBUTAVEL PIC 9(10)V99.
           05  ANU-INSS PIC 9(10)V99.
           05  ANU-PENSAO PIC 9(10)V99.
           05  ANU-IRRF PIC 9(10)V99.
           05  ANU-ISENTO PIC 9(10)V99.
           05  ANU-SALFAM PIC 9(10)V99.
           05  ANU-DECIMO PIC 9(10)V99.
           05  ANU-INSS-DECIMO PIC 9(10)V99.
           05  ANU-IRRF-DECIMO PIC 9(10)V99.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
           05  AUD-HORA PIC 9(8).
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
       WORKING-STORAGE SECTION.
      *TOTAIS DA EMPRESA POR MES DE PAGAMENTO.
       01  MES-TABLE.
           05  MES-ENTRY OCCURS 12 TIMES INDEXED BY MES-IDX.
               10  MES-TAB-QTD PIC 9(6).
               10  MES-TAB-TRIBUTAVEL PIC 9(10)V99.
               10  MES-TAB-INSS PIC 9(10)V99.
               10  MES-TAB-PENSAO PIC 9(10)V99.
               10  MES-TAB-IRRF PIC 9(10)V99.
               10  MES-TAB-ISENTO PIC 9(10)V99.
               10  MES-TAB-SALFAM PIC 9(10)V99.
               10  MES-TAB-DECIMO PIC 9(10)V99.
               10  MES-TAB-INSS-DECIMO PIC 9(10)V99.
               10  MES-TAB-IRRF-DECIMO PIC 9(10)V99.
       77  WRK-HSF-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-INF-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-ANU-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-DATA-HOJE-ED PIC 9999/99/99.
       77  WRK-ANO-X PIC X(4) VALUE SPACES.
       77  WRK-ANO PIC 9(4) VALUE ZEROS.
       77  WRK-ANO-PAG PIC 9(4) VALUE ZEROS.
       77  WRK-MES-PAG PIC 9(2) VALUE ZEROS.
       77  WRK-EOF-HISTORICO PIC X VALUE 'N'.
      *MESMA IDENTIFICACAO DA EMPRESA DO BANCO.DAT E DA GUIA DO FGTS.
       77  WRK-EMPRESA-ID PIC X(14) VALUE '12345678000199'.
       77  WRK-EMPRESA-NOME PIC X(31)
               VALUE 'EMPRESA FOLHA DE PAGAMENTO LTDA'.
      *FUNCIONARIO DA VEZ E SEUS TOTAIS NO ANO-CALENDARIO.
       77  WRK-EMP-ATUAL PIC X(5) VALUE SPACES.
       77  WRK-INF-NOME PIC X(20) VALUE SPACES.
       77  WRK-INF-REGISTROS PIC 9(4) VALUE ZEROS.
       77  WRK-INF-TRIBUTAVEL PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-INSS PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-PENSAO PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-IRRF PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-ISENTO PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-SALFAM PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-DECIMO PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-INSS-DECIMO PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-IRRF-DECIMO PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-DECIMO-LIQ PIC 9(8)V99 VALUE ZEROS.
       77  WRK-INF-PLANO-SAUDE PIC 9(8)V99 VALUE ZEROS.
      *TOTAIS DA EMPRESA NO ANO.
       77  WRK-COUNT-LIDOS PIC 9(6) VALUE ZEROS.
       77  WRK-COUNT-NO-ANO PIC 9(6) VALUE ZEROS.
       77  WRK-COUNT-INFORMES PIC 9(6) VALUE ZEROS.
       77  WRK-TOT-TRIBUTAVEL PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-INSS PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PENSAO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-ISENTO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-SALFAM PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DECIMO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-INSS-DECIMO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF-DECIMO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ED PIC $Z(7)9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED PIC $Z(9)9,99 VALUE ZEROS.
       77  WRK-INF-LINHA PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'ANO-CALENDARIO (AAAA): '
           ACCEPT WRK-ANO-X
           PERFORM 0300-DEFINIR-ANO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-LER-HISTORICO
           PERFORM 2000-PROCESSAR-HISTORICO
               UNTIL WRK-EOF-HISTORICO = 'S'
           PERFORM 2500-EMITIR-INFORME
           PERFORM 7000-GRAVAR-ANUAL
           PERFORM 7900-IMPRIMIR-TOTAIS
           PERFORM 8000-FECHAR-ARQUIVOS
           IF WRK-COUNT-INFORMES = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0300-DEFINIR-ANO.
           IF WRK-ANO-X IS NUMERIC
               MOVE WRK-ANO-X TO WRK-ANO
           ELSE
               MOVE ZERO TO WRK-ANO
           END-IF
           IF WRK-ANO < 1900
               MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO
               SUBTRACT 1 FROM WRK-ANO
               DISPLAY 'ANO-CALENDARIO INVALIDO OU EM BRANCO - '
                   'USANDO ' WRK-ANO
           END-IF
           DISPLAY 'INFORME DE RENDIMENTOS DO ANO-CALENDARIO '
               WRK-ANO
           PERFORM VARYING MES-IDX FROM 1 BY 1 UNTIL MES-IDX > 12
               MOVE ZERO TO MES-TAB-QTD(MES-IDX)
               MOVE ZERO TO MES-TAB-TRIBUTAVEL(MES-IDX)
               MOVE ZERO TO MES-TAB-INSS(MES-IDX)
               MOVE ZERO TO MES-TAB-PENSAO(MES-IDX)
               MOVE ZERO TO MES-TAB-IRRF(MES-IDX)
               MOVE ZERO TO MES-TAB-ISENTO(MES-IDX)
               MOVE ZERO TO MES-TAB-SALFAM(MES-IDX)
               MOVE ZERO TO MES-TAB-DECIMO(MES-IDX)
               MOVE ZERO TO MES-TAB-INSS-DECIMO(MES-IDX)
               MOVE ZERO TO MES-TAB-IRRF-DECIMO(MES-IDX)
           END-PERFORM.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT HISTFOLHA-FILE
           IF WRK-HSF-FILE-STATUS = '35'
               DISPLAY 'HISTFOLHA.DAT NAO ENCONTRADO - NENHUM '
                   'INFORME A EMITIR'
               MOVE 'INFORME ANO' TO WRK-AUD-OPERACAO
               MOVE 'SEM HISTFOLHA.DAT' TO WRK-AUD-RESULTADO
               PERFORM 9000-GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INFORME-FILE
           OPEN OUTPUT ANUALFOL-FILE.

       1100-LER-HISTORICO.
           READ HISTFOLHA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-COUNT-LIDOS
           END-READ.

       2000-PROCESSAR-HISTORICO.
      *QUEBRA POR FUNCIONARIO: AO TROCAR O EMP-ID EMITE O INFORME DO
      *ANTERIOR (SE ELE TEVE PAGAMENTO NO ANO) E ZERA OS TOTAIS.
           IF HSF-EMP-ID NOT = WRK-EMP-ATUAL
               PERFORM 2500-EMITIR-INFORME
               PERFORM 2100-INICIAR-FUNCIONARIO
           END-IF
           MOVE HSF-DATA-PAGAMENTO(1:4) TO WRK-ANO-PAG
           IF WRK-ANO-PAG = WRK-ANO
               PERFORM 2200-ACUMULAR-REGISTRO
           END-IF
           PERFORM 1100-LER-HISTORICO.

       2100-INICIAR-FUNCIONARIO.
           MOVE HSF-EMP-ID TO WRK-EMP-ATUAL
           MOVE HSF-NOME TO WRK-INF-NOME
           MOVE ZERO TO WRK-INF-REGISTROS
           MOVE ZERO TO WRK-INF-TRIBUTAVEL
           MOVE ZERO TO WRK-INF-INSS
           MOVE ZERO TO WRK-INF-PENSAO
           MOVE ZERO TO WRK-INF-IRRF
           MOVE ZERO TO WRK-INF-ISENTO
           MOVE ZERO TO WRK-INF-SALFAM
           MOVE ZERO TO WRK-INF-DECIMO
           MOVE ZERO TO WRK-INF-INSS-DECIMO
           MOVE ZERO TO WRK-INF-IRRF-DECIMO
           MOVE ZERO TO WRK-INF-PLANO-SAUDE.

       2200-ACUMULAR-REGISTRO.
      *O INSS E O IRRF DO 13O (RUNS P E S) VAO PARA O QUADRO 5. NA
      *RESCISAO O IMPOSTO E UM SO CALCULO SOBRE SALDO DE SALARIO MAIS
      *13O PROPORCIONAL, E FICA NO QUADRO 3 COMO FOI RETIDO.
           ADD 1 TO WRK-INF-REGISTROS
           ADD 1 TO WRK-COUNT-NO-ANO
           MOVE HSF-NOME TO WRK-INF-NOME
           MOVE HSF-DATA-PAGAMENTO(5:2) TO WRK-MES-PAG
           IF WRK-MES-PAG < 1 OR WRK-MES-PAG > 12
               DISPLAY 'DATA DE PAGAMENTO INVALIDA NO HISTORICO '
                   HSF-CHAVE ' - CONTADA EM DEZEMBRO'
               MOVE 12 TO WRK-MES-PAG
           END-IF
           SET MES-IDX TO WRK-MES-PAG
           ADD 1 TO MES-TAB-QTD(MES-IDX)
           ADD HSF-TRIBUTAVEL TO WRK-INF-TRIBUTAVEL
           ADD HSF-TRIBUTAVEL TO MES-TAB-TRIBUTAVEL(MES-IDX)
           ADD HSF-ISENTO TO WRK-INF-ISENTO
           ADD HSF-ISENTO TO MES-TAB-ISENTO(MES-IDX)
           ADD HSF-SALFAM TO WRK-INF-SALFAM
           ADD HSF-SALFAM TO MES-TAB-SALFAM(MES-IDX)
           ADD HSF-DECIMO TO WRK-INF-DECIMO
           ADD HSF-DECIMO TO MES-TAB-DECIMO(MES-IDX)
           IF HSF-TIPO-RUN = 'P' OR HSF-TIPO-RUN = 'S'
               ADD HSF-INSS TO WRK-INF-INSS-DECIMO
               ADD HSF-INSS TO MES-TAB-INSS-DECIMO(MES-IDX)
               ADD HSF-IRRF TO WRK-INF-IRRF-DECIMO
               ADD HSF-IRRF TO MES-TAB-IRRF-DECIMO(MES-IDX)
           ELSE
               ADD HSF-INSS TO WRK-INF-INSS
               ADD HSF-INSS TO MES-TAB-INSS(MES-IDX)
               ADD HSF-IRRF TO WRK-INF-IRRF
               ADD HSF-IRRF TO MES-TAB-IRRF(MES-IDX)
           END-IF
           PERFORM VARYING HSF-IDX FROM 1 BY 1
               UNTIL HSF-IDX > HSF-QTD-DESC OR HSF-IDX > 10
               PERFORM 2210-CLASSIFICAR-DESCONTO
           END-PERFORM.

       2210-CLASSIFICAR-DESCONTO.
      *SO DOIS DESCONTOS DA FOLHA APARECEM NO INFORME: A PENSAO
      *ALIMENTICIA (QUADRO 3) E O PLANO DE SAUDE (QUADRO 7). OS
      *DEMAIS (VALES, EMPRESTIMO) NAO SAO INFORMADOS A RECEITA.
           EVALUATE HSF-DESC-TIPO(HSF-IDX)
               WHEN 'PA'
                   ADD HSF-DESC-VALOR(HSF-IDX) TO WRK-INF-PENSAO
                   ADD HSF-DESC-VALOR(HSF-IDX)
                       TO MES-TAB-PENSAO(MES-IDX)
               WHEN 'PS'
                   ADD HSF-DESC-VALOR(HSF-IDX)
                       TO WRK-INF-PLANO-SAUDE
           END-EVALUATE.

       2500-EMITIR-INFORME.
           IF WRK-EMP-ATUAL NOT = SPACES AND WRK-INF-REGISTROS > 0
               PERFORM 2600-IMPRIMIR-INFORME
               ADD 1 TO WRK-COUNT-INFORMES
               ADD WRK-INF-TRIBUTAVEL TO WRK-TOT-TRIBUTAVEL
               ADD WRK-INF-INSS TO WRK-TOT-INSS
               ADD WRK-INF-PENSAO TO WRK-TOT-PENSAO
               ADD WRK-INF-IRRF TO WRK-TOT-IRRF
               ADD WRK-INF-ISENTO TO WRK-TOT-ISENTO
               ADD WRK-INF-SALFAM TO WRK-TOT-SALFAM
               ADD WRK-INF-DECIMO TO WRK-TOT-DECIMO
               ADD WRK-INF-INSS-DECIMO TO WRK-TOT-INSS-DECIMO
               ADD WRK-INF-IRRF-DECIMO TO WRK-TOT-IRRF-DECIMO
           END-IF.

       2600-IMPRIMIR-INFORME.
      *UMA PAGINA POR FUNCIONARIO, COMO O HOLERITE E O TERMO DE
      *RESCISAO. O 13O DO QUADRO 5 SAI LIQUIDO DO INSS RETIDO SOBRE
      *ELE, COMO PEDE O COMPROVANTE.
           IF WRK-INF-INSS-DECIMO > WRK-INF-DECIMO
               MOVE ZERO TO WRK-INF-DECIMO-LIQ
           ELSE
               COMPUTE WRK-INF-DECIMO-LIQ =
                   WRK-INF-DECIMO - WRK-INF-INSS-DECIMO
           END-IF
           MOVE ALL '=' TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE '
               TO WRK-INF-LINHA
           MOVE 'A RENDA RETIDO NA FONTE' TO WRK-INF-LINHA(53:23)
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE SPACES TO WRK-INF-LINHA
           STRING 'ANO-CALENDARIO: ' WRK-ANO
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '1. FONTE PAGADORA' TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   CNPJ: ' WRK-EMPRESA-ID '  ' WRK-EMPRESA-NOME
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
               TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   MATRICULA: ' WRK-EMP-ATUAL '  NOME: '
               WRK-INF-NOME
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '   NATUREZA: RENDIMENTOS DO TRABALHO ASSALARIADO'
               TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SOBRE '
               TO WRK-INF-LINHA
           MOVE 'A RENDA RETIDO NA FONTE' TO WRK-INF-LINHA(54:23)
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-TRIBUTAVEL TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)  '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-INSS TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL       '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE ZERO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   03. PREVIDENCIA COMPLEMENTAR / FAPI          '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-PENSAO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   04. PENSAO ALIMENTICIA                        '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-IRRF TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE     '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
               TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-ISENTO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   INDENIZACOES POR RESCISAO, INCLUSIVE FERIAS   '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-SALFAM TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   OUTROS (SALARIO-FAMILIA)                      '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-DECIMO-LIQ TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   01. DECIMO TERCEIRO SALARIO                   '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-IRRF-DECIMO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   02. IMPOSTO RETIDO SOBRE O 13O SALARIO        '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE '7. INFORMACOES COMPLEMENTARES' TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-PLANO-SAUDE TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   PLANO DE SAUDE DESCONTADO EM FOLHA            '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-INSS-DECIMO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '   INSS RETIDO SOBRE O 13O SALARIO               '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-ED
           MOVE SPACES TO WRK-INF-LINHA
           STRING '8. RESPONSAVEL PELAS INFORMACOES - EMITIDO EM '
               WRK-DATA-HOJE-ED
               DELIMITED BY SIZE INTO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE SPACES TO WRK-INF-LINHA
           PERFORM 2690-GRAVAR-LINHA-INF
           MOVE WRK-INF-IRRF TO WRK-VALOR-ED
           DISPLAY 'INFORME ' WRK-EMP-ATUAL ' ' WRK-INF-NOME
               ' IRRF: ' WRK-VALOR-ED.

       2690-GRAVAR-LINHA-INF.
           MOVE WRK-INF-LINHA TO INFORME-RECORD
           WRITE INFORME-RECORD.

       7000-GRAVAR-ANUAL.
           PERFORM VARYING MES-IDX FROM 1 BY 1 UNTIL MES-IDX > 12
               MOVE SPACES TO ANUALFOL-RECORD
               MOVE 'M' TO ANU-TIPO
               MOVE WRK-EMPRESA-ID TO ANU-EMPRESA
               MOVE WRK-ANO TO ANU-ANO
               SET ANU-MES TO MES-IDX
               MOVE MES-TAB-QTD(MES-IDX) TO ANU-QTD
               MOVE MES-TAB-TRIBUTAVEL(MES-IDX) TO ANU-TRIBUTAVEL
               MOVE MES-TAB-INSS(MES-IDX) TO ANU-INSS
               MOVE MES-TAB-PENSAO(MES-IDX) TO ANU-PENSAO
               MOVE MES-TAB-IRRF(MES-IDX) TO ANU-IRRF
               MOVE MES-TAB-ISENTO(MES-IDX) TO ANU-ISENTO
               MOVE MES-TAB-SALFAM(MES-IDX) TO ANU-SALFAM
               MOVE MES-TAB-DECIMO(MES-IDX) TO ANU-DECIMO
               MOVE MES-TAB-INSS-DECIMO(MES-IDX) TO ANU-INSS-DECIMO
               MOVE MES-TAB-IRRF-DECIMO(MES-IDX) TO ANU-IRRF-DECIMO
               WRITE ANUALFOL-RECORD
           END-PERFORM
           MOVE SPACES TO ANUALFOL-RECORD
           MOVE 'A' TO ANU-TIPO
           MOVE WRK-EMPRESA-ID TO ANU-EMPRESA
           MOVE WRK-ANO TO ANU-ANO
           MOVE ZERO TO ANU-MES
           MOVE WRK-COUNT-INFORMES TO ANU-QTD
           MOVE WRK-TOT-TRIBUTAVEL TO ANU-TRIBUTAVEL
           MOVE WRK-TOT-INSS TO ANU-INSS
           MOVE WRK-TOT-PENSAO TO ANU-PENSAO
           MOVE WRK-TOT-IRRF TO ANU-IRRF
           MOVE WRK-TOT-ISENTO TO ANU-ISENTO
           MOVE WRK-TOT-SALFAM TO ANU-SALFAM
           MOVE WRK-TOT-DECIMO TO ANU-DECIMO
           MOVE WRK-TOT-INSS-DECIMO TO ANU-INSS-DECIMO
           MOVE WRK-TOT-IRRF-DECIMO TO ANU-IRRF-DECIMO
           WRITE ANUALFOL-RECORD.

       7900-IMPRIMIR-TOTAIS.
           DISPLAY 'REGISTROS DE HISTORICO LIDOS: ' WRK-COUNT-LIDOS
               '  DO ANO: ' WRK-COUNT-NO-ANO
           MOVE WRK-TOT-TRIBUTAVEL TO WRK-TOTAL-ED
           DISPLAY 'INFORMES EMITIDOS: ' WRK-COUNT-INFORMES
               '  RENDIMENTOS TRIBUTAVEIS: ' WRK-TOTAL-ED
           MOVE WRK-TOT-IRRF TO WRK-TOTAL-ED
           DISPLAY 'IRRF RETIDO: ' WRK-TOTAL-ED
           MOVE WRK-TOT-IRRF-DECIMO TO WRK-TOTAL-ED
           DISPLAY 'IRRF RETIDO SOBRE O 13O: ' WRK-TOTAL-ED
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'INFORME ANO ' WRK-ANO DELIMITED BY SIZE
               INTO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'INFORMES ' WRK-COUNT-INFORMES DELIMITED BY SIZE
               INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       8000-FECHAR-ARQUIVOS.
           CLOSE HISTFOLHA-FILE
           CLOSE INFORME-FILE
           CLOSE ANUALFOL-FILE.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WRK-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'INFORME' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
