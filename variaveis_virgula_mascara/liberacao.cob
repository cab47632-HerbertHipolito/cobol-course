       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBANCO.
      *OBJECTIVO: LIBERACAO PELO SUPERVISOR DA REMESSA QUE A FOLHA
      *RETEVE NO BANCOPEND.DAT (ALERTA DE VARIANCIA OU ERRO NA
      *VALIDACAO DE CONTAS - VER 7800-LIBERAR-BANCO NA FOLHA). ANTES
      *A OPERACAO REPROCESSAVA A FOLHA INTEIRA OU EDITAVA OS ARQUIVOS
      *A MAO. O SUPERVISOR CONFERE OS ALERTAS (O VARIANCIA.DAT E O
      *CONTAVAL.DAT SAEM COPIADOS NO RELATORIO LIBERA.DAT) E DECIDE:
      *  T = LIBERAR TUDO
      *  E = LIBERAR TUDO EXCETO AS TRANSFERENCIAS INFORMADAS, QUE
      *      VAO PARA A REFILA.DAT (CODIGO SV) E SAO RE-EMITIDAS PELA
      *      PROXIMA FOLHA
      *  R = REJEITAR O RUN (BANCO.DAT NAO E GERADO; A FOLHA TEM DE
      *      SER REPROCESSADA, E A REFILA FICA INTACTA PARA ISSO)
      *NA LIBERACAO O BANCO.DAT SAI NO MESMO LAYOUT H/D/T DO
      *7810-GRAVAR-DETALHE-REMESSA DA FOLHA E AS LINHAS DA REFILA QUE
      *A FOLHA RETIDA JA TINHA RE-EMITIDO SAEM DA REFILA (O QUE O
      *7800 FARIA SE TIVESSE LIBERADO).
      *CONTROLE A QUATRO OLHOS: O BANCORET.DAT GRAVADO PELA FOLHA
      *TRAZ O OPERADOR QUE SUBMETEU O RUN, E O SUPERVISOR NAO PODE
      *SER ELE. O SUPERVISOR E CADA DECISAO (INCLUSIVE AS RECUSADAS
      *E CADA TRANSFERENCIA EXCLUIDA) VAO PARA O AUDITORIA.DAT. A
      *DECISAO FICA NO BANCORET.DAT - A MESMA RETENCAO NAO E LIBERADA
      *DUAS VEZES.
      *CARTOES DO SYSIN: SUPERVISOR, ACAO (T/E/R) E, NA ACAO E, A
      *QUANTIDADE DE EXCECOES SEGUIDA DE UM CARTAO POR ID DE
      *TRANSFERENCIA (12 DIGITOS, COMO NO BANCOPEND). QUALQUER
      *CARTAO INVALIDO RECUSA A DECISAO INTEIRA (RC=8) SEM ALTERAR
      *NENHUM ARQUIVO.
      *SEM FROM CONSOLE: COMO O PENDENTE, OS ACCEPT LEEM O SYSIN DO
      *STEP QUANDO RODAM EM JOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCORET-FILE ASSIGN TO "BANCORET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BRT-FILE-STATUS.
           SELECT BANK-FILE ASSIGN TO "BANCOPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANK-FILE-STATUS.
           SELECT BANCOLIB-FILE ASSIGN TO "BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCIA-FILE ASSIGN TO "VARIANCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAR-FILE-STATUS.
           SELECT CONTAVAL-FILE ASSIGN TO "CONTAVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTV-FILE-STATUS.
           SELECT REFILA-FILE ASSIGN TO "REFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RFL-FILE-STATUS.
           SELECT LIBERA-FILE ASSIGN TO "LIBERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *MESMO LAYOUT DO BANCORET-FILE DA FOLHA (MAIN.COB).
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
       FD  BANK-FILE.
       01  BANK-RECORD.
           05  BANK-CONTA PIC X(10).
           05  BANK-VALOR PIC 9(8)V99.
           05  BANK-DATA PIC 9(8).
           05  BANK-SITUACAO PIC X.
           05  BANK-TRANSF-ID PIC 9(12).
       FD  BANCOLIB-FILE.
       01  BANCOLIB-RECORD.
           05  BLIB-TIPO PIC X.
           05  BLIB-DADOS PIC X(47).
           05  BLIB-DADOS-HEADER REDEFINES BLIB-DADOS.
               10  BLIB-EMPRESA PIC X(14).
               10  BLIB-GERACAO PIC 9(8).
               10  FILLER PIC X(25).
           05  BLIB-DADOS-DETALHE REDEFINES BLIB-DADOS.
               10  BLIB-SEQUENCIA PIC 9(6).
               10  BLIB-CONTA PIC X(10).
               10  BLIB-VALOR PIC 9(8)V99.
               10  BLIB-DATA PIC 9(8).
               10  BLIB-SITUACAO PIC X.
               10  BLIB-TRANSF-ID PIC 9(12).
           05  BLIB-DADOS-TRAILER REDEFINES BLIB-DADOS.
               10  BLIB-QTD PIC 9(6).
               10  BLIB-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(29).
       FD  VARIANCIA-FILE.
       01  VARIANCIA-RECORD PIC X(100).
       FD  CONTAVAL-FILE.
       01  CONTAVAL-RECORD PIC X(100).
       FD  REFILA-FILE.
       01  REFILA-RECORD.
           05  RFL-CONTA PIC X(10).
           05  RFL-VALOR PIC 9(8)V99.
           05  RFL-DATA PIC 9(8).
           05  RFL-CODIGO PIC X(2).
       FD  LIBERA-FILE.
       01  LIBERA-RECORD PIC X(100).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
           05  AUD-HORA PIC 9(8).
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
       WORKING-STORAGE SECTION.
      *TRANSFERENCIAS RETIDAS, MESMO TETO DO PENDENTE.
       01  BANK-TABLE.
           05  BANK-ENTRY OCCURS 5000 TIMES INDEXED BY BANK-IDX.
               10  BANK-TAB-CONTA PIC X(10).
               10  BANK-TAB-VALOR PIC 9(8)V99.
               10  BANK-TAB-DATA PIC 9(8).
               10  BANK-TAB-SITUACAO PIC X.
               10  BANK-TAB-TRANSF-ID PIC 9(12).
               10  BANK-TAB-EXCLUIR PIC X.
      *IDS DE TRANSFERENCIA QUE O SUPERVISOR MANDOU PARA A REFILA.
       01  EXC-TABLE.
           05  EXC-ENTRY OCCURS 100 TIMES INDEXED BY EXC-IDX.
               10  EXC-TAB-ID PIC 9(12).
      *CONTAS APONTADAS COM ERRO NO CONTAVAL.DAT DO RUN.
       01  CTV-TABLE.
           05  CTV-ENTRY OCCURS 1000 TIMES INDEXED BY CTV-IDX.
               10  CTV-TAB-CONTA PIC X(10).
      *REFILA ATUAL: AS PRIMEIRAS BRT-REEMISSOES LINHAS SAO AS QUE A
      *FOLHA RETIDA JA RE-EMITIU; O RESTO CHEGOU DEPOIS (RETBANCO,
      *PENDENTE) E FICA.
       01  RFL-TABLE.
           05  RFL-ENTRY OCCURS 5000 TIMES INDEXED BY RFL-IDX.
               10  RFL-TAB-CONTA PIC X(10).
               10  RFL-TAB-VALOR PIC 9(8)V99.
               10  RFL-TAB-DATA PIC 9(8).
               10  RFL-TAB-CODIGO PIC X(2).
       77  WRK-BRT-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-BANK-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-VAR-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-CTV-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-RFL-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-EMPRESA-ID PIC X(14) VALUE '12345678000199'.
       77  WRK-EOF PIC X VALUE 'N'.
       77  WRK-BRT-PRESENTE PIC X VALUE 'N'.
      *CARTOES DO SUPERVISOR.
       77  WRK-SUPERVISOR PIC X(8) VALUE SPACES.
       77  WRK-ACAO PIC X VALUE SPACE.
       77  WRK-QTD-EXC-X PIC X(3) VALUE SPACES.
       77  WRK-QTD-EXC PIC 9(3) VALUE ZEROS.
       77  WRK-EXC-ID-X PIC X(12) VALUE SPACES.
       77  WRK-EXC-COUNT PIC 9(3) VALUE ZEROS.
      *MOTIVO DA RECUSA DA DECISAO - EM BRANCO = DECISAO VALIDA.
       77  WRK-MOTIVO PIC X(30) VALUE SPACES.
       77  WRK-ACHADO PIC X VALUE 'N'.
       77  WRK-BANK-COUNT PIC 9(4) VALUE ZEROS.
       77  WRK-CTV-COUNT PIC 9(4) VALUE ZEROS.
       77  WRK-CTV-CONTA PIC X(10) VALUE SPACES.
       77  WRK-CTV-ERRO PIC X VALUE 'N'.
       77  WRK-RFL-COUNT PIC 9(4) VALUE ZEROS.
       77  WRK-RFL-INICIO PIC 9(4) VALUE ZEROS.
       77  WRK-REMESSA-SEQ PIC 9(6) VALUE ZEROS.
       77  WRK-REMESSA-QTD PIC 9(6) VALUE ZEROS.
       77  WRK-REMESSA-TOTAL PIC 9(10)V99 VALUE ZEROS.
       77  WRK-COUNT-EXCLUIDAS PIC 9(4) VALUE ZEROS.
       77  WRK-TOTAL-EXCLUIDAS PIC 9(10)V99 VALUE ZEROS.
       77  WRK-COUNT-LIB-ERRO PIC 9(4) VALUE ZEROS.
       77  WRK-VALOR-ED PIC $Z(7)9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED PIC $Z(9)9,99 VALUE ZEROS.
       77  WRK-LINHA PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'SUPERVISOR (USUARIO): '
           ACCEPT WRK-SUPERVISOR
           DISPLAY 'ACAO (T=LIBERAR TUDO, E=LIBERAR EXCETO, '
               'R=REJEITAR): '
           ACCEPT WRK-ACAO
           IF WRK-ACAO = 'E'
               PERFORM 0100-LER-EXCECOES
           END-IF
           PERFORM 0500-LER-RETENCAO
           IF WRK-MOTIVO = SPACES
               PERFORM 0300-CRITICAR-DECISAO
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM 0600-CARREGAR-PENDENTE
           END-IF
           IF WRK-MOTIVO = SPACES AND WRK-ACAO = 'E'
               PERFORM 0700-MARCAR-EXCECOES
           END-IF
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 7100-RECUSAR-DECISAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-ABRIR-RELATORIO
           PERFORM 2000-COPIAR-ALERTAS
           EVALUATE WRK-ACAO
               WHEN 'T'
               WHEN 'E'
                   PERFORM 3000-GERAR-REMESSA
                   PERFORM 3500-ATUALIZAR-REFILA
                   MOVE 'L' TO BRT-SITUACAO
               WHEN 'R'
                   PERFORM 3900-REJEITAR-RUN
                   MOVE 'J' TO BRT-SITUACAO
           END-EVALUATE
           PERFORM 4000-GRAVAR-DECISAO
           PERFORM 7000-GRAVAR-AUDITORIA-FINAL
           CLOSE LIBERA-FILE
           IF WRK-ACAO = 'T'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LER-EXCECOES.
           DISPLAY 'QTD DE TRANSFERENCIAS A RETER (3 DIGITOS): '
           ACCEPT WRK-QTD-EXC-X
           IF WRK-QTD-EXC-X IS NUMERIC
               MOVE WRK-QTD-EXC-X TO WRK-QTD-EXC
           ELSE
               MOVE ZERO TO WRK-QTD-EXC
           END-IF
           IF WRK-QTD-EXC > 0 AND WRK-QTD-EXC <= 100
               PERFORM 0110-LER-UMA-EXCECAO WRK-QTD-EXC TIMES
           END-IF.

       0110-LER-UMA-EXCECAO.
           DISPLAY 'ID DA TRANSFERENCIA (12 DIGITOS): '
           ACCEPT WRK-EXC-ID-X
           ADD 1 TO WRK-EXC-COUNT
           SET EXC-IDX TO WRK-EXC-COUNT
           IF WRK-EXC-ID-X IS NUMERIC
               MOVE WRK-EXC-ID-X TO EXC-TAB-ID(EXC-IDX)
           ELSE
               MOVE ZEROS TO EXC-TAB-ID(EXC-IDX)
           END-IF.

       0300-CRITICAR-DECISAO.
      *A REMESSA TEM DE ESTAR RETIDA E A DECISAO TEM DE SER DE OUTRA
      *PESSOA QUE NAO O OPERADOR DA FOLHA.
           EVALUATE TRUE
               WHEN BRT-SITUACAO NOT = 'R'
                   STRING 'REMESSA NAO RETIDA - SIT '
                       BRT-SITUACAO DELIMITED BY SIZE
                       INTO WRK-MOTIVO
               WHEN WRK-SUPERVISOR = SPACES
                   MOVE 'SUPERVISOR NAO INFORMADO' TO WRK-MOTIVO
               WHEN WRK-SUPERVISOR = BRT-OPERADOR
                   MOVE 'SUPERVISOR E O OPERADOR' TO WRK-MOTIVO
               WHEN WRK-ACAO NOT = 'T' AND WRK-ACAO NOT = 'E'
                   AND WRK-ACAO NOT = 'R'
                   MOVE 'ACAO INVALIDA' TO WRK-MOTIVO
               WHEN WRK-ACAO = 'E'
                   AND (WRK-QTD-EXC = 0 OR WRK-QTD-EXC > 100)
                   MOVE 'QTD DE EXCECOES INVALIDA' TO WRK-MOTIVO
           END-EVALUATE.

       0500-LER-RETENCAO.
           OPEN INPUT BANCORET-FILE
           IF WRK-BRT-FILE-STATUS = '35'
               MOVE 'BANCORET.DAT NAO ENCONTRADO' TO WRK-MOTIVO
           ELSE
               READ BANCORET-FILE
                   AT END
                       MOVE 'BANCORET.DAT VAZIO' TO WRK-MOTIVO
                   NOT AT END
                       MOVE 'S' TO WRK-BRT-PRESENTE
               END-READ
               CLOSE BANCORET-FILE
           END-IF.

       0600-CARREGAR-PENDENTE.
           MOVE ZERO TO WRK-BANK-COUNT
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BANK-FILE
           IF WRK-BANK-FILE-STATUS = '35'
               MOVE 'BANCOPEND.DAT NAO ENCONTRADO' TO WRK-MOTIVO
           ELSE
               PERFORM UNTIL WRK-EOF = 'S'
                   READ BANK-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF
                       NOT AT END
                           PERFORM 0650-GUARDAR-TRANSFERENCIA
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       0650-GUARDAR-TRANSFERENCIA.
           IF WRK-BANK-COUNT >= 5000
               DISPLAY 'BANCOPEND.DAT TEM MAIS DE 5000 '
                   'TRANSFERENCIAS - TABELA CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-BANK-COUNT
           SET BANK-IDX TO WRK-BANK-COUNT
           MOVE BANK-CONTA TO BANK-TAB-CONTA(BANK-IDX)
           MOVE BANK-VALOR TO BANK-TAB-VALOR(BANK-IDX)
           MOVE BANK-DATA TO BANK-TAB-DATA(BANK-IDX)
           MOVE BANK-SITUACAO TO BANK-TAB-SITUACAO(BANK-IDX)
           MOVE BANK-TRANSF-ID TO BANK-TAB-TRANSF-ID(BANK-IDX)
           MOVE 'N' TO BANK-TAB-EXCLUIR(BANK-IDX).

       0700-MARCAR-EXCECOES.
      *TODO ID INFORMADO TEM DE ESTAR NO BANCOPEND - UM ID DIGITADO
      *ERRADO RECUSA A DECISAO EM VEZ DE LIBERAR A TRANSFERENCIA
      *QUE O SUPERVISOR QUERIA SEGURAR.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WRK-EXC-COUNT
               MOVE 'N' TO WRK-ACHADO
               PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > WRK-BANK-COUNT
                   IF BANK-TAB-TRANSF-ID(BANK-IDX) =
                       EXC-TAB-ID(EXC-IDX)
                       MOVE 'S' TO WRK-ACHADO
                       MOVE 'S' TO BANK-TAB-EXCLUIR(BANK-IDX)
                   END-IF
               END-PERFORM
               IF WRK-ACHADO = 'N' AND WRK-MOTIVO = SPACES
                   STRING 'ID FORA DO BANCOPEND '
                       EXC-TAB-ID(EXC-IDX)(4:9)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-PERFORM.

       1000-ABRIR-RELATORIO.
           OPEN OUTPUT LIBERA-FILE
           MOVE SPACES TO WRK-LINHA
           STRING 'LIBERACAO DA REMESSA RETIDA - DATA: ' WRK-DATA-HOJE
               '  SUPERVISOR: ' WRK-SUPERVISOR
               '  ACAO: ' WRK-ACAO
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING 'FOLHA DE ' BRT-DATA-FOLHA
               '  COMPETENCIA: ' BRT-COMPETENCIA
               '  TIPO: ' BRT-TIPO-RUN
               '  OPERADOR: ' BRT-OPERADOR
               '  TRANSFERENCIAS: ' WRK-BANK-COUNT
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       2000-COPIAR-ALERTAS.
      *O QUE SEGUROU O BANCO FICA NO RELATORIO DA DECISAO. AS CONTAS
      *COM ERRO NO CONTAVAL SAO GUARDADAS PARA APONTAR NA LIBERACAO.
           MOVE ZERO TO WRK-CTV-COUNT
           MOVE 'VARIANCIA.DAT DO RUN:' TO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT VARIANCIA-FILE
           IF WRK-VAR-FILE-STATUS = '35'
               MOVE '  VARIANCIA.DAT NAO ENCONTRADO' TO WRK-LINHA
               PERFORM 7900-GRAVAR-LINHA
           ELSE
               PERFORM UNTIL WRK-EOF = 'S'
                   READ VARIANCIA-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF
                       NOT AT END
                           MOVE VARIANCIA-RECORD TO WRK-LINHA
                           PERFORM 7900-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE VARIANCIA-FILE
           END-IF
           MOVE 'CONTAVAL.DAT DO RUN:' TO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CONTAVAL-FILE
           IF WRK-CTV-FILE-STATUS = '35'
               MOVE '  CONTAVAL.DAT NAO ENCONTRADO' TO WRK-LINHA
               PERFORM 7900-GRAVAR-LINHA
           ELSE
               PERFORM UNTIL WRK-EOF = 'S'
                   READ CONTAVAL-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF
                       NOT AT END
                           MOVE CONTAVAL-RECORD TO WRK-LINHA
                           PERFORM 7900-GRAVAR-LINHA
                           PERFORM 2100-GUARDAR-CONTA-ERRO
                   END-READ
               END-PERFORM
               CLOSE CONTAVAL-FILE
           END-IF.

       2100-GUARDAR-CONTA-ERRO.
      *POSICOES DAS LINHAS DO 7765/7770 DA FOLHA: A CONTA VEM DEPOIS
      *DO EMP-ID NO ERRO DE CONTA E LOGO DEPOIS DO ROTULO NA CONTA
      *DUPLICADA. CONTA EM BRANCO NAO TEM O QUE APONTAR NA REMESSA.
           MOVE SPACES TO WRK-CTV-CONTA
           EVALUATE TRUE
               WHEN CONTAVAL-RECORD(1:18) = 'CONTA NAO NUMERICA'
                   MOVE CONTAVAL-RECORD(37:10) TO WRK-CTV-CONTA
               WHEN CONTAVAL-RECORD(1:18) = 'DIGITO VERIFICADOR'
                   MOVE CONTAVAL-RECORD(37:10) TO WRK-CTV-CONTA
               WHEN CONTAVAL-RECORD(1:15) = 'CONTA DUPLICADA'
                   MOVE CONTAVAL-RECORD(25:10) TO WRK-CTV-CONTA
           END-EVALUATE
           IF WRK-CTV-CONTA NOT = SPACES AND WRK-CTV-COUNT < 1000
               ADD 1 TO WRK-CTV-COUNT
               SET CTV-IDX TO WRK-CTV-COUNT
               MOVE WRK-CTV-CONTA TO CTV-TAB-CONTA(CTV-IDX)
           END-IF.

       2200-VERIFICAR-CONTA-ERRO.
           MOVE 'N' TO WRK-CTV-ERRO
           PERFORM VARYING CTV-IDX FROM 1 BY 1
               UNTIL CTV-IDX > WRK-CTV-COUNT
               IF CTV-TAB-CONTA(CTV-IDX) = BANK-TAB-CONTA(BANK-IDX)
                   MOVE 'S' TO WRK-CTV-ERRO
               END-IF
           END-PERFORM.

       3000-GERAR-REMESSA.
      *MESMO H/D/T DO 7800/7810 DA FOLHA, SO COM AS TRANSFERENCIAS
      *QUE O SUPERVISOR NAO SEGUROU.
           MOVE ZERO TO WRK-REMESSA-SEQ
           MOVE ZERO TO WRK-REMESSA-QTD
           MOVE ZERO TO WRK-REMESSA-TOTAL
           OPEN OUTPUT BANCOLIB-FILE
           MOVE SPACES TO BANCOLIB-RECORD
           MOVE 'H' TO BLIB-TIPO
           MOVE WRK-EMPRESA-ID TO BLIB-EMPRESA
           MOVE WRK-DATA-HOJE TO BLIB-GERACAO
           WRITE BANCOLIB-RECORD
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > WRK-BANK-COUNT
               IF BANK-TAB-EXCLUIR(BANK-IDX) = 'S'
                   PERFORM 3200-LISTAR-EXCLUIDA
               ELSE
                   PERFORM 3100-GRAVAR-DETALHE-REMESSA
               END-IF
           END-PERFORM
           MOVE SPACES TO BANCOLIB-RECORD
           MOVE 'T' TO BLIB-TIPO
           MOVE WRK-REMESSA-QTD TO BLIB-QTD
           MOVE WRK-REMESSA-TOTAL TO BLIB-TOTAL
           WRITE BANCOLIB-RECORD
           CLOSE BANCOLIB-FILE
           MOVE WRK-REMESSA-TOTAL TO WRK-TOTAL-ED
           MOVE SPACES TO WRK-LINHA
           STRING 'BANCO.DAT LIBERADO: ' WRK-REMESSA-QTD
               ' TRANSFERENCIAS  TOTAL: ' WRK-TOTAL-ED
               '  COM ERRO DE CONTA: ' WRK-COUNT-LIB-ERRO
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE WRK-TOTAL-EXCLUIDAS TO WRK-TOTAL-ED
           MOVE SPACES TO WRK-LINHA
           STRING 'RETIDAS NA REFILA: ' WRK-COUNT-EXCLUIDAS
               '  TOTAL: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       3100-GRAVAR-DETALHE-REMESSA.
           PERFORM 2200-VERIFICAR-CONTA-ERRO
           IF WRK-CTV-ERRO = 'S'
               ADD 1 TO WRK-COUNT-LIB-ERRO
           END-IF
           ADD 1 TO WRK-REMESSA-SEQ
           ADD 1 TO WRK-REMESSA-QTD
           ADD BANK-TAB-VALOR(BANK-IDX) TO WRK-REMESSA-TOTAL
           MOVE SPACES TO BANCOLIB-RECORD
           MOVE 'D' TO BLIB-TIPO
           MOVE WRK-REMESSA-SEQ TO BLIB-SEQUENCIA
           MOVE BANK-TAB-CONTA(BANK-IDX) TO BLIB-CONTA
           MOVE BANK-TAB-VALOR(BANK-IDX) TO BLIB-VALOR
           MOVE BANK-TAB-DATA(BANK-IDX) TO BLIB-DATA
           MOVE BANK-TAB-SITUACAO(BANK-IDX) TO BLIB-SITUACAO
           MOVE BANK-TAB-TRANSF-ID(BANK-IDX) TO BLIB-TRANSF-ID
           WRITE BANCOLIB-RECORD.

       3200-LISTAR-EXCLUIDA.
           PERFORM 2200-VERIFICAR-CONTA-ERRO
           ADD 1 TO WRK-COUNT-EXCLUIDAS
           ADD BANK-TAB-VALOR(BANK-IDX) TO WRK-TOTAL-EXCLUIDAS
           MOVE BANK-TAB-VALOR(BANK-IDX) TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA
           IF WRK-CTV-ERRO = 'S'
               STRING 'RETIDA NA REFILA: ID '
                   BANK-TAB-TRANSF-ID(BANK-IDX)
                   ' CONTA ' BANK-TAB-CONTA(BANK-IDX)
                   ' VALOR: ' WRK-VALOR-ED ' (ERRO DE CONTA)'
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               STRING 'RETIDA NA REFILA: ID '
                   BANK-TAB-TRANSF-ID(BANK-IDX)
                   ' CONTA ' BANK-TAB-CONTA(BANK-IDX)
                   ' VALOR: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'RETENCAO ID '
               BANK-TAB-TRANSF-ID(BANK-IDX)
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           STRING 'REFILA - SUPERV ' WRK-SUPERVISOR
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       3500-ATUALIZAR-REFILA.
      *TIRA DA REFILA AS LINHAS QUE A FOLHA RETIDA JA RE-EMITIU
      *(AGORA EFETIVADAS NO BANCO.DAT), MANTEM AS QUE CHEGARAM
      *DEPOIS DA FOLHA E ACRESCENTA AS SEGURADAS PELO SUPERVISOR.
           MOVE ZERO TO WRK-RFL-COUNT
           MOVE 'N' TO WRK-EOF
           OPEN INPUT REFILA-FILE
           IF WRK-RFL-FILE-STATUS NOT = '35'
               PERFORM UNTIL WRK-EOF = 'S'
                   READ REFILA-FILE
                       AT END
                           MOVE 'S' TO WRK-EOF
                       NOT AT END
                           PERFORM 3510-GUARDAR-REFILA
                   END-READ
               END-PERFORM
               CLOSE REFILA-FILE
           END-IF
           IF WRK-RFL-COUNT < BRT-REEMISSOES
               DISPLAY 'REFILA.DAT COM MENOS LINHAS (' WRK-RFL-COUNT
                   ') QUE AS RE-EMITIDAS PELA FOLHA ('
                   BRT-REEMISSOES ') - TODAS CONSIDERADAS EFETIVADAS'
               MOVE WRK-RFL-COUNT TO WRK-RFL-INICIO
           ELSE
               MOVE BRT-REEMISSOES TO WRK-RFL-INICIO
           END-IF
           ADD 1 TO WRK-RFL-INICIO
           OPEN OUTPUT REFILA-FILE
           PERFORM VARYING RFL-IDX FROM WRK-RFL-INICIO BY 1
               UNTIL RFL-IDX > WRK-RFL-COUNT
               MOVE RFL-TAB-CONTA(RFL-IDX) TO RFL-CONTA
               MOVE RFL-TAB-VALOR(RFL-IDX) TO RFL-VALOR
               MOVE RFL-TAB-DATA(RFL-IDX) TO RFL-DATA
               MOVE RFL-TAB-CODIGO(RFL-IDX) TO RFL-CODIGO
               WRITE REFILA-RECORD
           END-PERFORM
      *CODIGO SV = SEGURADA PELO SUPERVISOR NA LIBERACAO.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > WRK-BANK-COUNT
               IF BANK-TAB-EXCLUIR(BANK-IDX) = 'S'
                   MOVE BANK-TAB-CONTA(BANK-IDX) TO RFL-CONTA
                   MOVE BANK-TAB-VALOR(BANK-IDX) TO RFL-VALOR
                   MOVE BANK-TAB-DATA(BANK-IDX) TO RFL-DATA
                   MOVE 'SV' TO RFL-CODIGO
                   WRITE REFILA-RECORD
               END-IF
           END-PERFORM
           CLOSE REFILA-FILE.

       3510-GUARDAR-REFILA.
           IF WRK-RFL-COUNT >= 5000
               DISPLAY 'REFILA.DAT TEM MAIS DE 5000 LINHAS - '
                   'TABELA CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-RFL-COUNT
           SET RFL-IDX TO WRK-RFL-COUNT
           MOVE RFL-CONTA TO RFL-TAB-CONTA(RFL-IDX)
           MOVE RFL-VALOR TO RFL-TAB-VALOR(RFL-IDX)
           MOVE RFL-DATA TO RFL-TAB-DATA(RFL-IDX)
           MOVE RFL-CODIGO TO RFL-TAB-CODIGO(RFL-IDX).

       3900-REJEITAR-RUN.
      *NADA VAI AO BANCO. O BANCOPEND FICA COMO ESTAVA PARA
      *CONFERENCIA E A REFILA INTACTA - O REPROCESSO DA FOLHA
      *DESCARTA O BANCOPEND E RE-EMITE A REFILA.
           MOVE SPACES TO WRK-LINHA
           STRING 'RUN REJEITADO PELO SUPERVISOR - BANCO.DAT NAO '
               'GERADO, REPROCESSAR A FOLHA'
               DELIMITED BY SIZE INTO WRK-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       4000-GRAVAR-DECISAO.
           MOVE WRK-SUPERVISOR TO BRT-SUPERVISOR
           MOVE WRK-DATA-HOJE TO BRT-DATA-DECISAO
           OPEN OUTPUT BANCORET-FILE
           WRITE BANCORET-RECORD
           CLOSE BANCORET-FILE.

       7000-GRAVAR-AUDITORIA-FINAL.
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'LIBERACAO SUPERV ' WRK-SUPERVISOR
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-RESULTADO
           EVALUATE WRK-ACAO
               WHEN 'T'
                   STRING 'LIBERADA TUDO QTD ' WRK-REMESSA-QTD
                       DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
               WHEN 'E'
                   STRING 'LIBERADA ' WRK-REMESSA-QTD
                       ' RETIDAS ' WRK-COUNT-EXCLUIDAS
                       DELIMITED BY SIZE INTO WRK-AUD-RESULTADO
               WHEN 'R'
                   MOVE 'RUN REJEITADO' TO WRK-AUD-RESULTADO
           END-EVALUATE
           PERFORM 9000-GRAVAR-AUDITORIA.

       7100-RECUSAR-DECISAO.
           DISPLAY 'DECISAO RECUSADA: ' WRK-MOTIVO
               ' - NENHUM ARQUIVO ALTERADO'
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'LIBERACAO SUPERV ' WRK-SUPERVISOR
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           MOVE WRK-MOTIVO TO WRK-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA.

       7900-GRAVAR-LINHA.
           MOVE WRK-LINHA TO LIBERA-RECORD
           WRITE LIBERA-RECORD
           DISPLAY LIBERA-RECORD.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WRK-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'LIBBANCO' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
