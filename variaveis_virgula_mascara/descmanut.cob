      *CHAVE, SEM CARREGAR O CADASTRO INTEIRO EM TABELA. A CHAVE E
      *UNICA, ENTAO INCLUIR SOBRE UM DESCONTO ENCERRADO DO MESMO
      *TIPO REATIVA O REGISTRO COM OS VALORES NOVOS.
      *AGORA RECUSA A INCLUSAO DE EMPRESTIMO CONSIGNADO (TIPO EM)
      *CUJA PARCELA PASSA DA MARGEM CONSIGNAVEL (PARAMFOL, PADRAO
      *35%) DO ULTIMO LIQUIDO DO FUNCIONARIO NO SNAPSHOT.DAT, E A
      *INCLUSAO COMECA SEMPRE SEM SALDO A COBRAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-CHAVE
               FILE STATUS IS WRK-DESC-FILE-STATUS.
      *ULTIMA FOLHA MENSAL DE CADA FUNCIONARIO (GRAVADA PELA FOLHA),
      *SO LIDA POR CHAVE PARA A MARGEM CONSIGNAVEL.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNP-ID
               FILE STATUS IS WRK-SNP-FILE-STATUS.
           SELECT PARAMFOL-FILE ASSIGN TO "PARAMFOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PFOL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
           05  DED-PCT PIC V999.
           05  DED-PARCELAS PIC 9(3).
           05  DED-ATIVO PIC X.
           05  DED-SALDO PIC 9(6)V99.
           05  DED-SALDO-DESDE PIC 9(6).
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SNP-ID PIC X(5).
           05  SNP-BRUTO PIC 9(8)V999.
           05  SNP-LIQUIDO PIC 9(8)V999.
           05  SNP-COMPETENCIA PIC 9(6).
       FD  PARAMFOL-FILE.
       01  PARAMFOL-RECORD.
           05  PARM-VAR-PCT-LIMITE PIC 9(3)V99.
           05  PARM-LIQ-MIN-PCT PIC 9(3)V99.
           05  PARM-MARGEM-PCT PIC 9(3)V99.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
       77  WRK-PARCELAS PIC 9(3) VALUE ZEROS.
       77  WRK-ENCONTRADO PIC X VALUE 'N'.
       77  WRK-VALIDO PIC X VALUE 'S'.
       77  WRK-SNP-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-PFOL-FILE-STATUS PIC XX VALUE '00'.
      *MARGEM CONSIGNAVEL EM PERCENTUAL DO ULTIMO LIQUIDO.
       77  WRK-MARGEM-PCT PIC 9(3)V99 VALUE 35.
       77  WRK-MARGEM PIC 9(8)V99 VALUE ZEROS.
       77  WRK-PARCELA PIC 9(8)V99 VALUE ZEROS.
       77  WRK-MARGEM-ED PIC $Z(7)9,99 VALUE ZEROS.
       77  WRK-PARCELA-ED PIC $Z(7)9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE 'PARCELAS INVALIDAS' TO WRK-AUD-RESULTADO
               END-IF
           END-IF
           IF WRK-VALIDO = 'S' AND WRK-TIPO = 'EM'
               PERFORM 2050-VERIFICAR-MARGEM
           END-IF
           IF WRK-VALIDO = 'S'
               PERFORM 2100-GRAVAR-INCLUSAO
           END-IF.

       2050-VERIFICAR-MARGEM.
      *A PARCELA DO EMPRESTIMO NAO PODE PASSAR DA MARGEM SOBRE O
      *ULTIMO LIQUIDO PAGO. SEM FOLHA MENSAL NO SNAPSHOT NAO HA
      *LIQUIDO PARA MEDIR A MARGEM E A INCLUSAO E RECUSADA.
           OPEN INPUT PARAMFOL-FILE
           IF WRK-PFOL-FILE-STATUS NOT = '35'
               READ PARAMFOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MARGEM-PCT IS NUMERIC
                           MOVE PARM-MARGEM-PCT TO WRK-MARGEM-PCT
                       END-IF
               END-READ
               CLOSE PARAMFOL-FILE
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF WRK-SNP-FILE-STATUS = '35'
               MOVE 'N' TO WRK-ENCONTRADO
           ELSE
               MOVE WRK-EMP-ID TO SNP-ID
               READ SNAPSHOT-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ENCONTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
               END-READ
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WRK-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO ' WRK-EMP-ID ' SEM FOLHA MENSAL '
                   'NO SNAPSHOT - MARGEM NAO APURADA, NAO INCLUIDO'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'SEM LIQUIDO PARA MARGEM' TO WRK-AUD-RESULTADO
           ELSE
               COMPUTE WRK-MARGEM ROUNDED =
                   SNP-LIQUIDO * WRK-MARGEM-PCT / 100
               IF WRK-MODO = 'P'
                   COMPUTE WRK-PARCELA ROUNDED = SNP-BRUTO * WRK-PCT
               ELSE
                   MOVE WRK-VALOR TO WRK-PARCELA
               END-IF
               IF WRK-PARCELA > WRK-MARGEM
                   MOVE WRK-PARCELA TO WRK-PARCELA-ED
                   MOVE WRK-MARGEM TO WRK-MARGEM-ED
                   DISPLAY 'PARCELA ' WRK-PARCELA-ED ' PASSA DA '
                       'MARGEM CONSIGNAVEL ' WRK-MARGEM-ED
                       ' - NAO INCLUIDO'
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'ACIMA DA MARGEM CONSIGNAVEL'
                       TO WRK-AUD-RESULTADO
               END-IF
           END-IF.

       2100-GRAVAR-INCLUSAO.
           MOVE WRK-EMP-ID TO DED-EMP-ID
           MOVE WRK-TIPO TO DED-TIPO
               MOVE WRK-PCT TO DED-PCT
               MOVE WRK-PARCELAS TO DED-PARCELAS
               MOVE 'S' TO DED-ATIVO
               MOVE ZERO TO DED-SALDO
               MOVE ZERO TO DED-SALDO-DESDE
               IF WRK-ENCONTRADO = 'S'
                   REWRITE DESCONTO-RECORD
                       INVALID KEY
