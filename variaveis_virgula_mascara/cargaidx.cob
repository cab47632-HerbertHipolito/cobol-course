      *EMP-ID + TIPO ENCERRADO E ATIVO - PREVALECE O PRIMEIRO).
      *ARQUIVO DE ENTRADA AUSENTE E SO PULADO, PARA A CONVERSAO
      *PODER SER FEITA POR PARTES.
      *AGORA O DESCONTO INDEXADO TEM SALDO A COBRAR; A CARGA DO
      *SEQUENCIAL ANTIGO ENTRA SEMPRE COM SALDO ZERO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05  DED-PCT PIC V999.
           05  DED-PARCELAS PIC 9(3).
           05  DED-ATIVO PIC X.
           05  DED-SALDO PIC 9(6)V99.
           05  DED-SALDO-DESDE PIC 9(6).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
                           MOVE DSQ-PCT TO DED-PCT
                           MOVE DSQ-PARCELAS TO DED-PARCELAS
                           MOVE DSQ-ATIVO TO DED-ATIVO
                           MOVE ZERO TO DED-SALDO
                           MOVE ZERO TO DED-SALDO-DESDE
                           WRITE DESCONTO-RECORD
                               INVALID KEY
                                   ADD 1 TO WRK-COUNT-DUP
