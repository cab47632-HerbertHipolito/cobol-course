       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMANUT.
      *OBJECTIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES
      *(DEPENDENTE.DAT) QUE A FOLHA USA NA DEDUCAO POR DEPENDENTE
      *DA BASE DO IRRF E NO CREDITO DO SALARIO-FAMILIA.
      *OPERACAO I = INCLUIR UM DEPENDENTE, E = ENCERRAR UM
      *DEPENDENTE EXISTENTE (ATIVO = N). A CHAVE E EMP-ID +
      *SEQUENCIA DO DEPENDENTE (01 A 99), NO MESMO PADRAO DO
      *DESCONTO.DAT: INCLUIR SOBRE UM DEPENDENTE ENCERRADO DA MESMA
      *SEQUENCIA REATIVA O REGISTRO COM OS DADOS NOVOS.
      *PARENTESCO F = FILHO/ENTEADO, C = CONJUGE/COMPANHEIRO,
      *P = PAI/MAE, O = OUTROS. SO FILHO/ENTEADO PODE TER O FLAG
      *DE SALARIO-FAMILIA - A IDADE LIMITE E CONFERIDA PELA FOLHA
      *NA COMPETENCIA, NAO AQUI.
      *SEM FROM CONSOLE: COMO O EMPMAST, OS ACCEPT LEEM O SYSIN DO
      *STEP QUANDO RODAM EM JOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DEP-FILE-STATUS.
      *EMPLOYEE MASTER INDEXADO (VER VARIAVEIS/MAIN.COB), LIDO POR
      *CHAVE SO PARA RECUSAR DEPENDENTE DE FUNCIONARIO INEXISTENTE.
           SELECT MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-MST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTE-FILE.
       01  DEPENDENTE-RECORD.
           05  DEP-CHAVE.
               10  DEP-EMP-ID PIC X(5).
               10  DEP-SEQ PIC 9(2).
           05  DEP-NOME PIC X(20).
           05  DEP-NASCIMENTO PIC 9(8).
           05  DEP-PARENTESCO PIC X.
      *DEP-IR S = DEDUZ DA BASE DO IRRF; DEP-SALFAM S = DA DIREITO
      *A COTA DE SALARIO-FAMILIA (SE A IDADE E O BRUTO PERMITIREM).
           05  DEP-IR PIC X.
           05  DEP-SALFAM PIC X.
           05  DEP-ATIVO PIC X.
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
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
           05  AUD-HORA PIC 9(8).
           05  AUD-PROGRAMA PIC X(10).
           05  AUD-OPERACAO PIC X(30).
           05  AUD-RESULTADO PIC X(30).
       WORKING-STORAGE SECTION.
       77  WRK-DEP-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-MST-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WRK-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WRK-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WRK-OPERACAO PIC X VALUE SPACE.
       77  WRK-EMP-ID PIC X(5) VALUE SPACES.
      *A SEQUENCIA ENTRA COMO TEXTO PARA A CRITICA NUMERICA - UMA
      *LINHA EM BRANCO NO SYSIN NAO PODE VIRAR SEQUENCIA ZERO.
       77  WRK-SEQ-X PIC X(2) VALUE SPACES.
       77  WRK-SEQ PIC 9(2) VALUE ZEROS.
       77  WRK-NOME PIC X(20) VALUE SPACES.
       77  WRK-NASCIMENTO-X PIC X(8) VALUE SPACES.
       77  WRK-NASCIMENTO PIC 9(8) VALUE ZEROS.
       77  WRK-NASC-MES PIC 9(2) VALUE ZEROS.
       77  WRK-NASC-DIA PIC 9(2) VALUE ZEROS.
       77  WRK-PARENTESCO PIC X VALUE SPACE.
       77  WRK-IR PIC X VALUE SPACE.
       77  WRK-SALFAM PIC X VALUE SPACE.
       77  WRK-MST-PRESENTE PIC X VALUE 'N'.
       77  WRK-ENCONTRADO PIC X VALUE 'N'.
       77  WRK-VALIDO PIC X VALUE 'S'.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0600-ABRIR-DEPENDENTES
           DISPLAY 'OPERACAO (I=INCLUIR, E=ENCERRAR): '
           ACCEPT WRK-OPERACAO
           DISPLAY 'ID DO FUNCIONARIO: '
           ACCEPT WRK-EMP-ID
           DISPLAY 'SEQUENCIA DO DEPENDENTE (01 A 99): '
           ACCEPT WRK-SEQ-X
           IF WRK-SEQ-X IS NUMERIC AND WRK-SEQ-X NOT = '00'
               MOVE WRK-SEQ-X TO WRK-SEQ
           ELSE
               DISPLAY 'SEQUENCIA INVALIDA: ' WRK-SEQ-X
               MOVE 'N' TO WRK-VALIDO
               MOVE 'SEQUENCIA INVALIDA' TO WRK-AUD-RESULTADO
           END-IF
           IF WRK-VALIDO = 'S'
               EVALUATE WRK-OPERACAO
                   WHEN 'I'
                       PERFORM 2000-INCLUIR-DEPENDENTE
                   WHEN 'E'
                       PERFORM 3000-ENCERRAR-DEPENDENTE
                   WHEN OTHER
                       DISPLAY 'OPERACAO INVALIDA: ' WRK-OPERACAO
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'OPERACAO INVALIDA' TO WRK-AUD-RESULTADO
               END-EVALUATE
           END-IF
           CLOSE DEPENDENTE-FILE
           MOVE SPACES TO WRK-AUD-OPERACAO
           STRING 'DEPENDENTE ' WRK-EMP-ID ' ' WRK-SEQ-X
               DELIMITED BY SIZE INTO WRK-AUD-OPERACAO
           PERFORM 9000-GRAVAR-AUDITORIA
           IF WRK-VALIDO = 'S'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0600-ABRIR-DEPENDENTES.
      *MESMO PADRAO DO EMPMAST: ABRE I-O E CRIA O ARQUIVO VAZIO NA
      *PRIMEIRA VEZ.
           OPEN I-O DEPENDENTE-FILE
           IF WRK-DEP-FILE-STATUS = '35'
               OPEN OUTPUT DEPENDENTE-FILE
               CLOSE DEPENDENTE-FILE
               OPEN I-O DEPENDENTE-FILE
           END-IF.

       2000-INCLUIR-DEPENDENTE.
           DISPLAY 'NOME DO DEPENDENTE: '
           ACCEPT WRK-NOME
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
           ACCEPT WRK-NASCIMENTO-X
           DISPLAY 'PARENTESCO (F=FILHO/ENTEADO, C=CONJUGE, '
               'P=PAI/MAE, O=OUTROS): '
           ACCEPT WRK-PARENTESCO
           DISPLAY 'DEDUZ NO IRRF (S/N): '
           ACCEPT WRK-IR
           DISPLAY 'SALARIO-FAMILIA (S/N): '
           ACCEPT WRK-SALFAM
           PERFORM 2050-CRITICAR-DEPENDENTE
           IF WRK-VALIDO = 'S'
               PERFORM 2080-VERIFICAR-FUNCIONARIO
           END-IF
           IF WRK-VALIDO = 'S'
               PERFORM 2100-GRAVAR-INCLUSAO
           END-IF.

       2050-CRITICAR-DEPENDENTE.
           EVALUATE TRUE
               WHEN WRK-EMP-ID = SPACES
                   DISPLAY 'ID DO FUNCIONARIO EM BRANCO'
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'FUNCIONARIO EM BRANCO' TO WRK-AUD-RESULTADO
               WHEN WRK-NOME = SPACES
                   DISPLAY 'NOME DO DEPENDENTE EM BRANCO'
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'NOME EM BRANCO' TO WRK-AUD-RESULTADO
               WHEN WRK-NASCIMENTO-X IS NOT NUMERIC
                   DISPLAY 'DATA DE NASCIMENTO INVALIDA: '
                       WRK-NASCIMENTO-X
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'NASCIMENTO INVALIDO' TO WRK-AUD-RESULTADO
               WHEN WRK-PARENTESCO NOT = 'F'
                   AND WRK-PARENTESCO NOT = 'C'
                   AND WRK-PARENTESCO NOT = 'P'
                   AND WRK-PARENTESCO NOT = 'O'
                   DISPLAY 'PARENTESCO INVALIDO: ' WRK-PARENTESCO
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PARENTESCO INVALIDO' TO WRK-AUD-RESULTADO
               WHEN WRK-IR NOT = 'S' AND WRK-IR NOT = 'N'
                   DISPLAY 'FLAG DE IRRF INVALIDO: ' WRK-IR
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'FLAG IRRF INVALIDO' TO WRK-AUD-RESULTADO
               WHEN WRK-SALFAM NOT = 'S' AND WRK-SALFAM NOT = 'N'
                   DISPLAY 'FLAG DE SALARIO-FAMILIA INVALIDO: '
                       WRK-SALFAM
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'FLAG SAL-FAMILIA INVALIDO'
                       TO WRK-AUD-RESULTADO
               WHEN WRK-SALFAM = 'S' AND WRK-PARENTESCO NOT = 'F'
                   DISPLAY 'SALARIO-FAMILIA SO PARA FILHO/ENTEADO'
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'SAL-FAMILIA SEM SER FILHO'
                       TO WRK-AUD-RESULTADO
               WHEN OTHER
                   MOVE WRK-NASCIMENTO-X TO WRK-NASCIMENTO
                   MOVE WRK-NASCIMENTO(5:2) TO WRK-NASC-MES
                   MOVE WRK-NASCIMENTO(7:2) TO WRK-NASC-DIA
                   IF WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
                       OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
                       OR WRK-NASCIMENTO > WRK-DATA-HOJE
                       DISPLAY 'DATA DE NASCIMENTO INVALIDA: '
                           WRK-NASCIMENTO-X
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'NASCIMENTO INVALIDO'
                           TO WRK-AUD-RESULTADO
                   END-IF
           END-EVALUATE.

       2080-VERIFICAR-FUNCIONARIO.
      *SEM O EMPLOYEE.DAT (AMBIENTE NOVO) O DEPENDENTE E ACEITO COM
      *AVISO - A FOLHA SO O ENXERGA SE O EMP-ID FOR PAGO.
           OPEN INPUT MASTER-FILE
           IF WRK-MST-FILE-STATUS = '35'
               DISPLAY 'EMPLOYEE.DAT NAO ENCONTRADO - FUNCIONARIO '
                   WRK-EMP-ID ' NAO CONFERIDO'
           ELSE
               MOVE WRK-EMP-ID TO MST-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO ' WRK-EMP-ID
                           ' NAO CADASTRADO - DEPENDENTE NAO '
                           'INCLUIDO'
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'FUNCIONARIO NAO CADASTRADO'
                           TO WRK-AUD-RESULTADO
               END-READ
               CLOSE MASTER-FILE
           END-IF.

       2100-GRAVAR-INCLUSAO.
           MOVE WRK-EMP-ID TO DEP-EMP-ID
           MOVE WRK-SEQ TO DEP-SEQ
           READ DEPENDENTE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
           END-READ
           IF WRK-ENCONTRADO = 'S' AND DEP-ATIVO = 'S'
               DISPLAY 'DEPENDENTE ' WRK-SEQ ' JA ATIVO PARA '
                   WRK-EMP-ID ' - NAO INCLUIDO'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'DEPENDENTE DUPLICADO' TO WRK-AUD-RESULTADO
           ELSE
               MOVE WRK-EMP-ID TO DEP-EMP-ID
               MOVE WRK-SEQ TO DEP-SEQ
               MOVE WRK-NOME TO DEP-NOME
               MOVE WRK-NASCIMENTO TO DEP-NASCIMENTO
               MOVE WRK-PARENTESCO TO DEP-PARENTESCO
               MOVE WRK-IR TO DEP-IR
               MOVE WRK-SALFAM TO DEP-SALFAM
               MOVE 'S' TO DEP-ATIVO
               IF WRK-ENCONTRADO = 'S'
                   REWRITE DEPENDENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO'
                           MOVE 'N' TO WRK-VALIDO
                           MOVE 'ERRO NA REGRAVACAO'
                               TO WRK-AUD-RESULTADO
                   END-REWRITE
                   IF WRK-VALIDO = 'S'
                       DISPLAY 'DEPENDENTE ' WRK-SEQ ' REATIVADO '
                           'PARA ' WRK-EMP-ID
                       MOVE 'REATIVADO' TO WRK-AUD-RESULTADO
                   END-IF
               ELSE
                   WRITE DEPENDENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA GRAVACAO'
                           MOVE 'N' TO WRK-VALIDO
                           MOVE 'ERRO NA GRAVACAO'
                               TO WRK-AUD-RESULTADO
                   END-WRITE
                   IF WRK-VALIDO = 'S'
                       DISPLAY 'DEPENDENTE ' WRK-SEQ ' INCLUIDO '
                           'PARA ' WRK-EMP-ID
                       MOVE 'INCLUIDO' TO WRK-AUD-RESULTADO
                   END-IF
               END-IF
           END-IF.

       3000-ENCERRAR-DEPENDENTE.
           MOVE WRK-EMP-ID TO DEP-EMP-ID
           MOVE WRK-SEQ TO DEP-SEQ
           READ DEPENDENTE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
           END-READ
           IF WRK-ENCONTRADO = 'S' AND DEP-ATIVO = 'S'
               MOVE 'N' TO DEP-ATIVO
               REWRITE DEPENDENTE-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA REGRAVACAO'
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'ERRO NA REGRAVACAO'
                           TO WRK-AUD-RESULTADO
               END-REWRITE
               IF WRK-VALIDO = 'S'
                   DISPLAY 'DEPENDENTE ' WRK-SEQ ' ENCERRADO PARA '
                       WRK-EMP-ID
                   MOVE 'ENCERRADO' TO WRK-AUD-RESULTADO
               END-IF
           ELSE
               DISPLAY 'DEPENDENTE ' WRK-SEQ ' NAO ENCONTRADO ATIVO '
                   'PARA ' WRK-EMP-ID
               MOVE 'N' TO WRK-VALIDO
               MOVE 'NAO ENCONTRADO' TO WRK-AUD-RESULTADO
           END-IF.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WRK-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WRK-DATA-HOJE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'DEPMANUT' TO AUD-PROGRAMA
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WRK-AUD-RESULTADO TO AUD-RESULTADO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
