       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNMAST.
      *OBJECTIVO: MANUTENCAO DO CADASTRO DE ALUNOS (ALUNO.DAT),
      *INDEXADO PELO ID DO ALUNO, NO MOLDE DO EMPMAST DA FOLHA. ATE
      *AQUI O LADO ESCOLAR SO TINHA O TURMAS.DAT: O NOME DO ALUNO ERA
      *REDIGITADO EM CADA LINHA DE DISCIPLINA DO STUDENT.DAT E NADA
      *DIZIA SE O ALUNO CONTINUAVA MATRICULADO. O CADASTRO GUARDA
      *NOME, DATA DE NASCIMENTO, RESPONSAVEL E CONTATO, TURMA ATUAL E
      *A SITUACAO DA MATRICULA COM AS DATAS:
      *  M = MATRICULADO   T = TRANSFERIDO
      *  E = EVADIDO       R = TRANCADO
      *LE O MOVIMENTO ALUNMOV.DAT COM TRANSACOES A (INCLUIR), U
      *(ALTERAR) E D (EXCLUIR), COM LEITURA DIRETA PELA CHAVE, E
      *GRAVA O REGISTRO DAS TRANSACOES APLICADAS E REJEITADAS COM O
      *MOTIVO NO ALUNREG.DAT.
      *A SAIDA DO ALUNO (TRANSFERENCIA, EVASAO, TRANCAMENTO) E UMA
      *ALTERACAO U COM A NOVA SITUACAO E A DATA - O ALUNO FICA NO
      *CADASTRO PARA O STUSORT, O FREQPOST E O GRADRUN SABEREM QUE
      *ELE SAIU. A EXCLUSAO D E SO PARA CADASTRO FEITO POR ENGANO.
      *O PASSO CONSULTA O CONTROLE DE EXECUCAO DO JOB
      *(EXECUCAO.DAT) NA ENTRADA: JA CONCLUIDO NA EXECUCAO CORRENTE E
      *PULADO COM O MESMO RC; REINICIADO, TIRA ANTES DO CONTROLE.DAT
      *OS CONTADORES DA TENTATIVA ANTERIOR. O ID DA EXECUCAO E A
      *TENTATIVA VAO NOS REGISTROS DO AUDITORIA E DO CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WS-ALU-FILE-STATUS.
           SELECT MOVIMENTO-FILE ASSIGN TO "ALUNMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FILE-STATUS.
      *CADASTRO DE TURMAS, O MESMO QUE O STUSORT CRITICA.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUR-FILE-STATUS.
           SELECT ALUNREG-FILE ASSIGN TO "ALUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
      *CONTROLE DE EXECUCAO DOS JOBS FOLHANOT E RETBANCO: UMA LINHA POR
      *ABERTURA DE EXECUCAO, INICIO E FIM DE CADA PASSO E FECHAMENTO
      *DA EXECUCAO. SO CRESCE (OPEN EXTEND).
           SELECT EXECUCAO-FILE ASSIGN TO "EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXE-FILE-STATUS.
      *TRABALHO DO REINICIO: O CONTROLE.DAT SEM OS CONTADORES DA
      *TENTATIVA ANTERIOR DESTE PASSO.
           SELECT CTLNOVO-FILE ASSIGN TO "CTLNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
       01  ALUNO-RECORD.
           05  ALU-ID PIC X(5).
           05  ALU-NOME PIC X(20).
           05  ALU-NASCIMENTO PIC 9(8).
           05  ALU-RESPONSAVEL PIC X(20).
           05  ALU-CONTATO PIC X(15).
           05  ALU-CLASS-ID PIC X(10).
           05  ALU-SITUACAO PIC X.
           05  ALU-DATA-MATRICULA PIC 9(8).
      *DATA DA ULTIMA MUDANCA DE SITUACAO (DATA DA SAIDA PARA T/E/R).
           05  ALU-DATA-SITUACAO PIC 9(8).
       FD  MOVIMENTO-FILE.
       01  MOVIMENTO-RECORD.
           05  MOV-TIPO PIC X.
           05  MOV-ID PIC X(5).
           05  MOV-NOME PIC X(20).
           05  MOV-NASCIMENTO PIC 9(8).
           05  MOV-RESPONSAVEL PIC X(20).
           05  MOV-CONTATO PIC X(15).
           05  MOV-CLASS-ID PIC X(10).
           05  MOV-SITUACAO PIC X.
      *NA INCLUSAO E A DATA DA MATRICULA; NA ALTERACAO, A DATA DA
      *MUDANCA DE SITUACAO. EM BRANCO VIRA A DATA DE HOJE.
           05  MOV-DATA PIC 9(8).
       FD  TURMAS-FILE.
       01  TURMAS-RECORD.
           05  TUR-CLASS-ID PIC X(10).
       FD  ALUNREG-FILE.
       01  ALUNREG-RECORD PIC X(100).
       FD  CONTROLE-FILE.
       01  CONTROLE-RECORD.
           05  CTL-PROGRAMA PIC X(10).
           05  CTL-ITEM PIC X(20).
           05  CTL-VALOR PIC 9(10)V99.
      *EXECUCAO DO JOB E TENTATIVA DO PASSO QUE GRAVOU.
           05  CTL-EXECUCAO PIC X(14).
           05  CTL-TENTATIVA PIC 9(2).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATA PIC 9(8).
           05  AUD-HORA PIC 9(8).
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
       FD  CTLNOVO-FILE.
       01  CTLNOVO-RECORD PIC X(58).
       WORKING-STORAGE SECTION.
      *TURMAS VALIDAS, CARREGADAS DO TURMAS.DAT NA ABERTURA. SEM O
      *CADASTRO NENHUMA TURMA E ACEITA (COMO O CENTRO DE CUSTO NO
      *EMPMAST).
       01  TUR-TABLE.
           05  TUR-ENTRY OCCURS 99 TIMES INDEXED BY TUR-IDX.
               10  TUR-TAB-CLASS PIC X(10).
       77  WS-ALU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-MOV-FILE-STATUS PIC XX VALUE '00'.
       77  WS-TUR-FILE-STATUS PIC XX VALUE '00'.
       77  WS-CTL-FILE-STATUS PIC XX VALUE '00'.
       77  WS-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WS-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WS-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       77  WS-EOF-GERAL PIC X VALUE 'N'.
       77  WS-EOF-MOVIMENTO PIC X VALUE 'N'.
       77  WS-TUR-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-TUR-ACHADA PIC X VALUE 'N'.
       77  WS-MOTIVO PIC X(30) VALUE SPACES.
       77  WS-DETALHE PIC X(30) VALUE SPACES.
       77  WS-COUNT-LIDAS PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-APLICADAS PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-REJEITADAS PIC 9(4) VALUE ZEROS.
       77  WS-NAME PIC X(20) VALUE SPACES.
       77  WS-NAME-VALIDO PIC X VALUE 'N'.
       77  WS-I PIC 9(2) VALUE ZEROS.
       77  WS-CHAR PIC X VALUE SPACE.
      *CRITICA DA DATA DE NASCIMENTO (AAAAMMDD).
       01  WS-DATA-NASC.
           05  WS-NASC-ANO PIC 9(4).
           05  WS-NASC-MES PIC 9(2).
           05  WS-NASC-DIA PIC 9(2).
       77  WS-SIT-ANTERIOR PIC X VALUE SPACE.
       77  WS-LINHA PIC X(100) VALUE SPACES.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WS-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EXE-EOF PIC X VALUE 'N'.
       77  WS-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WS-EXE-PROGRAMA PIC X(10) VALUE 'ALUNMAST'.
       77  WS-EXE-EXECUCAO PIC X(14) VALUE SPACES.
       77  WS-EXE-TENTATIVA PIC 9(2) VALUE ZEROS.
       77  WS-EXE-EVENTO PIC X VALUE SPACE.
       77  WS-EXE-RC PIC 9(4) VALUE ZEROS.
       77  WS-EXE-CONCLUIDO PIC X VALUE 'N'.
       77  WS-EXE-BASE PIC 9(9) VALUE ZEROS.
       77  WS-EXE-ULT-EVENTO PIC X VALUE SPACE.
       77  WS-EXE-ULT-RC PIC 9(4) VALUE ZEROS.
       77  WS-EXE-ULT-CONCLUIDO PIC X VALUE 'N'.
       77  WS-EXE-ATIVO PIC X VALUE 'N'.
       77  WS-EXE-DATA PIC 9(8) VALUE ZEROS.
       77  WS-EXE-HORA PIC 9(8) VALUE ZEROS.
       77  WS-CNV-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EXE-REMOVIDOS PIC 9(4) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0100-ABRIR-PASSO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-PROCESSAR-MOVIMENTO
               UNTIL WS-EOF-MOVIMENTO = 'S'
           PERFORM 7000-IMPRIMIR-TOTAIS
           PERFORM 7100-GRAVAR-CONTROLE
           PERFORM 8000-FECHAR-ARQUIVOS
           IF WS-COUNT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-ENCERRAR-PASSO
           STOP RUN.

       0100-ABRIR-PASSO.
      *CONTROLE DE EXECUCAO DO JOB: LOCALIZA NO EXECUCAO.DAT A
      *EXECUCAO ABERTA DO JOB E O QUE ESTE PASSO JA FEZ NELA.
           MOVE 'N' TO WS-EXE-EOF
           OPEN INPUT EXECUCAO-FILE
           IF WS-EXE-FILE-STATUS = '35'
               MOVE 'S' TO WS-EXE-EOF
           END-IF
           PERFORM UNTIL WS-EXE-EOF = 'S'
               READ EXECUCAO-FILE
                   AT END
                       MOVE 'S' TO WS-EXE-EOF
                   NOT AT END
                       PERFORM 0110-AVALIAR-EXECUCAO
               END-READ
           END-PERFORM
           IF WS-EXE-FILE-STATUS NOT = '35'
               CLOSE EXECUCAO-FILE
           END-IF
      *SO O PRIMEIRO PASSO DO JOB ABRE EXECUCAO - RODADO AVULSO, SEM
      *EXECUCAO ABERTA, O PROGRAMA TRABALHA FORA DO CONTROLE.
           IF WS-EXE-EXECUCAO = SPACES
               DISPLAY 'NENHUMA EXECUCAO ABERTA DO JOB ' WS-EXE-JOB
                   ' - ' WS-EXE-PROGRAMA ' RODA FORA DO CONTROLE'
           ELSE
               PERFORM 0150-ENTRAR-EXECUCAO
           END-IF.

       0110-AVALIAR-EXECUCAO.
      *A ULTIMA ABERTURA DO JOB SEM FECHAMENTO E A EXECUCAO CORRENTE.
      *FECHAMENTO SEM ID (GRAVADO A MAO PELA OPERACAO) ABANDONA A
      *EXECUCAO QUE ESTIVER ABERTA.
           IF EXE-JOB = WS-EXE-JOB
               EVALUATE EXE-EVENTO
                   WHEN 'A'
                       MOVE EXE-EXECUCAO TO WS-EXE-EXECUCAO
                       MOVE SPACE TO WS-EXE-ULT-EVENTO
                       MOVE ZEROS TO WS-EXE-TENTATIVA
                       MOVE ZEROS TO WS-EXE-BASE
                   WHEN 'C'
                       IF EXE-EXECUCAO = WS-EXE-EXECUCAO
                           OR EXE-EXECUCAO = SPACES
                           MOVE SPACES TO WS-EXE-EXECUCAO
                           MOVE SPACE TO WS-EXE-ULT-EVENTO
                           MOVE ZEROS TO WS-EXE-TENTATIVA
                           MOVE ZEROS TO WS-EXE-BASE
                       END-IF
                   WHEN OTHER
                       IF EXE-EXECUCAO = WS-EXE-EXECUCAO
                           AND EXE-PROGRAMA = WS-EXE-PROGRAMA
                           MOVE EXE-EVENTO TO WS-EXE-ULT-EVENTO
                           MOVE EXE-TENTATIVA TO WS-EXE-TENTATIVA
                           MOVE EXE-RC TO WS-EXE-ULT-RC
                           MOVE EXE-CONCLUIDO TO WS-EXE-ULT-CONCLUIDO
                           MOVE EXE-BASE TO WS-EXE-BASE
                       END-IF
               END-EVALUATE
           END-IF.

       0150-ENTRAR-EXECUCAO.
      *PASSO QUE JA CONCLUIU NESTA EXECUCAO NAO RODA DE NOVO: SAI
      *COM O MESMO RC, PARA O COND= DOS PASSOS SEGUINTES VALER IGUAL.
           IF WS-EXE-ULT-EVENTO = 'F' AND WS-EXE-ULT-CONCLUIDO = 'S'
               DISPLAY 'PASSO ' WS-EXE-PROGRAMA ' JA CONCLUIDO NA '
                   'EXECUCAO ' WS-EXE-EXECUCAO ' (RC '
                   WS-EXE-ULT-RC ') - PULADO'
               MOVE WS-EXE-ULT-RC TO RETURN-CODE
               STOP RUN
           END-IF
      *PASSO QUE COMECOU E NAO CONCLUIU (CAIU OU TERMINOU COM RC
      *ACIMA DE 4) E REINICIADO: ANTES, SAEM DO CONTROLE.DAT OS
      *CONTADORES QUE A TENTATIVA ANTERIOR GRAVOU.
           IF WS-EXE-ULT-EVENTO NOT = SPACE
               DISPLAY 'PASSO ' WS-EXE-PROGRAMA ' REINICIADO NA '
                   'EXECUCAO ' WS-EXE-EXECUCAO ' APOS A TENTATIVA '
                   WS-EXE-TENTATIVA
               PERFORM 0120-LIMPAR-CONTROLE
           END-IF
           ADD 1 TO WS-EXE-TENTATIVA
           MOVE 'S' TO WS-EXE-ATIVO
           MOVE 'I' TO WS-EXE-EVENTO
           PERFORM 0190-GRAVAR-EXECUCAO.

       0120-LIMPAR-CONTROLE.
      *OS REGISTROS DESTE PASSO NA EXECUCAO CORRENTE FICAM FORA; OS
      *DEMAIS PASSAM PELO CTLNOVO.DAT E VOLTAM INTACTOS.
           MOVE ZEROS TO WS-EXE-REMOVIDOS
           MOVE 'N' TO WS-EXE-EOF
           OPEN INPUT CONTROLE-FILE
           IF WS-CTL-FILE-STATUS = '35'
               MOVE 'S' TO WS-EXE-EOF
           ELSE
               OPEN OUTPUT CTLNOVO-FILE
           END-IF
           PERFORM UNTIL WS-EXE-EOF = 'S'
               READ CONTROLE-FILE
                   AT END
                       MOVE 'S' TO WS-EXE-EOF
                   NOT AT END
                       IF CTL-PROGRAMA = 'ALUNMAST'
                           AND CTL-EXECUCAO = WS-EXE-EXECUCAO
                           ADD 1 TO WS-EXE-REMOVIDOS
                       ELSE
                           MOVE CONTROLE-RECORD TO CTLNOVO-RECORD
                           WRITE CTLNOVO-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-FILE-STATUS NOT = '35'
               CLOSE CONTROLE-FILE
               CLOSE CTLNOVO-FILE
           END-IF
           IF WS-EXE-REMOVIDOS > 0
               MOVE 'N' TO WS-EXE-EOF
               OPEN INPUT CTLNOVO-FILE
               OPEN OUTPUT CONTROLE-FILE
               PERFORM UNTIL WS-EXE-EOF = 'S'
                   READ CTLNOVO-FILE
                       AT END
                           MOVE 'S' TO WS-EXE-EOF
                       NOT AT END
                           MOVE CTLNOVO-RECORD TO CONTROLE-RECORD
                           WRITE CONTROLE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTLNOVO-FILE
               CLOSE CONTROLE-FILE
           END-IF
           DISPLAY 'CONTROLE.DAT: ' WS-EXE-REMOVIDOS
               ' REGISTRO(S) DA TENTATIVA ANTERIOR REMOVIDO(S)'.

       0190-GRAVAR-EXECUCAO.
           OPEN EXTEND EXECUCAO-FILE
           IF WS-EXE-FILE-STATUS = '35'
               OPEN OUTPUT EXECUCAO-FILE
           END-IF
           MOVE WS-EXE-JOB TO EXE-JOB
           MOVE WS-EXE-EXECUCAO TO EXE-EXECUCAO
           MOVE WS-EXE-PROGRAMA TO EXE-PROGRAMA
           MOVE WS-EXE-EVENTO TO EXE-EVENTO
           ACCEPT EXE-DATA FROM DATE YYYYMMDD
           ACCEPT EXE-HORA FROM TIME
           MOVE WS-EXE-TENTATIVA TO EXE-TENTATIVA
           MOVE WS-EXE-RC TO EXE-RC
           MOVE WS-EXE-CONCLUIDO TO EXE-CONCLUIDO
           MOVE WS-EXE-BASE TO EXE-BASE
           WRITE EXECUCAO-RECORD
           CLOSE EXECUCAO-FILE.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O ALUNO-MASTER
           IF WS-ALU-FILE-STATUS = '35'
               OPEN OUTPUT ALUNO-MASTER
               CLOSE ALUNO-MASTER
               OPEN I-O ALUNO-MASTER
           END-IF
           PERFORM 1050-CARREGAR-TURMAS
           OPEN INPUT MOVIMENTO-FILE
           IF WS-MOV-FILE-STATUS = '35'
               DISPLAY 'ALUNMOV.DAT NAO ENCONTRADO - NADA A FAZER'
               MOVE 'S' TO WS-EOF-MOVIMENTO
           END-IF
           OPEN OUTPUT ALUNREG-FILE
           MOVE SPACES TO WS-LINHA
           STRING 'MANUTENCAO DO CADASTRO DE ALUNOS - DATA: '
               WS-RUN-DATE DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO ALUNREG-RECORD
           WRITE ALUNREG-RECORD
           IF WS-EOF-MOVIMENTO = 'N'
               PERFORM 1100-LER-MOVIMENTO
           END-IF.

       1050-CARREGAR-TURMAS.
           MOVE ZERO TO WS-TUR-COUNT
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT TURMAS-FILE
           IF WS-TUR-FILE-STATUS = '35'
               DISPLAY 'TURMAS.DAT NAO ENCONTRADO - INCLUSOES E '
                   'TROCAS DE TURMA SERAO REJEITADAS'
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ TURMAS-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           IF WS-TUR-COUNT >= 99
                               DISPLAY 'TURMAS.DAT TEM MAIS DE 99 '
                                   'TURMAS - TUR-TABLE CHEIA'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TUR-COUNT
                           SET TUR-IDX TO WS-TUR-COUNT
                           MOVE TUR-CLASS-ID TO
                               TUR-TAB-CLASS(TUR-IDX)
                   END-READ
               END-PERFORM
               CLOSE TURMAS-FILE
           END-IF.

       1100-LER-MOVIMENTO.
           READ MOVIMENTO-FILE
               AT END MOVE 'S' TO WS-EOF-MOVIMENTO
           END-READ.

       2000-PROCESSAR-MOVIMENTO.
           ADD 1 TO WS-COUNT-LIDAS
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-DETALHE
           EVALUATE MOV-TIPO
               WHEN 'A'
                   PERFORM 3000-INCLUIR-ALUNO
               WHEN 'U'
                   PERFORM 4000-ALTERAR-ALUNO
               WHEN 'D'
                   PERFORM 5000-EXCLUIR-ALUNO
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-COUNT-APLICADAS
               PERFORM 6000-GRAVAR-APLICADA
           ELSE
               ADD 1 TO WS-COUNT-REJEITADAS
               PERFORM 6100-GRAVAR-REJEITADA
           END-IF
           PERFORM 9000-GRAVAR-AUDITORIA
           PERFORM 1100-LER-MOVIMENTO.

       1200-VALIDAR-NOME.
           MOVE MOV-NOME TO WS-NAME
           MOVE 'S' TO WS-NAME-VALIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               MOVE WS-NAME(WS-I:1) TO WS-CHAR
               IF WS-CHAR NOT ALPHABETIC AND WS-CHAR NOT = SPACE
                   MOVE 'N' TO WS-NAME-VALIDO
               END-IF
           END-PERFORM
           IF WS-NAME = SPACES
               MOVE 'N' TO WS-NAME-VALIDO
           END-IF.

       1300-VALIDAR-SITUACAO.
           IF MOV-SITUACAO NOT = 'M' AND MOV-SITUACAO NOT = 'T'
               AND MOV-SITUACAO NOT = 'E' AND MOV-SITUACAO NOT = 'R'
               AND MOV-SITUACAO NOT = SPACE
               MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO
           END-IF.

       1400-VALIDAR-TURMA.
           MOVE 'N' TO WS-TUR-ACHADA
           PERFORM VARYING TUR-IDX FROM 1 BY 1
               UNTIL TUR-IDX > WS-TUR-COUNT
               IF TUR-TAB-CLASS(TUR-IDX) = MOV-CLASS-ID
                   MOVE 'S' TO WS-TUR-ACHADA
               END-IF
           END-PERFORM
           IF WS-TUR-ACHADA NOT = 'S'
               MOVE 'TURMA INVALIDA' TO WS-MOTIVO
           END-IF.

       1500-VALIDAR-NASCIMENTO.
      *O TESTE IS NUMERIC COBRE O CAMPO DIGITADO EM ESPACOS. A DATA
      *TEM DE SER UMA DATA (MES 1-12, DIA 1-31) ANTERIOR A HOJE.
           IF MOV-NASCIMENTO IS NOT NUMERIC
               MOVE 'DATA DE NASCIMENTO INVALIDA' TO WS-MOTIVO
           ELSE
               MOVE MOV-NASCIMENTO TO WS-DATA-NASC
               IF WS-NASC-ANO < 1900
                   OR WS-NASC-MES < 1 OR WS-NASC-MES > 12
                   OR WS-NASC-DIA < 1 OR WS-NASC-DIA > 31
                   OR MOV-NASCIMENTO NOT < WS-RUN-DATE
                   MOVE 'DATA DE NASCIMENTO INVALIDA' TO WS-MOTIVO
               END-IF
           END-IF.

       3000-INCLUIR-ALUNO.
           PERFORM 1200-VALIDAR-NOME
           IF WS-NAME-VALIDO NOT = 'S'
               MOVE 'NOME INVALIDO' TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 1500-VALIDAR-NASCIMENTO
           END-IF
      *A INCLUSAO E SEMPRE UMA MATRICULA NOVA.
           IF WS-MOTIVO = SPACES
               AND MOV-SITUACAO NOT = 'M' AND MOV-SITUACAO NOT = SPACE
               MOVE 'INCLUSAO SO COM SITUACAO M' TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               IF MOV-CLASS-ID = SPACES
                   MOVE 'TURMA OBRIGATORIA' TO WS-MOTIVO
               ELSE
                   PERFORM 1400-VALIDAR-TURMA
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE MOV-ID TO ALU-ID
               READ ALUNO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ID DUPLICADO' TO WS-MOTIVO
               END-READ
               IF WS-MOTIVO = SPACES
                   PERFORM 3100-MONTAR-ALUNO
                   WRITE ALUNO-RECORD
                       INVALID KEY
                           MOVE 'ERRO NA GRAVACAO' TO WS-MOTIVO
                   END-WRITE
               END-IF
           END-IF.

       3100-MONTAR-ALUNO.
           MOVE MOV-ID TO ALU-ID
           MOVE MOV-NOME TO ALU-NOME
           MOVE MOV-NASCIMENTO TO ALU-NASCIMENTO
           MOVE MOV-RESPONSAVEL TO ALU-RESPONSAVEL
           MOVE MOV-CONTATO TO ALU-CONTATO
           MOVE MOV-CLASS-ID TO ALU-CLASS-ID
           MOVE 'M' TO ALU-SITUACAO
           IF MOV-DATA IS NOT NUMERIC OR MOV-DATA = ZEROS
               MOVE WS-RUN-DATE TO ALU-DATA-MATRICULA
           ELSE
               MOVE MOV-DATA TO ALU-DATA-MATRICULA
           END-IF
           MOVE ALU-DATA-MATRICULA TO ALU-DATA-SITUACAO.

       4000-ALTERAR-ALUNO.
      *NA ALTERACAO, CAMPO EM BRANCO NO MOVIMENTO PRESERVA O VALOR
      *JA CADASTRADO - INCLUSIVE O NOME, PARA A SECRETARIA PODER
      *LANCAR SO A SAIDA DO ALUNO (SITUACAO + DATA).
           IF MOV-NOME NOT = SPACES
               PERFORM 1200-VALIDAR-NOME
               IF WS-NAME-VALIDO NOT = 'S'
                   MOVE 'NOME INVALIDO' TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               AND MOV-NASCIMENTO IS NUMERIC
               AND MOV-NASCIMENTO NOT = ZEROS
               PERFORM 1500-VALIDAR-NASCIMENTO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 1300-VALIDAR-SITUACAO
           END-IF
           IF WS-MOTIVO = SPACES AND MOV-CLASS-ID NOT = SPACES
               PERFORM 1400-VALIDAR-TURMA
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE MOV-ID TO ALU-ID
               READ ALUNO-MASTER
                   INVALID KEY
                       MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO
               END-READ
               IF WS-MOTIVO = SPACES
                   PERFORM 4100-APLICAR-ALTERACAO
                   REWRITE ALUNO-RECORD
                       INVALID KEY
                           MOVE 'ERRO NA REGRAVACAO' TO WS-MOTIVO
                   END-REWRITE
               END-IF
           END-IF.

       4100-APLICAR-ALTERACAO.
           IF MOV-NOME NOT = SPACES
               MOVE MOV-NOME TO ALU-NOME
           END-IF
           IF MOV-NASCIMENTO IS NUMERIC AND MOV-NASCIMENTO NOT = ZEROS
               MOVE MOV-NASCIMENTO TO ALU-NASCIMENTO
           END-IF
           IF MOV-RESPONSAVEL NOT = SPACES
               MOVE MOV-RESPONSAVEL TO ALU-RESPONSAVEL
           END-IF
           IF MOV-CONTATO NOT = SPACES
               MOVE MOV-CONTATO TO ALU-CONTATO
           END-IF
           IF MOV-CLASS-ID NOT = SPACES
               MOVE MOV-CLASS-ID TO ALU-CLASS-ID
           END-IF
      *MUDANCA DE SITUACAO GUARDA A DATA (A DATA DA SAIDA E O QUE O
      *STUSORT E O FREQPOST COMPARAM COM O PERIODO E A AULA).
           MOVE ALU-SITUACAO TO WS-SIT-ANTERIOR
           IF MOV-SITUACAO NOT = SPACE
               AND MOV-SITUACAO NOT = ALU-SITUACAO
               MOVE MOV-SITUACAO TO ALU-SITUACAO
               IF MOV-DATA IS NOT NUMERIC OR MOV-DATA = ZEROS
                   MOVE WS-RUN-DATE TO ALU-DATA-SITUACAO
               ELSE
                   MOVE MOV-DATA TO ALU-DATA-SITUACAO
               END-IF
               STRING 'SITUACAO ' WS-SIT-ANTERIOR ' PARA '
                   ALU-SITUACAO ' EM ' ALU-DATA-SITUACAO
                   DELIMITED BY SIZE INTO WS-DETALHE
           END-IF.

       5000-EXCLUIR-ALUNO.
           MOVE MOV-ID TO ALU-ID
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES
               DELETE ALUNO-MASTER
                   INVALID KEY
                       MOVE 'ERRO NA EXCLUSAO' TO WS-MOTIVO
               END-DELETE
           END-IF.

       6000-GRAVAR-APLICADA.
           MOVE SPACES TO WS-LINHA
           STRING 'APLICADA:  ' MOV-TIPO ' ' MOV-ID ' ' ALU-NOME
               ' ' ALU-CLASS-ID ' ' WS-DETALHE
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO ALUNREG-RECORD
           WRITE ALUNREG-RECORD
           DISPLAY ALUNREG-RECORD
           MOVE SPACES TO WS-AUD-OPERACAO
           STRING 'ALUNO ' MOV-ID ' ' MOV-TIPO
               DELIMITED BY SIZE INTO WS-AUD-OPERACAO
           EVALUATE TRUE
               WHEN MOV-TIPO = 'A'
                   MOVE 'MATRICULADO' TO WS-AUD-RESULTADO
               WHEN MOV-TIPO = 'D'
                   MOVE 'EXCLUIDO' TO WS-AUD-RESULTADO
               WHEN WS-DETALHE NOT = SPACES
                   MOVE WS-DETALHE TO WS-AUD-RESULTADO
               WHEN OTHER
                   MOVE 'ALTERADO' TO WS-AUD-RESULTADO
           END-EVALUATE.

       6100-GRAVAR-REJEITADA.
           MOVE SPACES TO WS-LINHA
           STRING 'REJEITADA: ' MOV-TIPO ' ' MOV-ID ' ' MOV-NOME
               ' - ' WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO ALUNREG-RECORD
           WRITE ALUNREG-RECORD
           DISPLAY ALUNREG-RECORD
           MOVE SPACES TO WS-AUD-OPERACAO
           STRING 'ALUNO ' MOV-ID ' ' MOV-TIPO
               DELIMITED BY SIZE INTO WS-AUD-OPERACAO
           MOVE WS-MOTIVO TO WS-AUD-RESULTADO.

       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA
           STRING 'APLICADAS: ' WS-COUNT-APLICADAS
               '  REJEITADAS: ' WS-COUNT-REJEITADAS
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO ALUNREG-RECORD
           WRITE ALUNREG-RECORD
           DISPLAY ALUNREG-RECORD.

       7100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE 'ALUNMAST' TO CTL-PROGRAMA
           MOVE WS-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WS-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'TRANS-LIDAS' TO CTL-ITEM
           MOVE WS-COUNT-LIDAS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'TRANS-APLICADAS' TO CTL-ITEM
           MOVE WS-COUNT-APLICADAS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'TRANS-REJEITADAS' TO CTL-ITEM
           MOVE WS-COUNT-REJEITADAS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE.

       8000-FECHAR-ARQUIVOS.
           CLOSE ALUNO-MASTER
           IF WS-MOV-FILE-STATUS NOT = '35'
               CLOSE MOVIMENTO-FILE
           END-IF
           CLOSE ALUNREG-FILE.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-RUN-DATE TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'ALUNMAST' TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO TO AUD-OPERACAO
           MOVE WS-AUD-RESULTADO TO AUD-RESULTADO
           MOVE WS-EXE-EXECUCAO TO AUD-EXECUCAO
           MOVE WS-EXE-TENTATIVA TO AUD-TENTATIVA
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9100-ENCERRAR-PASSO.
      *FIM NORMAL DO PASSO NO CONTROLE DE EXECUCAO, COM O RC. RC ATE
      *4 CONCLUI O PASSO NA EXECUCAO; ACIMA DISSO A PROXIMA SUBMISSAO
      *DO JOB RODA O PASSO DE NOVO.
           IF WS-EXE-ATIVO = 'S'
               MOVE RETURN-CODE TO WS-EXE-RC
               IF WS-EXE-RC > 4
                   MOVE 'N' TO WS-EXE-CONCLUIDO
               ELSE
                   MOVE 'S' TO WS-EXE-CONCLUIDO
               END-IF
               MOVE 'F' TO WS-EXE-EVENTO
               PERFORM 0190-GRAVAR-EXECUCAO
               MOVE WS-EXE-RC TO RETURN-CODE
           END-IF.
