      *(STUDORD.DAT). REJEITADAS SAEM NO STUREJ.DAT E OS
      *CONTADORES VAO PARA O CONTROLE.DAT PARA O BALANCO AMARRAR
      *ENTRADA COM SAIDA.
      *AGORA CRITICA O ALUNO CONTRA O CADASTRO DE ALUNOS (ALUNO.DAT,
      *MANTIDO PELO ALUNMAST): ALUNO NAO CADASTRADO E REJEITADO, E
      *ALUNO QUE NAO ESTA MATRICULADO TAMBEM - SALVO O QUE SAIU
      *(TRANSFERIDO, EVADIDO, TRANCADO) DENTRO DO PERIODO, QUE SEGUE
      *PARA O GRADRUN REPORTAR A SAIDA EM VEZ DE AVALIAR. O INICIO
      *DO PERIODO VEM DO PARAM.DAT; SEM ELE TODA SAIDA E TRATADA
      *COMO DO PERIODO.
      *AGORA CRITICA A DISCIPLINA CONTRA O CURRICULO DA TURMA
      *(CURRICULO.DAT: TURMA, DISCIPLINA, OBRIGATORIA S/N E CARGA
      *HORARIA PREVISTA): DISCIPLINA QUE A TURMA NAO OFERECE (CODIGO
      *DIGITADO ERRADO, POR EXEMPLO) E REJEITADA EM VEZ DE VIRAR UMA
      *DISCIPLINA NOVA. SEM O ARQUIVO A DISCIPLINA NAO E CRITICADA.
      *AGORA O PASSO CONSULTA O CONTROLE DE EXECUCAO DO JOB
      *(EXECUCAO.DAT) NA ENTRADA: JA CONCLUIDO NA EXECUCAO CORRENTE E
      *PULADO COM O MESMO RC; REINICIADO, TIRA ANTES DO CONTROLE.DAT
      *OS CONTADORES DA TENTATIVA ANTERIOR. O ID DA EXECUCAO E A
      *TENTATIVA VAO NOS REGISTROS DO AUDITORIA E DO CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUR-FILE-STATUS.
           SELECT CURRICULO-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-FILE-STATUS.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WS-ALU-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
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
       FD  STUDENT-FILE.
       FD  TURMAS-FILE.
       01  TURMAS-RECORD.
           05  TUR-CLASS-ID PIC X(10).
       FD  CURRICULO-FILE.
       01  CURRICULO-RECORD.
           05  CUR-CLASS-ID PIC X(10).
           05  CUR-DISCIPLINA PIC X(3).
           05  CUR-OBRIGATORIA PIC X.
           05  CUR-CARGA-HORARIA PIC 9(3).
      *MESMO LAYOUT DO ALUNMAST.
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
           05  ALU-DATA-SITUACAO PIC 9(8).
      *MESMO LAYOUT DO GRADRUN - SO O INICIO DO PERIODO E USADO AQUI.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PARM-APROVADO-MIN PIC 9(2)V999.
           05  PARM-RECUPERACAO-MIN PIC 9(2)V999.
           05  PARM-FREQ-MIN PIC 9(2)V999.
           05  PARM-MAX-RECUP PIC 9(2).
           05  PARM-INICIO-PERIODO PIC 9(8).
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
       01  STU-TABLE.
           05  STU-ENTRY OCCURS 999 TIMES INDEXED BY STU-IDX.
       01  TUR-TABLE.
           05  TUR-ENTRY OCCURS 99 TIMES INDEXED BY TUR-IDX.
               10  TUR-TAB-CLASS PIC X(10).
       01  CUR-TABLE.
           05  CUR-ENTRY OCCURS 500 TIMES INDEXED BY CUR-IDX.
               10  CUR-TAB-CLASS PIC X(10).
               10  CUR-TAB-DISCIPLINA PIC X(3).
       77  WS-STU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-CUR-FILE-STATUS PIC XX VALUE '00'.
       77  WS-CUR-PRESENTE PIC X VALUE 'N'.
       77  WS-CUR-COUNT PIC 9(3) VALUE ZEROS.
       77  WS-DISCIPLINA-OK PIC X VALUE 'S'.
       77  WS-TUR-FILE-STATUS PIC XX VALUE '00'.
       77  WS-CTL-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-PARAM-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-PRESENTE PIC X VALUE 'N'.
      *INICIO DO PERIODO LETIVO (AAAAMMDD); ZERO = NAO INFORMADO.
       77  WS-INICIO-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WS-AUD-OPERACAO PIC X(30) VALUE SPACES.
       77  WS-AUD-RESULTADO PIC X(30) VALUE SPACES.
       77  WS-J PIC 9(4) VALUE ZEROS.
       77  WS-TROCA-RECORD PIC X(56) VALUE SPACES.
       77  WS-LINHA PIC X(100) VALUE SPACES.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WS-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EXE-EOF PIC X VALUE 'N'.
       77  WS-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WS-EXE-PROGRAMA PIC X(10) VALUE 'STUSORT'.
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
           PERFORM 0500-CARREGAR-TURMAS
           PERFORM 0600-LER-PARAMETROS
           PERFORM 0700-CARREGAR-CURRICULO
           OPEN INPUT ALUNO-MASTER
           IF WS-ALU-FILE-STATUS = '35'
               DISPLAY 'ALUNO.DAT NAO ENCONTRADO - MATRICULA NAO '
                   'SERA CRITICADA'
           ELSE
               MOVE 'S' TO WS-ALU-PRESENTE
           END-IF
           OPEN OUTPUT STUREJ-FILE
           MOVE SPACES TO WS-LINHA
           STRING 'CRITICA DO STUDENT.DAT - DATA: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           CLOSE STUREJ-FILE
           IF WS-ALU-PRESENTE = 'S'
               CLOSE ALUNO-MASTER
           END-IF
           PERFORM 7600-GRAVAR-CONTROLE
           MOVE 'CRITICA STUDENT' TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-RESULTADO
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
                       IF CTL-PROGRAMA = 'STUSORT'
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

       0500-CARREGAR-TURMAS.
           MOVE ZERO TO WS-TUR-COUNT
           MOVE 'N' TO WS-EOF-GERAL
               CLOSE TURMAS-FILE
           END-IF.

       0600-LER-PARAMETROS.
      *PARAM.DAT ANTIGO (SEM O CAMPO) DEIXA O INICIO EM ZERO.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS NOT = '35'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-INICIO-PERIODO IS NUMERIC
                           MOVE PARM-INICIO-PERIODO TO
                               WS-INICIO-PERIODO
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       0700-CARREGAR-CURRICULO.
           MOVE ZERO TO WS-CUR-COUNT
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT CURRICULO-FILE
           IF WS-CUR-FILE-STATUS = '35'
               DISPLAY 'CURRICULO.DAT NAO ENCONTRADO - DISCIPLINA NAO '
                   'SERA CRITICADA'
           ELSE
               MOVE 'S' TO WS-CUR-PRESENTE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ CURRICULO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           IF WS-CUR-COUNT >= 500
                               DISPLAY 'CURRICULO.DAT TEM MAIS DE 500 '
                                   'LINHAS - CUR-TABLE CHEIA'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CUR-COUNT
                           SET CUR-IDX TO WS-CUR-COUNT
                           MOVE CUR-CLASS-ID TO CUR-TAB-CLASS(CUR-IDX)
                           MOVE CUR-DISCIPLINA TO
                               CUR-TAB-DISCIPLINA(CUR-IDX)
                   END-READ
               END-PERFORM
               CLOSE CURRICULO-FILE
           END-IF.

       1000-CARREGAR-ALUNOS.
           MOVE ZERO TO WS-STU-COUNT
           MOVE 'N' TO WS-EOF-GERAL
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-MOTIVO
           IF WS-TURMA-OK = 'N'
               MOVE 'TURMA DESCONHECIDA' TO WS-MOTIVO
           ELSE
               IF WS-CUR-PRESENTE = 'S'
                   PERFORM 1120-CRITICAR-DISCIPLINA
               END-IF
               IF WS-MOTIVO = SPACES AND WS-ALU-PRESENTE = 'S'
                   PERFORM 1150-CRITICAR-MATRICULA
               END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-GRAVAR-REJEICAO
           ELSE
               IF WS-STU-COUNT >= 999
               MOVE STUDENT-RECORD TO STU-TAB-RECORD(STU-IDX)
           END-IF.

       1120-CRITICAR-DISCIPLINA.
      *TURMA SEM NENHUMA LINHA NO CURRICULO NAO OFERECE NADA - TODA
      *DISCIPLINA DELA E REJEITADA ATE O CURRICULO SER CADASTRADO.
           MOVE 'N' TO WS-DISCIPLINA-OK
           PERFORM VARYING CUR-IDX FROM 1 BY 1
               UNTIL CUR-IDX > WS-CUR-COUNT
               IF CUR-TAB-CLASS(CUR-IDX) = STU-CLASS-ID
                   AND CUR-TAB-DISCIPLINA(CUR-IDX) = STU-DISCIPLINA
                   MOVE 'S' TO WS-DISCIPLINA-OK
               END-IF
           END-PERFORM
           IF WS-DISCIPLINA-OK = 'N'
               MOVE 'DISCIPLINA NAO OFERECIDA NA TURMA' TO WS-MOTIVO
           END-IF.

       1150-CRITICAR-MATRICULA.
      *MATRICULADO PASSA. QUEM SAIU (T/E/R) PASSA SE A SAIDA FOI
      *DENTRO DO PERIODO - O GRADRUN REPORTA A SAIDA; SE SAIU ANTES
      *DO INICIO DO PERIODO, NAO ESTA MATRICULADO NESTE PERIODO.
           MOVE STU-ID TO ALU-ID
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES AND ALU-SITUACAO NOT = 'M'
               IF (ALU-SITUACAO NOT = 'T' AND ALU-SITUACAO NOT = 'E'
                   AND ALU-SITUACAO NOT = 'R')
                   OR ALU-DATA-SITUACAO < WS-INICIO-PERIODO
                   STRING 'ALUNO NAO MATRICULADO (SITUACAO '
                       ALU-SITUACAO ')' DELIMITED BY SIZE
                       INTO WS-MOTIVO
               END-IF
           END-IF.

       2000-ORDENAR.
      *ORDENACAO POR TROCA SIMPLES PELA CHAVE TURMA + ALUNO +
      *DISCIPLINA (OS 18 PRIMEIROS BYTES DO REGISTRO).
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE 'STUSORT' TO CTL-PROGRAMA
           MOVE WS-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WS-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'ALUNOS-LIDOS' TO CTL-ITEM
           MOVE WS-COUNT-LIDOS TO CTL-VALOR
           WRITE CONTROLE-RECORD
           MOVE 'STUSORT' TO AUD-PROGRAMA
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
