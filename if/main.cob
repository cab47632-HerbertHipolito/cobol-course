      *AGORA A ENTRADA E O STUDORD.DAT QUE O STUSORT ORDENA E
      *CRITICA ANTES DESTE PASSO - A QUEBRA DE CONTROLE PODE
      *CONFIAR NO AGRUPAMENTO POR TURMA E ALUNO.
      *AGORA CONSULTA O CADASTRO DE ALUNOS (ALUNO.DAT, MANTIDO PELO
      *ALUNMAST): O NOME VEM DO CADASTRO, E O ALUNO QUE SAIU NO
      *PERIODO (TRANSFERIDO, EVADIDO OU TRANCADO - O STUSORT SO
      *DEIXA PASSAR A SAIDA DENTRO DO PERIODO) NAO E AVALIADO: SAI
      *NO RESULT.DAT COM A SITUACAO DA SAIDA NO LUGAR DA MEDIA E DA
      *DECISAO, E E CONTADO A PARTE NOS RESUMOS (FORA DO TOTAL DE
      *ALUNOS AVALIADOS E DOS PERCENTUAIS).
      *AGORA CONFERE O ALUNO CONTRA O CURRICULO DA TURMA
      *(CURRICULO.DAT): ALUNO SEM LINHA PARA UMA DISCIPLINA
      *OBRIGATORIA NAO RECEBE DECISAO - TODAS AS SUAS DISCIPLINAS VAO
      *PARA O EXCEPTION.DAT COM A OBRIGATORIA QUE FALTA NO MOTIVO, E
      *O ALUNO E CONTADO A PARTE NOS RESUMOS (DECISAO RETIDA).
      *AGORA O PASSO CONSULTA O CONTROLE DE EXECUCAO DO JOB
      *(EXECUCAO.DAT) NA ENTRADA: JA CONCLUIDO NA EXECUCAO CORRENTE E
      *PULADO COM O MESMO RC; REINICIADO, TIRA ANTES DO CONTROLE.DAT
      *OS CONTADORES DA TENTATIVA ANTERIOR. O ID DA EXECUCAO E A
      *TENTATIVA VAO NOS REGISTROS DO AUDITORIA E DO CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT FREQ-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-FILE-STATUS.
           SELECT CURRICULO-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-FILE-STATUS.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WS-ALU-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
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
      *MAXIMO DE DISCIPLINAS EM RECUPERACAO PARA O ALUNO AINDA IR
      *PARA RECUPERACAO EM VEZ DE REPROVAR DIRETO.
           05  PARM-MAX-RECUP PIC 9(2).
      *INICIO DO PERIODO LETIVO (AAAAMMDD), USADO PELO STUSORT.
           05  PARM-INICIO-PERIODO PIC 9(8).
       FD  FREQ-FILE.
      *CHAVEADO POR TURMA + ALUNO (O FREQPOST ACUMULA OS TOTAIS) -
      *O ALUNO EM DUAS TURMAS TEM UM PERCENTUAL POR TURMA.
           05  FRQ-ID PIC X(5).
           05  FRQ-AULAS-DADAS PIC 9(3).
           05  FRQ-AULAS-PRESENTES PIC 9(3).
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
       WORKING-STORAGE SECTION.
       77  WS-AUD-FILE-STATUS PIC XX VALUE '00'.
       77  WS-PARAM-FILE-STATUS PIC XX VALUE '00'.
               10  FRQ-TAB-ID PIC X(5).
               10  FRQ-TAB-DADAS PIC 9(3).
               10  FRQ-TAB-PRESENTES PIC 9(3).
      *SO AS DISCIPLINAS OBRIGATORIAS DO CURRICULO INTERESSAM AQUI.
       01  CUR-TABLE.
           05  CUR-ENTRY OCCURS 500 TIMES INDEXED BY CUR-IDX.
               10  CUR-TAB-CLASS PIC X(10).
               10  CUR-TAB-DISCIPLINA PIC X(3).
       77  WS-CUR-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EOF-CUR PIC X VALUE 'N'.
       77  WS-CUR-COUNT PIC 9(3) VALUE ZEROS.
      *DISCIPLINAS QUE O ALUNO CORRENTE TROUXE NO STUDORD, INCLUSIVE
      *AS QUE CAIRAM NO EXCEPTION (A LINHA EXISTE, SO ESTA ERRADA).
       01  VIS-TABLE.
           05  VIS-ENTRY OCCURS 15 TIMES INDEXED BY VIS-IDX.
               10  VIS-TAB-DISCIPLINA PIC X(3).
       77  WS-VIS-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-VIS-ACHADA PIC X VALUE 'N'.
       77  WS-FALTA-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-FALTA-DISCIPLINA PIC X(3) VALUE SPACES.
       77  WS-COUNT-RETIDOS PIC 9(4) VALUE ZEROS.
       77  WS-GER-RETIDOS PIC 9(4) VALUE ZEROS.
       77  WS-CLASS-ID PIC X(10) VALUE SPACES.
       77  WS-ALU-FILE-STATUS PIC XX VALUE '00'.
       77  WS-ALU-PRESENTE PIC X VALUE 'N'.
      *SITUACAO DE SAIDA DO ALUNO CORRENTE (TRANSFERIDO, EVADIDO,
      *TRANCADO); EM BRANCO = ALUNO MATRICULADO, AVALIADO NORMAL.
       77  WS-SAIDA-ALUNO PIC X(14) VALUE SPACES.
       77  WS-COUNT-TRANSFERIDO PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-EVADIDO PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-TRANCADO PIC 9(4) VALUE ZEROS.
       77  WS-COUNT-SAIDAS PIC 9(4) VALUE ZEROS.
       77  WS-GER-TRANSFERIDO PIC 9(4) VALUE ZEROS.
       77  WS-GER-EVADIDO PIC 9(4) VALUE ZEROS.
       77  WS-GER-TRANCADO PIC 9(4) VALUE ZEROS.
       77  WS-GER-SAIDAS PIC 9(4) VALUE ZEROS.
      *BUFFER DAS DISCIPLINAS DO ALUNO CORRENTE - O RESULT SO E
      *GRAVADO NA QUEBRA DE ALUNO, QUANDO A DECISAO CONSOLIDADA
      *JA E CONHECIDA.
               10  SUB-TAB-DISCIPLINA PIC X(3).
               10  SUB-TAB-MEDIA PIC 9(2)V999.
               10  SUB-TAB-STATUS PIC X(14).
               10  SUB-TAB-NOTA-1 PIC S9(2)V999.
               10  SUB-TAB-NOTA-2 PIC S9(2)V999.
               10  SUB-TAB-NOTA-3 PIC S9(2)V999.
       77  WS-SUB-COUNT PIC 9(2) VALUE ZEROS.
       77  WS-ALUNO-ID PIC X(5) VALUE SPACES.
       77  WS-ALUNO-NOME PIC X(20) VALUE SPACES.
       77  WS-MEDIA PIC 9(2)V999 VALUE ZEROS.
       77  WS-MEDIA-ED PIC Z9,999 VALUE ZERO.
       77  WS-STATUS PIC X(14) VALUE SPACES.
      *CONTROLE DE EXECUCAO: A EXECUCAO ABERTA DO JOB, A TENTATIVA
      *DESTE PASSO NELA E O QUE A TENTATIVA ANTERIOR DEIXOU.
       77  WS-EXE-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EXE-EOF PIC X VALUE 'N'.
       77  WS-EXE-JOB PIC X(8) VALUE 'FOLHANOT'.
       77  WS-EXE-PROGRAMA PIC X(10) VALUE 'GRADRUN'.
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
           PERFORM 0500-LER-PARAMETROS
           PERFORM 0600-CARREGAR-FREQUENCIA
           PERFORM 0700-CARREGAR-CURRICULO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-PROCESSAR-ALUNOS UNTIL WS-EOF-STUDENT = 'S'
           IF WS-ALUNO-ID NOT = SPACES
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
                       IF CTL-PROGRAMA = 'GRADRUN'
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

       0500-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS = '35'
               CLOSE FREQ-FILE
           END-IF.

       0700-CARREGAR-CURRICULO.
           MOVE ZERO TO WS-CUR-COUNT
           MOVE 'N' TO WS-EOF-CUR
           OPEN INPUT CURRICULO-FILE
           IF WS-CUR-FILE-STATUS = '35'
               DISPLAY 'CURRICULO.DAT NAO ENCONTRADO - DISCIPLINAS '
                   'OBRIGATORIAS NAO SERAO CONFERIDAS'
           ELSE
               PERFORM UNTIL WS-EOF-CUR = 'S'
                   READ CURRICULO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-CUR
                       NOT AT END
                           IF CUR-OBRIGATORIA = 'S'
                               IF WS-CUR-COUNT >= 500
                                   DISPLAY 'CURRICULO.DAT TEM MAIS DE '
                                       '500 OBRIGATORIAS - CUR-TABLE '
                                       'CHEIA'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-CUR-COUNT
                               SET CUR-IDX TO WS-CUR-COUNT
                               MOVE CUR-CLASS-ID TO
                                   CUR-TAB-CLASS(CUR-IDX)
                               MOVE CUR-DISCIPLINA TO
                                   CUR-TAB-DISCIPLINA(CUR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRICULO-FILE
           END-IF.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT STUDENT-FILE
           OPEN INPUT ALUNO-MASTER
           IF WS-ALU-FILE-STATUS = '35'
               DISPLAY 'ALUNO.DAT NAO ENCONTRADO - TODOS OS ALUNOS '
                   'SERAO AVALIADOS'
           ELSE
               MOVE 'S' TO WS-ALU-PRESENTE
           END-IF
           OPEN OUTPUT RESULT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT SUMMARY-FILE
               PERFORM 7000-IMPRIMIR-RESUMO
               MOVE STU-CLASS-ID TO WS-CLASS-ID
           END-IF
           IF WS-ALUNO-ID = SPACES
               MOVE STU-NOME TO WS-ALUNO-NOME
               PERFORM 2050-CONSULTAR-CADASTRO
           END-IF
           MOVE STU-ID TO WS-ALUNO-ID
           IF WS-VIS-COUNT < 15
               ADD 1 TO WS-VIS-COUNT
               SET VIS-IDX TO WS-VIS-COUNT
               MOVE STU-DISCIPLINA TO VIS-TAB-DISCIPLINA(VIS-IDX)
           END-IF
           MOVE STU-NOTA-1 TO WS-NOTA-1
           MOVE STU-NOTA-2 TO WS-NOTA-2
           MOVE STU-NOTA-3 TO WS-NOTA-3
           IF WS-SAIDA-ALUNO NOT = SPACES
               PERFORM 2060-GUARDAR-SAIDA
           ELSE
               PERFORM 2070-AVALIAR-DISCIPLINA
           END-IF
           PERFORM 1100-LER-ALUNO.

       2050-CONSULTAR-CADASTRO.
      *NA PRIMEIRA LINHA DO ALUNO: NOME DO CADASTRO E SITUACAO DA
      *MATRICULA. ALUNO FORA DO CADASTRO (O STUSORT JA REJEITA) OU
      *SEM O ARQUIVO E AVALIADO COM O NOME DO STUDORD.
           MOVE SPACES TO WS-SAIDA-ALUNO
           IF WS-ALU-PRESENTE = 'S'
               MOVE STU-ID TO ALU-ID
               READ ALUNO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-NOME TO WS-ALUNO-NOME
                       EVALUATE ALU-SITUACAO
                           WHEN 'T'
                               MOVE 'TRANSFERIDO' TO WS-SAIDA-ALUNO
                           WHEN 'E'
                               MOVE 'EVADIDO' TO WS-SAIDA-ALUNO
                           WHEN 'R'
                               MOVE 'TRANCADO' TO WS-SAIDA-ALUNO
                       END-EVALUATE
               END-READ
           END-IF.

       2060-GUARDAR-SAIDA.
      *ALUNO QUE SAIU NAO E AVALIADO: A DISCIPLINA VAI PARA O
      *BUFFER SEM MEDIA, COM A SITUACAO DA SAIDA.
           IF WS-SUB-COUNT >= 15
               DISPLAY 'ALUNO ' STU-ID ' COM MAIS DE 15 '
                   'DISCIPLINAS - SUB-TABLE CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUB-COUNT
           SET SUB-IDX TO WS-SUB-COUNT
           MOVE STU-DISCIPLINA TO SUB-TAB-DISCIPLINA(SUB-IDX)
           MOVE ZERO TO SUB-TAB-MEDIA(SUB-IDX)
           MOVE WS-SAIDA-ALUNO TO SUB-TAB-STATUS(SUB-IDX).

       2070-AVALIAR-DISCIPLINA.
           PERFORM 2100-VALIDAR-NOTAS
           IF WS-NOTA-VALIDA = 'S'
               PERFORM 2150-VERIFICAR-FREQUENCIA
               END-IF
           ELSE
               PERFORM 2900-GRAVAR-EXCECAO
           END-IF.

       2150-VERIFICAR-FREQUENCIA.
           MOVE 'X' TO WS-FREQ-OK
           SET SUB-IDX TO WS-SUB-COUNT
           MOVE STU-DISCIPLINA TO SUB-TAB-DISCIPLINA(SUB-IDX)
           MOVE WS-MEDIA TO SUB-TAB-MEDIA(SUB-IDX)
           MOVE WS-STATUS TO SUB-TAB-STATUS(SUB-IDX)
           MOVE WS-NOTA-1 TO SUB-TAB-NOTA-1(SUB-IDX)
           MOVE WS-NOTA-2 TO SUB-TAB-NOTA-2(SUB-IDX)
           MOVE WS-NOTA-3 TO SUB-TAB-NOTA-3(SUB-IDX).

       2500-FECHAR-ALUNO.
      *DECISAO CONSOLIDADA DE PROMOCAO: REPROVACAO (POR MEDIA OU
      *N DISCIPLINAS EM RECUPERACAO TAMBEM; ATE N MANDA PARA
      *RECUPERACAO; SENAO APROVADO. DISCIPLINA QUE CAIU NO
      *EXCEPTION FICA FORA DA DECISAO ATE O REPROC CORRIGIR.
      *ALUNO QUE SAIU NO PERIODO FECHA A PARTE (2550), SEM DECISAO.
      *ALUNO SEM UMA OBRIGATORIA DA TURMA TAMBEM FICA SEM DECISAO
      *(2560) - AS DISCIPLINAS QUE TEM VAO PARA O EXCEPTION.
           IF WS-SUB-COUNT > 0 AND WS-SAIDA-ALUNO NOT = SPACES
               PERFORM 2550-FECHAR-SAIDA
           END-IF
           IF WS-SUB-COUNT > 0
               PERFORM 2520-CONFERIR-OBRIGATORIAS
               IF WS-FALTA-COUNT > 0
                   PERFORM 2560-RETER-DECISAO
               END-IF
           END-IF
           MOVE ZERO TO WS-VIS-COUNT
           IF WS-SUB-COUNT = 0
               MOVE SPACES TO WS-ALUNO-ID
           ELSE
               MOVE SPACES TO WS-ALUNO-ID
           END-IF.

       2520-CONFERIR-OBRIGATORIAS.
           MOVE ZERO TO WS-FALTA-COUNT
           MOVE SPACES TO WS-FALTA-DISCIPLINA
           PERFORM VARYING CUR-IDX FROM 1 BY 1
               UNTIL CUR-IDX > WS-CUR-COUNT
               IF CUR-TAB-CLASS(CUR-IDX) = WS-CLASS-ID
                   MOVE 'N' TO WS-VIS-ACHADA
                   PERFORM VARYING VIS-IDX FROM 1 BY 1
                       UNTIL VIS-IDX > WS-VIS-COUNT
                       IF VIS-TAB-DISCIPLINA(VIS-IDX) =
                           CUR-TAB-DISCIPLINA(CUR-IDX)
                           MOVE 'S' TO WS-VIS-ACHADA
                       END-IF
                   END-PERFORM
                   IF WS-VIS-ACHADA = 'N'
                       ADD 1 TO WS-FALTA-COUNT
                       IF WS-FALTA-DISCIPLINA = SPACES
                           MOVE CUR-TAB-DISCIPLINA(CUR-IDX) TO
                               WS-FALTA-DISCIPLINA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2550-FECHAR-SAIDA.
           MOVE WS-SAIDA-ALUNO TO WS-SIT-ALUNO
           EVALUATE WS-SAIDA-ALUNO
               WHEN 'TRANSFERIDO'
                   ADD 1 TO WS-COUNT-TRANSFERIDO
               WHEN 'EVADIDO'
                   ADD 1 TO WS-COUNT-EVADIDO
               WHEN 'TRANCADO'
                   ADD 1 TO WS-COUNT-TRANCADO
           END-EVALUATE
           ADD 1 TO WS-COUNT-SAIDAS
           PERFORM VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > WS-SUB-COUNT
               PERFORM 2600-GRAVAR-RESULTADO
           END-PERFORM
           DISPLAY WS-ALUNO-ID ' ' WS-ALUNO-NOME
               ' SAIU NO PERIODO: ' WS-SIT-ALUNO ' - NAO AVALIADO'
           MOVE SPACES TO WS-AUD-OPERACAO
           STRING 'ALUNO ' WS-ALUNO-ID DELIMITED BY SIZE
               INTO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-RESULTADO
           STRING WS-SIT-ALUNO DELIMITED BY SPACE
               ' - NAO AVALIADO' DELIMITED BY SIZE
               INTO WS-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA
           MOVE ZERO TO WS-SUB-COUNT
           MOVE SPACES TO WS-ALUNO-ID.

       2560-RETER-DECISAO.
      *O MOTIVO TRAZ A PRIMEIRA OBRIGATORIA QUE FALTA; A AUDITORIA
      *TRAZ QUANTAS FALTAM.
           MOVE SPACES TO WS-MOTIVO
           STRING 'SEM DISCIPLINA OBRIGATORIA ' WS-FALTA-DISCIPLINA
               DELIMITED BY SIZE INTO WS-MOTIVO
           PERFORM VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > WS-SUB-COUNT
               PERFORM 2570-GRAVAR-EXCECAO-RETIDA
           END-PERFORM
           ADD 1 TO WS-COUNT-RETIDOS
           DISPLAY WS-ALUNO-ID ' ' WS-ALUNO-NOME
               ' DECISAO RETIDA: ' WS-MOTIVO
           MOVE SPACES TO WS-AUD-OPERACAO
           STRING 'ALUNO ' WS-ALUNO-ID DELIMITED BY SIZE
               INTO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-RESULTADO
           STRING 'RETIDO - FALTAM ' WS-FALTA-COUNT ' OBRIGAT.'
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO
           PERFORM 9000-GRAVAR-AUDITORIA
           MOVE ZERO TO WS-SUB-COUNT
           MOVE SPACES TO WS-ALUNO-ID.

       2570-GRAVAR-EXCECAO-RETIDA.
      *MESMO REGISTRO DO 2900, MAS COM OS DADOS DO BUFFER - NA
      *QUEBRA O STUDENT-RECORD JA E A LINHA DO PROXIMO ALUNO.
           ADD 1 TO WS-COUNT-EXCECOES
           MOVE WS-CLASS-ID TO EXC-CLASS-ID
           MOVE WS-ALUNO-ID TO EXC-ID
           MOVE SUB-TAB-DISCIPLINA(SUB-IDX) TO EXC-DISCIPLINA
           MOVE WS-ALUNO-NOME TO EXC-NOME
           MOVE SUB-TAB-NOTA-1(SUB-IDX) TO EXC-NOTA-1
           MOVE SUB-TAB-NOTA-2(SUB-IDX) TO EXC-NOTA-2
           MOVE SUB-TAB-NOTA-3(SUB-IDX) TO EXC-NOTA-3
           MOVE WS-MOTIVO TO EXC-MOTIVO
           WRITE EXCEPTION-RECORD.

       2600-GRAVAR-RESULTADO.
           MOVE WS-CLASS-ID TO RES-CLASS-ID
           MOVE WS-ALUNO-ID TO RES-ID
           MOVE WS-LINHA TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD
           IF WS-COUNT-SAIDAS > 0
               MOVE SPACES TO WS-LINHA
               STRING 'SAIRAM NO PERIODO (NAO AVALIADOS): '
                   WS-COUNT-SAIDAS
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               DISPLAY SUMMARY-RECORD
               MOVE SPACES TO WS-LINHA
               STRING 'TRANSFERIDO: ' WS-COUNT-TRANSFERIDO
                   '  EVADIDO: ' WS-COUNT-EVADIDO
                   '  TRANCADO: ' WS-COUNT-TRANCADO
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               DISPLAY SUMMARY-RECORD
           END-IF
           IF WS-COUNT-RETIDOS > 0
               MOVE SPACES TO WS-LINHA
               STRING 'DECISAO RETIDA (FALTA OBRIGATORIA): '
                   WS-COUNT-RETIDOS
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               DISPLAY SUMMARY-RECORD
           END-IF
           MOVE SPACES TO WS-AUD-OPERACAO
           STRING 'TURMA ' WS-CLASS-ID DELIMITED BY SIZE
               INTO WS-AUD-OPERACAO
           ADD WS-COUNT-REPROVADO TO WS-GER-REPROVADO
           ADD WS-COUNT-REPROVADO-FREQ TO WS-GER-REPROVADO-FREQ
           ADD WS-COUNT-TOTAL TO WS-GER-TOTAL
           ADD WS-COUNT-TRANSFERIDO TO WS-GER-TRANSFERIDO
           ADD WS-COUNT-EVADIDO TO WS-GER-EVADIDO
           ADD WS-COUNT-TRANCADO TO WS-GER-TRANCADO
           ADD WS-COUNT-SAIDAS TO WS-GER-SAIDAS
           ADD WS-COUNT-RETIDOS TO WS-GER-RETIDOS
           MOVE ZERO TO WS-COUNT-RETIDOS
           MOVE ZERO TO WS-COUNT-TRANSFERIDO
           MOVE ZERO TO WS-COUNT-EVADIDO
           MOVE ZERO TO WS-COUNT-TRANCADO
           MOVE ZERO TO WS-COUNT-SAIDAS
           MOVE ZERO TO WS-COUNT-APROVADO
           MOVE ZERO TO WS-COUNT-RECUPERACAO
           MOVE ZERO TO WS-COUNT-REPROVADO
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD
           MOVE SPACES TO WS-LINHA
           STRING 'SAIRAM NO PERIODO (NAO AVALIADOS): '
               WS-GER-SAIDAS
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD
           MOVE SPACES TO WS-LINHA
           STRING 'TRANSFERIDO: ' WS-GER-TRANSFERIDO
               '  EVADIDO: ' WS-GER-EVADIDO
               '  TRANCADO: ' WS-GER-TRANCADO
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD
           MOVE SPACES TO WS-LINHA
           STRING 'DECISAO RETIDA (FALTA OBRIGATORIA): '
               WS-GER-RETIDOS
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE WS-LINHA TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD.

       7600-GRAVAR-CONTROLE.
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE 'GRADRUN' TO CTL-PROGRAMA
           MOVE WS-EXE-EXECUCAO TO CTL-EXECUCAO
           MOVE WS-EXE-TENTATIVA TO CTL-TENTATIVA
           MOVE 'ALUNOS-LIDOS' TO CTL-ITEM
           MOVE WS-COUNT-ALUNOS-LIDOS TO CTL-VALOR
           WRITE CONTROLE-RECORD

       8000-FECHAR-ARQUIVOS.
           CLOSE STUDENT-FILE
           IF WS-ALU-PRESENTE = 'S'
               CLOSE ALUNO-MASTER
           END-IF
           CLOSE RESULT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE SUMMARY-FILE.
           MOVE 'MAIN-IF' TO AUD-PROGRAMA
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
