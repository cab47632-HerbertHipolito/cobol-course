       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTNOTA.
      *OBJECTIVO: DISTRIBUICAO DAS NOTAS POR DISCIPLINA E TURMA PARA
      *A COORDENACAO COMPARAR A MESMA DISCIPLINA ENTRE TURMAS. LE O
      *ROSTER FINAL (FINAL.DAT) E, SE O PARAMDIST.DAT PEDIR, OS
      *PERIODOS ANTERIORES DO HISTORICO.DAT. PARA CADA PERIODO,
      *DISCIPLINA E TURMA MOSTRA QUANTIDADE DE ALUNOS, MEDIA,
      *MEDIANA, MINIMA, MAXIMA, DESVIO PADRAO E O HISTOGRAMA EM
      *FAIXAS DE 2 PONTOS, TUDO SOBRE A MEDIA ORIGINAL DO PERIODO
      *(ANTES DA PROVA DE RECUPERACAO). MOSTRA TAMBEM AS TAXAS DE
      *APROVACAO, RECUPERACAO E REPROVACAO ANTES DA RECUPERACAO E DE
      *APROVACAO E REPROVACAO DEPOIS DELA, E APONTA A TURMA CUJA
      *MEDIA NA DISCIPLINA SE AFASTA DA MEDIA DA ESCOLA NA MESMA
      *DISCIPLINA MAIS QUE O LIMIAR DO PARAMDIST.DAT (PADRAO 1,000
      *PONTO). ALUNO QUE SAIU NO PERIODO (TRANSFERIDO, EVADIDO,
      *TRANCADO) NAO TEM NOTA E FICA FORA. SAI NO DISTNOTA.DAT;
      *RC=4 QUANDO ALGUMA TURMA FOI APONTADA OU NAO HAVIA NOTAS.
      *PARAMDIST.DAT: LIMIAR 9(2)V999, HISTORICO S/N, PERIODO DO
      *FINAL.DAT (AAAAS - O MESMO PERIODO NO HISTORICO E IGNORADO
      *PARA NAO CONTAR DUAS VEZES) E PERIODO INICIAL DO HISTORICO
      *(AAAAS, ZERO = TODOS).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-FILE ASSIGN TO "FINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-FILE-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT PARAMDIST-FILE ASSIGN TO "PARAMDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDI-FILE-STATUS.
           SELECT DISTNOTA-FILE ASSIGN TO "DISTNOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-FILE.
       01  FINAL-RECORD.
           05  FIN-CLASS-ID PIC X(10).
           05  FIN-ID PIC X(5).
           05  FIN-DISCIPLINA PIC X(3).
           05  FIN-NOME PIC X(20).
           05  FIN-MEDIA-ORIGINAL PIC X(6).
           05  FIN-NOTA-RECUPERACAO PIC X(6).
           05  FIN-STATUS-FINAL PIC X(14).
           05  FIN-SIT-ALUNO PIC X(14).
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05  HIS-CLASS-ID PIC X(10).
           05  HIS-PERIODO PIC 9(5).
           05  HIS-ID PIC X(5).
           05  HIS-DISCIPLINA PIC X(3).
           05  HIS-NOME PIC X(20).
           05  HIS-MEDIA-ORIGINAL PIC X(6).
           05  HIS-NOTA-RECUPERACAO PIC X(6).
           05  HIS-STATUS-FINAL PIC X(14).
           05  HIS-SIT-ALUNO PIC X(14).
      *MESMO LAYOUT DO GRADRUN - SO OS LIMITES DE NOTA SAO USADOS.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PARM-APROVADO-MIN PIC 9(2)V999.
           05  PARM-RECUPERACAO-MIN PIC 9(2)V999.
           05  PARM-FREQ-MIN PIC 9(2)V999.
           05  PARM-MAX-RECUP PIC 9(2).
           05  PARM-INICIO-PERIODO PIC 9(8).
       FD  PARAMDIST-FILE.
       01  PARAMDIST-RECORD.
           05  PDI-LIMIAR PIC 9(2)V999.
           05  PDI-HISTORICO PIC X.
           05  PDI-PERIODO-ATUAL PIC 9(5).
           05  PDI-PERIODO-INICIAL PIC 9(5).
       FD  DISTNOTA-FILE.
       01  DISTNOTA-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
      *UMA ENTRADA POR NOTA LIDA, SO PARA A MEDIANA DO GRUPO.
       01  LIN-TABLE.
           05  LIN-ENTRY OCCURS 9999 TIMES INDEXED BY LIN-IDX.
               10  LIN-TAB-GRUPO PIC 9(3).
               10  LIN-TAB-MEDIA PIC 9(2)V999.
      *GRUPO = PERIODO + DISCIPLINA + TURMA, COM OS ACUMULADORES.
       01  GRP-TABLE.
           05  GRP-ENTRY OCCURS 500 TIMES INDEXED BY GRP-IDX.
               10  GRP-TAB-PERIODO PIC 9(5).
               10  GRP-TAB-DISCIPLINA PIC X(3).
               10  GRP-TAB-CLASS PIC X(10).
               10  GRP-TAB-QTD PIC 9(4).
               10  GRP-TAB-SOMA PIC 9(6)V999.
               10  GRP-TAB-SOMA-QUAD PIC 9(8)V9(6).
               10  GRP-TAB-MINIMA PIC 9(2)V999.
               10  GRP-TAB-MAXIMA PIC 9(2)V999.
               10  GRP-TAB-FAIXA PIC 9(4) OCCURS 5 TIMES.
               10  GRP-TAB-ANT-APROV PIC 9(4).
               10  GRP-TAB-ANT-RECUP PIC 9(4).
               10  GRP-TAB-ANT-REPROV PIC 9(4).
               10  GRP-TAB-DEP-APROV PIC 9(4).
               10  GRP-TAB-DEP-REPROV PIC 9(4).
      *MEDIA DA ESCOLA POR PERIODO + DISCIPLINA (TODAS AS TURMAS).
       01  DSC-TABLE.
           05  DSC-ENTRY OCCURS 200 TIMES INDEXED BY DSC-IDX.
               10  DSC-TAB-PERIODO PIC 9(5).
               10  DSC-TAB-DISCIPLINA PIC X(3).
               10  DSC-TAB-QTD PIC 9(5).
               10  DSC-TAB-SOMA PIC 9(7)V999.
               10  DSC-TAB-ANT-RECUP PIC 9(5).
               10  DSC-TAB-DEP-REPROV PIC 9(5).
      *ORDEM DE IMPRESSAO DOS GRUPOS (INDICES DA GRP-TABLE).
       01  ORD-TABLE.
           05  ORD-ENTRY OCCURS 500 TIMES.
               10  ORD-TAB-GRUPO PIC 9(3).
      *NOTAS DO GRUPO CORRENTE, ORDENADAS PARA A MEDIANA.
       01  VAL-TABLE.
           05  VAL-ENTRY OCCURS 999 TIMES.
               10  VAL-TAB-MEDIA PIC 9(2)V999.
       77  WS-FIN-FILE-STATUS PIC XX VALUE '00'.
       77  WS-HIS-FILE-STATUS PIC XX VALUE '00'.
       77  WS-PARAM-FILE-STATUS PIC XX VALUE '00'.
       77  WS-PDI-FILE-STATUS PIC XX VALUE '00'.
       77  WS-EOF-GERAL PIC X VALUE 'N'.
       77  WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       77  WS-APROVADO-MIN PIC 9(2)V999 VALUE 6.
       77  WS-RECUPERACAO-MIN PIC 9(2)V999 VALUE 2.
       77  WS-LIMIAR PIC 9(2)V999 VALUE 1.
       77  WS-INCLUIR-HISTORICO PIC X VALUE 'N'.
       77  WS-PERIODO-ATUAL PIC 9(5) VALUE ZEROS.
       77  WS-PERIODO-INICIAL PIC 9(5) VALUE ZEROS.
       77  WS-LIN-COUNT PIC 9(4) VALUE ZEROS.
       77  WS-GRP-COUNT PIC 9(3) VALUE ZEROS.
       77  WS-DSC-COUNT PIC 9(3) VALUE ZEROS.
       77  WS-VAL-COUNT PIC 9(3) VALUE ZEROS.
       77  WS-I PIC 9(4) VALUE ZEROS.
       77  WS-J PIC 9(4) VALUE ZEROS.
       77  WS-K PIC 9(4) VALUE ZEROS.
       77  WS-G PIC 9(3) VALUE ZEROS.
       77  WS-G2 PIC 9(3) VALUE ZEROS.
       77  WS-TROCA-GRUPO PIC 9(3) VALUE ZEROS.
       77  WS-TROCA-MEDIA PIC 9(2)V999 VALUE ZEROS.
       77  WS-ACHADO PIC X VALUE 'N'.
      *LINHA CORRENTE, VINDA DO FINAL OU DO HISTORICO.
       77  WS-L-PERIODO PIC 9(5) VALUE ZEROS.
       77  WS-L-CLASS PIC X(10) VALUE SPACES.
       77  WS-L-DISCIPLINA PIC X(3) VALUE SPACES.
       77  WS-L-MEDIA-X PIC X(6) VALUE SPACES.
       77  WS-L-RECUP-X PIC X(6) VALUE SPACES.
       77  WS-L-STATUS PIC X(14) VALUE SPACES.
       77  WS-L-MEDIA PIC 9(2)V999 VALUE ZEROS.
       77  WS-L-RECUP PIC 9(2)V999 VALUE ZEROS.
      *SITUACAO ANTES (A/C/R) E DEPOIS (A/R) DA RECUPERACAO.
       77  WS-L-ANTES PIC X VALUE SPACES.
       77  WS-L-DEPOIS PIC X VALUE SPACES.
       77  WS-FAIXA PIC 9 VALUE ZEROS.
      *CONVERSAO DA MEDIA EDITADA (Z9,999) DE VOLTA PARA NUMERO.
       77  WS-MEDIA-X PIC X(6) VALUE SPACES.
       77  WS-MEDIA-INT PIC 9(2) VALUE ZEROS.
       77  WS-MEDIA-FRAC PIC 9(3) VALUE ZEROS.
       77  WS-MEDIA-NUM PIC 9(2)V999 VALUE ZEROS.
       77  WS-MEDIA PIC 9(2)V999 VALUE ZEROS.
       77  WS-MEDIANA PIC 9(2)V999 VALUE ZEROS.
       77  WS-MEDIA-ESCOLA PIC 9(2)V999 VALUE ZEROS.
       77  WS-DIFERENCA PIC S9(2)V999 VALUE ZEROS.
       77  WS-VARIANCIA PIC S9(3)V9(6) VALUE ZEROS.
       77  WS-RAIZ PIC 9(3)V9(6) VALUE ZEROS.
       77  WS-DESVIO PIC 9(2)V999 VALUE ZEROS.
       77  WS-PCT-NUM PIC 9(7) VALUE ZEROS.
       77  WS-PCT PIC 9(3)V99 VALUE ZEROS.
       77  WS-PCT-1 PIC ZZ9,99 VALUE ZERO.
       77  WS-PCT-2 PIC ZZ9,99 VALUE ZERO.
       77  WS-PCT-3 PIC ZZ9,99 VALUE ZERO.
       77  WS-NOTA-1 PIC Z9,999 VALUE ZERO.
       77  WS-NOTA-2 PIC Z9,999 VALUE ZERO.
       77  WS-NOTA-3 PIC Z9,999 VALUE ZERO.
       77  WS-BARRA PIC 9(2) VALUE ZEROS.
       77  WS-ASTERISCOS PIC X(50) VALUE ALL '*'.
       77  WS-FAIXA-DESC PIC X(10) VALUE SPACES.
       77  WS-PERIODO-ANT PIC 9(5) VALUE ZEROS.
       77  WS-DISCIPLINA-ANT PIC X(3) VALUE SPACES.
       77  WS-PRIMEIRO PIC X VALUE 'S'.
       77  WS-COUNT-APONTADAS PIC 9(3) VALUE ZEROS.
       77  WS-LINHA PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0500-LER-PARAMETROS
           PERFORM 1000-CARREGAR-FINAL
           IF WS-INCLUIR-HISTORICO = 'S'
               PERFORM 1500-CARREGAR-HISTORICO
           END-IF
           PERFORM 2000-ORDENAR-GRUPOS
           OPEN OUTPUT DISTNOTA-FILE
           MOVE SPACES TO WS-LINHA
           STRING 'DISTRIBUICAO DE NOTAS POR DISCIPLINA E TURMA - '
               'DATA: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE WS-LIMIAR TO WS-NOTA-1
           MOVE SPACES TO WS-LINHA
           STRING 'LIMIAR DE DESVIO DA MEDIA DA ESCOLA: ' WS-NOTA-1
               '  HISTORICO: ' WS-INCLUIR-HISTORICO
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-GRP-COUNT
               MOVE ORD-TAB-GRUPO(WS-K) TO WS-G
               PERFORM 3000-IMPRIMIR-GRUPO
           END-PERFORM
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'NOTAS LIDAS: ' WS-LIN-COUNT
               '  GRUPOS (DISCIPLINA X TURMA): ' WS-GRP-COUNT
               '  TURMAS APONTADAS: ' WS-COUNT-APONTADAS
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           CLOSE DISTNOTA-FILE
           IF WS-COUNT-APONTADAS > 0 OR WS-LIN-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0500-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS NOT = '35'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-APROVADO-MIN TO WS-APROVADO-MIN
                       MOVE PARM-RECUPERACAO-MIN TO WS-RECUPERACAO-MIN
               END-READ
               CLOSE PARAM-FILE
           END-IF
           OPEN INPUT PARAMDIST-FILE
           IF WS-PDI-FILE-STATUS = '35'
               DISPLAY 'PARAMDIST.DAT NAO ENCONTRADO - LIMIAR DE '
                   '1 PONTO, SEM HISTORICO'
           ELSE
               READ PARAMDIST-FILE
                   AT END
                       DISPLAY 'PARAMDIST.DAT VAZIO - LIMIAR DE '
                           '1 PONTO, SEM HISTORICO'
                   NOT AT END
                       IF PDI-LIMIAR IS NUMERIC
                           AND PDI-LIMIAR > 0
                           MOVE PDI-LIMIAR TO WS-LIMIAR
                       END-IF
                       IF PDI-HISTORICO = 'S'
                           MOVE 'S' TO WS-INCLUIR-HISTORICO
                       END-IF
                       IF PDI-PERIODO-ATUAL IS NUMERIC
                           MOVE PDI-PERIODO-ATUAL TO WS-PERIODO-ATUAL
                       END-IF
                       IF PDI-PERIODO-INICIAL IS NUMERIC
                           MOVE PDI-PERIODO-INICIAL TO
                               WS-PERIODO-INICIAL
                       END-IF
               END-READ
               CLOSE PARAMDIST-FILE
           END-IF.

       1000-CARREGAR-FINAL.
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT FINAL-FILE
           IF WS-FIN-FILE-STATUS = '35'
               DISPLAY 'FINAL.DAT NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ FINAL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           MOVE WS-PERIODO-ATUAL TO WS-L-PERIODO
                           MOVE FIN-CLASS-ID TO WS-L-CLASS
                           MOVE FIN-DISCIPLINA TO WS-L-DISCIPLINA
                           MOVE FIN-MEDIA-ORIGINAL TO WS-L-MEDIA-X
                           MOVE FIN-NOTA-RECUPERACAO TO WS-L-RECUP-X
                           MOVE FIN-STATUS-FINAL TO WS-L-STATUS
                           PERFORM 1100-GUARDAR-NOTA
                   END-READ
               END-PERFORM
               CLOSE FINAL-FILE
           END-IF.

       1100-GUARDAR-NOTA.
      *ALUNO QUE SAIU NO PERIODO NAO FOI AVALIADO.
           IF WS-L-STATUS = 'TRANSFERIDO' OR WS-L-STATUS = 'EVADIDO'
               OR WS-L-STATUS = 'TRANCADO'
               CONTINUE
           ELSE
               MOVE WS-L-MEDIA-X TO WS-MEDIA-X
               PERFORM 1200-CONVERTER-MEDIA
               MOVE WS-MEDIA-NUM TO WS-L-MEDIA
               MOVE WS-L-RECUP-X TO WS-MEDIA-X
               PERFORM 1200-CONVERTER-MEDIA
               MOVE WS-MEDIA-NUM TO WS-L-RECUP
               PERFORM 1250-CLASSIFICAR-SITUACAO
               PERFORM 1300-ACUMULAR-GRUPO
               PERFORM 1400-ACUMULAR-DISCIPLINA
           END-IF.

       1200-CONVERTER-MEDIA.
      *A MEDIA CHEGA EDITADA (Z9,999) - ZERA O ESPACO A ESQUERDA E
      *SEPARA PARTE INTEIRA E FRACAO PELA POSICAO FIXA DA VIRGULA.
           INSPECT WS-MEDIA-X REPLACING LEADING SPACE BY '0'
           MOVE ZERO TO WS-MEDIA-NUM
           IF WS-MEDIA-X(1:2) IS NUMERIC
               AND WS-MEDIA-X(4:3) IS NUMERIC
               MOVE WS-MEDIA-X(1:2) TO WS-MEDIA-INT
               MOVE WS-MEDIA-X(4:3) TO WS-MEDIA-FRAC
               COMPUTE WS-MEDIA-NUM =
                   WS-MEDIA-INT + (WS-MEDIA-FRAC / 1000)
           END-IF.

       1250-CLASSIFICAR-SITUACAO.
      *O FINAL SO GUARDA A SITUACAO DEPOIS DA RECUPERACAO; A DE
      *ANTES SAI DELA E DA NOTA DA PROVA. NOTA DE PROVA ZERADA NAO
      *DIFERE DE "SEM PROVA", ENTAO A REPROVACAO COM MEDIA NA FAIXA
      *DE RECUPERACAO CONTA COMO QUEM FEZ A PROVA E NAO PASSOU.
           EVALUATE TRUE
               WHEN WS-L-STATUS = 'REPROVADO-FREQ'
                   MOVE 'R' TO WS-L-ANTES
                   MOVE 'R' TO WS-L-DEPOIS
               WHEN WS-L-RECUP > 0
                   MOVE 'C' TO WS-L-ANTES
                   IF WS-L-STATUS = 'APROVADO'
                       MOVE 'A' TO WS-L-DEPOIS
                   ELSE
                       MOVE 'R' TO WS-L-DEPOIS
                   END-IF
      *EM RECUPERACAO SEM PROVA: O ALUNO JA REPROVOU POR EXCESSO DE
      *DISCIPLINAS EM RECUPERACAO.
               WHEN WS-L-STATUS = 'RECUPERACAO'
                   MOVE 'C' TO WS-L-ANTES
                   MOVE 'R' TO WS-L-DEPOIS
               WHEN WS-L-STATUS = 'APROVADO'
                   MOVE 'A' TO WS-L-ANTES
                   MOVE 'A' TO WS-L-DEPOIS
               WHEN WS-L-MEDIA >= WS-RECUPERACAO-MIN
                   AND WS-L-MEDIA < WS-APROVADO-MIN
                   MOVE 'C' TO WS-L-ANTES
                   MOVE 'R' TO WS-L-DEPOIS
               WHEN OTHER
                   MOVE 'R' TO WS-L-ANTES
                   MOVE 'R' TO WS-L-DEPOIS
           END-EVALUATE.

       1300-ACUMULAR-GRUPO.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GRP-COUNT OR WS-ACHADO = 'S'
               IF GRP-TAB-PERIODO(GRP-IDX) = WS-L-PERIODO
                   AND GRP-TAB-DISCIPLINA(GRP-IDX) = WS-L-DISCIPLINA
                   AND GRP-TAB-CLASS(GRP-IDX) = WS-L-CLASS
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 'S'
               SET GRP-IDX DOWN BY 1
           ELSE
               IF WS-GRP-COUNT >= 500
                   DISPLAY 'MAIS DE 500 GRUPOS DISCIPLINA X TURMA - '
                       'GRP-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET GRP-IDX TO WS-GRP-COUNT
               INITIALIZE GRP-ENTRY(GRP-IDX)
               MOVE WS-L-PERIODO TO GRP-TAB-PERIODO(GRP-IDX)
               MOVE WS-L-DISCIPLINA TO GRP-TAB-DISCIPLINA(GRP-IDX)
               MOVE WS-L-CLASS TO GRP-TAB-CLASS(GRP-IDX)
               MOVE WS-L-MEDIA TO GRP-TAB-MINIMA(GRP-IDX)
               MOVE WS-L-MEDIA TO GRP-TAB-MAXIMA(GRP-IDX)
           END-IF
           ADD 1 TO GRP-TAB-QTD(GRP-IDX)
           ADD WS-L-MEDIA TO GRP-TAB-SOMA(GRP-IDX)
           COMPUTE GRP-TAB-SOMA-QUAD(GRP-IDX) =
               GRP-TAB-SOMA-QUAD(GRP-IDX) + (WS-L-MEDIA * WS-L-MEDIA)
           IF WS-L-MEDIA < GRP-TAB-MINIMA(GRP-IDX)
               MOVE WS-L-MEDIA TO GRP-TAB-MINIMA(GRP-IDX)
           END-IF
           IF WS-L-MEDIA > GRP-TAB-MAXIMA(GRP-IDX)
               MOVE WS-L-MEDIA TO GRP-TAB-MAXIMA(GRP-IDX)
           END-IF
      *FAIXAS DE 2 PONTOS: 0-2, 2-4, 4-6, 6-8, 8-10 (O 10 ENTRA NA
      *ULTIMA).
           DIVIDE WS-L-MEDIA BY 2 GIVING WS-FAIXA
           ADD 1 TO WS-FAIXA
           IF WS-FAIXA > 5
               MOVE 5 TO WS-FAIXA
           END-IF
           ADD 1 TO GRP-TAB-FAIXA(GRP-IDX, WS-FAIXA)
           EVALUATE WS-L-ANTES
               WHEN 'A'
                   ADD 1 TO GRP-TAB-ANT-APROV(GRP-IDX)
               WHEN 'C'
                   ADD 1 TO GRP-TAB-ANT-RECUP(GRP-IDX)
               WHEN OTHER
                   ADD 1 TO GRP-TAB-ANT-REPROV(GRP-IDX)
           END-EVALUATE
           IF WS-L-DEPOIS = 'A'
               ADD 1 TO GRP-TAB-DEP-APROV(GRP-IDX)
           ELSE
               ADD 1 TO GRP-TAB-DEP-REPROV(GRP-IDX)
           END-IF
           IF WS-LIN-COUNT >= 9999
               DISPLAY 'MAIS DE 9999 NOTAS - LIN-TABLE CHEIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIN-COUNT
           SET LIN-IDX TO WS-LIN-COUNT
           SET LIN-TAB-GRUPO(LIN-IDX) TO GRP-IDX
           MOVE WS-L-MEDIA TO LIN-TAB-MEDIA(LIN-IDX).

       1400-ACUMULAR-DISCIPLINA.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING DSC-IDX FROM 1 BY 1
               UNTIL DSC-IDX > WS-DSC-COUNT OR WS-ACHADO = 'S'
               IF DSC-TAB-PERIODO(DSC-IDX) = WS-L-PERIODO
                   AND DSC-TAB-DISCIPLINA(DSC-IDX) = WS-L-DISCIPLINA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 'S'
               SET DSC-IDX DOWN BY 1
           ELSE
               IF WS-DSC-COUNT >= 200
                   DISPLAY 'MAIS DE 200 DISCIPLINAS POR PERIODO - '
                       'DSC-TABLE CHEIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DSC-COUNT
               SET DSC-IDX TO WS-DSC-COUNT
               INITIALIZE DSC-ENTRY(DSC-IDX)
               MOVE WS-L-PERIODO TO DSC-TAB-PERIODO(DSC-IDX)
               MOVE WS-L-DISCIPLINA TO DSC-TAB-DISCIPLINA(DSC-IDX)
           END-IF
           ADD 1 TO DSC-TAB-QTD(DSC-IDX)
           ADD WS-L-MEDIA TO DSC-TAB-SOMA(DSC-IDX)
           IF WS-L-ANTES = 'C'
               ADD 1 TO DSC-TAB-ANT-RECUP(DSC-IDX)
           END-IF
           IF WS-L-DEPOIS = 'R'
               ADD 1 TO DSC-TAB-DEP-REPROV(DSC-IDX)
           END-IF.

       1500-CARREGAR-HISTORICO.
      *O PERIODO DO FINAL.DAT, SE JA ARQUIVADO, VEM DO FINAL.
           MOVE 'N' TO WS-EOF-GERAL
           OPEN INPUT HISTORICO-FILE
           IF WS-HIS-FILE-STATUS = '35'
               DISPLAY 'HISTORICO.DAT NAO ENCONTRADO - SO O FINAL.DAT'
           ELSE
               PERFORM UNTIL WS-EOF-GERAL = 'S'
                   READ HISTORICO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-GERAL
                       NOT AT END
                           IF HIS-PERIODO NOT = WS-PERIODO-ATUAL
                               AND HIS-PERIODO NOT < WS-PERIODO-INICIAL
                               MOVE HIS-PERIODO TO WS-L-PERIODO
                               MOVE HIS-CLASS-ID TO WS-L-CLASS
                               MOVE HIS-DISCIPLINA TO WS-L-DISCIPLINA
                               MOVE HIS-MEDIA-ORIGINAL TO WS-L-MEDIA-X
                               MOVE HIS-NOTA-RECUPERACAO TO
                                   WS-L-RECUP-X
                               MOVE HIS-STATUS-FINAL TO WS-L-STATUS
                               PERFORM 1100-GUARDAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       2000-ORDENAR-GRUPOS.
      *ORDENACAO POR TROCA SIMPLES DOS INDICES: PERIODO, DISCIPLINA
      *E TURMA - A GRP-TABLE FICA NO LUGAR PORQUE A LIN-TABLE APONTA
      *PARA ELA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-GRP-COUNT
               MOVE WS-I TO ORD-TAB-GRUPO(WS-I)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-GRP-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-GRP-COUNT
                   MOVE ORD-TAB-GRUPO(WS-J) TO WS-G
                   MOVE ORD-TAB-GRUPO(WS-J + 1) TO WS-G2
                   IF GRP-TAB-PERIODO(WS-G) > GRP-TAB-PERIODO(WS-G2)
                       OR (GRP-TAB-PERIODO(WS-G) =
                           GRP-TAB-PERIODO(WS-G2)
                           AND GRP-TAB-DISCIPLINA(WS-G) >
                               GRP-TAB-DISCIPLINA(WS-G2))
                       OR (GRP-TAB-PERIODO(WS-G) =
                           GRP-TAB-PERIODO(WS-G2)
                           AND GRP-TAB-DISCIPLINA(WS-G) =
                               GRP-TAB-DISCIPLINA(WS-G2)
                           AND GRP-TAB-CLASS(WS-G) >
                               GRP-TAB-CLASS(WS-G2))
                       MOVE WS-G2 TO ORD-TAB-GRUPO(WS-J)
                       MOVE WS-G TO ORD-TAB-GRUPO(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-IMPRIMIR-GRUPO.
           IF WS-PRIMEIRO = 'S'
               OR GRP-TAB-PERIODO(WS-G) NOT = WS-PERIODO-ANT
               OR GRP-TAB-DISCIPLINA(WS-G) NOT = WS-DISCIPLINA-ANT
               PERFORM 3100-IMPRIMIR-DISCIPLINA
           END-IF
           PERFORM 3200-CALCULAR-MEDIANA
           COMPUTE WS-MEDIA ROUNDED =
               GRP-TAB-SOMA(WS-G) / GRP-TAB-QTD(WS-G)
      *VARIANCIA POPULACIONAL = MEDIA DOS QUADRADOS - QUADRADO DA
      *MEDIA (SEM ARREDONDAR A MEDIA ANTES).
           COMPUTE WS-VARIANCIA =
               (GRP-TAB-SOMA-QUAD(WS-G) / GRP-TAB-QTD(WS-G))
               - ((GRP-TAB-SOMA(WS-G) / GRP-TAB-QTD(WS-G))
                 * (GRP-TAB-SOMA(WS-G) / GRP-TAB-QTD(WS-G)))
           IF WS-VARIANCIA < 0
               MOVE ZERO TO WS-VARIANCIA
           END-IF
           PERFORM 9500-RAIZ-QUADRADA
           COMPUTE WS-DESVIO ROUNDED = WS-RAIZ
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE WS-MEDIA TO WS-NOTA-1
           MOVE WS-MEDIANA TO WS-NOTA-2
           MOVE SPACES TO WS-LINHA
           STRING '  TURMA: ' GRP-TAB-CLASS(WS-G)
               '  ALUNOS: ' GRP-TAB-QTD(WS-G)
               '  MEDIA: ' WS-NOTA-1
               '  MEDIANA: ' WS-NOTA-2
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE GRP-TAB-MINIMA(WS-G) TO WS-NOTA-1
           MOVE GRP-TAB-MAXIMA(WS-G) TO WS-NOTA-2
           MOVE WS-DESVIO TO WS-NOTA-3
           MOVE SPACES TO WS-LINHA
           STRING '    MINIMA: ' WS-NOTA-1
               '  MAXIMA: ' WS-NOTA-2
               '  DESVIO PADRAO: ' WS-NOTA-3
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           PERFORM 3300-IMPRIMIR-HISTOGRAMA
           PERFORM 3400-IMPRIMIR-TAXAS
           PERFORM 3500-COMPARAR-ESCOLA.

       3100-IMPRIMIR-DISCIPLINA.
      *CABECALHO DA DISCIPLINA NO PERIODO, COM A MEDIA DA ESCOLA.
           MOVE 'N' TO WS-PRIMEIRO
           MOVE GRP-TAB-PERIODO(WS-G) TO WS-PERIODO-ANT
           MOVE GRP-TAB-DISCIPLINA(WS-G) TO WS-DISCIPLINA-ANT
           PERFORM 3150-LOCALIZAR-DISCIPLINA
           COMPUTE WS-MEDIA-ESCOLA ROUNDED =
               DSC-TAB-SOMA(DSC-IDX) / DSC-TAB-QTD(DSC-IDX)
           MOVE SPACES TO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           IF GRP-TAB-PERIODO(WS-G) = 0
               STRING 'PERIODO: ATUAL (FINAL.DAT)  DISCIPLINA: '
                   GRP-TAB-DISCIPLINA(WS-G)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING 'PERIODO: ' GRP-TAB-PERIODO(WS-G)
                   '  DISCIPLINA: ' GRP-TAB-DISCIPLINA(WS-G)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM 7900-GRAVAR-LINHA
           MOVE WS-MEDIA-ESCOLA TO WS-NOTA-1
           COMPUTE WS-PCT-NUM = DSC-TAB-ANT-RECUP(DSC-IDX) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / DSC-TAB-QTD(DSC-IDX)
           MOVE WS-PCT TO WS-PCT-1
           COMPUTE WS-PCT-NUM = DSC-TAB-DEP-REPROV(DSC-IDX) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / DSC-TAB-QTD(DSC-IDX)
           MOVE WS-PCT TO WS-PCT-2
           MOVE SPACES TO WS-LINHA
           STRING 'ESCOLA - ALUNOS: ' DSC-TAB-QTD(DSC-IDX)
               '  MEDIA: ' WS-NOTA-1
               '  EM RECUPERACAO: ' WS-PCT-1 '%'
               '  REPROVADOS NO FIM: ' WS-PCT-2 '%'
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       3150-LOCALIZAR-DISCIPLINA.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING DSC-IDX FROM 1 BY 1
               UNTIL DSC-IDX > WS-DSC-COUNT OR WS-ACHADO = 'S'
               IF DSC-TAB-PERIODO(DSC-IDX) = GRP-TAB-PERIODO(WS-G)
                   AND DSC-TAB-DISCIPLINA(DSC-IDX) =
                       GRP-TAB-DISCIPLINA(WS-G)
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           SET DSC-IDX DOWN BY 1.

       3200-CALCULAR-MEDIANA.
           MOVE ZERO TO WS-VAL-COUNT
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LIN-COUNT
               IF LIN-TAB-GRUPO(LIN-IDX) = WS-G
                   IF WS-VAL-COUNT >= 999
                       DISPLAY 'GRUPO COM MAIS DE 999 NOTAS - '
                           'VAL-TABLE CHEIA'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VAL-COUNT
                   MOVE LIN-TAB-MEDIA(LIN-IDX) TO
                       VAL-TAB-MEDIA(WS-VAL-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-VAL-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-VAL-COUNT
                   IF VAL-TAB-MEDIA(WS-J) > VAL-TAB-MEDIA(WS-J + 1)
                       MOVE VAL-TAB-MEDIA(WS-J) TO WS-TROCA-MEDIA
                       MOVE VAL-TAB-MEDIA(WS-J + 1) TO
                           VAL-TAB-MEDIA(WS-J)
                       MOVE WS-TROCA-MEDIA TO VAL-TAB-MEDIA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
      *QUANTIDADE PAR: MEDIA DAS DUAS NOTAS DO MEIO.
           DIVIDE WS-VAL-COUNT BY 2 GIVING WS-I REMAINDER WS-J
           IF WS-J = 1
               ADD 1 TO WS-I
               MOVE VAL-TAB-MEDIA(WS-I) TO WS-MEDIANA
           ELSE
               COMPUTE WS-MEDIANA ROUNDED =
                   (VAL-TAB-MEDIA(WS-I) + VAL-TAB-MEDIA(WS-I + 1)) / 2
           END-IF.

       3300-IMPRIMIR-HISTOGRAMA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               EVALUATE WS-I
                   WHEN 1
                       MOVE ' 0 A  2' TO WS-FAIXA-DESC
                   WHEN 2
                       MOVE ' 2 A  4' TO WS-FAIXA-DESC
                   WHEN 3
                       MOVE ' 4 A  6' TO WS-FAIXA-DESC
                   WHEN 4
                       MOVE ' 6 A  8' TO WS-FAIXA-DESC
                   WHEN 5
                       MOVE ' 8 A 10' TO WS-FAIXA-DESC
               END-EVALUATE
               MOVE SPACES TO WS-LINHA
               STRING '    FAIXA ' WS-FAIXA-DESC ': '
                   GRP-TAB-FAIXA(WS-G, WS-I) ' '
                   DELIMITED BY SIZE INTO WS-LINHA
               IF GRP-TAB-FAIXA(WS-G, WS-I) > 0
      *A BARRA PARA EM 50 ASTERISCOS; A QUANTIDADE VAI AO LADO.
                   IF GRP-TAB-FAIXA(WS-G, WS-I) > 50
                       MOVE 50 TO WS-BARRA
                   ELSE
                       MOVE GRP-TAB-FAIXA(WS-G, WS-I) TO WS-BARRA
                   END-IF
                   MOVE WS-ASTERISCOS(1:WS-BARRA) TO WS-LINHA(30:)
               END-IF
               PERFORM 7900-GRAVAR-LINHA
           END-PERFORM.

       3400-IMPRIMIR-TAXAS.
           COMPUTE WS-PCT-NUM = GRP-TAB-ANT-APROV(WS-G) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / GRP-TAB-QTD(WS-G)
           MOVE WS-PCT TO WS-PCT-1
           COMPUTE WS-PCT-NUM = GRP-TAB-ANT-RECUP(WS-G) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / GRP-TAB-QTD(WS-G)
           MOVE WS-PCT TO WS-PCT-2
           COMPUTE WS-PCT-NUM = GRP-TAB-ANT-REPROV(WS-G) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / GRP-TAB-QTD(WS-G)
           MOVE WS-PCT TO WS-PCT-3
           MOVE SPACES TO WS-LINHA
           STRING '    ANTES DA RECUPERACAO - APROVADO: ' WS-PCT-1
               '%  RECUPERACAO: ' WS-PCT-2
               '%  REPROVADO: ' WS-PCT-3 '%'
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA
           COMPUTE WS-PCT-NUM = GRP-TAB-DEP-APROV(WS-G) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / GRP-TAB-QTD(WS-G)
           MOVE WS-PCT TO WS-PCT-1
           COMPUTE WS-PCT-NUM = GRP-TAB-DEP-REPROV(WS-G) * 100
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM / GRP-TAB-QTD(WS-G)
           MOVE WS-PCT TO WS-PCT-3
           MOVE SPACES TO WS-LINHA
           STRING '    DEPOIS DA RECUPERACAO - APROVADO: ' WS-PCT-1
               '%  REPROVADO: ' WS-PCT-3 '%'
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 7900-GRAVAR-LINHA.

       3500-COMPARAR-ESCOLA.
           COMPUTE WS-DIFERENCA = WS-MEDIA - WS-MEDIA-ESCOLA
           IF WS-DIFERENCA > WS-LIMIAR
               OR WS-DIFERENCA < (0 - WS-LIMIAR)
               ADD 1 TO WS-COUNT-APONTADAS
               MOVE SPACES TO WS-LINHA
               IF WS-DIFERENCA > 0
                   MOVE WS-DIFERENCA TO WS-NOTA-1
                   STRING '    *** MEDIA ' WS-NOTA-1
                       ' PONTO(S) ACIMA DA MEDIA DA ESCOLA NA '
                       'DISCIPLINA'
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   COMPUTE WS-NOTA-1 = 0 - WS-DIFERENCA
                   STRING '    *** MEDIA ' WS-NOTA-1
                       ' PONTO(S) ABAIXO DA MEDIA DA ESCOLA NA '
                       'DISCIPLINA'
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF
               PERFORM 7900-GRAVAR-LINHA
           END-IF.

       7900-GRAVAR-LINHA.
           MOVE WS-LINHA TO DISTNOTA-RECORD
           WRITE DISTNOTA-RECORD
           DISPLAY DISTNOTA-RECORD.

       9500-RAIZ-QUADRADA.
      *RAIZ DE WS-VARIANCIA EM WS-RAIZ PELO METODO DE NEWTON, NA MAO
      *(SEM FUNCTION). A VARIANCIA DE NOTAS 0-10 NAO PASSA DE 25, E
      *30 PASSOS CONVERGEM COM FOLGA NAS 6 CASAS.
           IF WS-VARIANCIA = 0
               MOVE ZERO TO WS-RAIZ
           ELSE
               IF WS-VARIANCIA > 1
                   MOVE WS-VARIANCIA TO WS-RAIZ
               ELSE
                   MOVE 1 TO WS-RAIZ
               END-IF
               PERFORM 9510-PASSO-NEWTON 30 TIMES
           END-IF.

       9510-PASSO-NEWTON.
           COMPUTE WS-RAIZ ROUNDED =
               (WS-RAIZ + (WS-VARIANCIA / WS-RAIZ)) / 2.
