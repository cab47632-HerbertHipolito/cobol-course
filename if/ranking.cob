      *ALEM DO RELATORIO, GRAVA O RANKPOS.DAT (TURMA, ALUNO,
      *POSICAO) PARA O BOLETIM.COB ESTAMPAR A POSICAO DO ALUNO SEM
      *REINTERPRETAR O RELATORIO IMPRESSO.
      *AGORA O ALUNO QUE SAIU NO PERIODO (TRANSFERIDO, EVADIDO OU
      *TRANCADO) NAO FOI AVALIADO E FICA FORA DO RANKING E DA MEDIA
      *DA TURMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       AT END
                           MOVE 'S' TO WS-EOF-FINAL
                       NOT AT END
                           IF FIN-SIT-ALUNO NOT = 'TRANSFERIDO'
                               AND FIN-SIT-ALUNO NOT = 'EVADIDO'
                               AND FIN-SIT-ALUNO NOT = 'TRANCADO'
                               PERFORM 1100-GUARDAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINAL-FILE
