       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSUMMARY.
      *Historico de alteracoes:
      *2026-10-15 Alerta de janela: registro 'A' do BATCHSLA em
      *           SYSTEM-RUN-LOG.DAT (noite que terminou depois de
      *           JANELA-FIM) sai no topo do relatorio, antes da
      *           tabela de programas, com os minutos de atraso e os
      *           passos acima do SLA; nao conta como execução.
      *2026-09-02 Seção de anomalias de volume: o programa mantem a
      *           estatistica movel por programa em VOLUME-STATS.DAT
      *           (media de lidos/gravados/rejeitados das ultimas

           01  WS-FLAG-TEXT             PIC X(30) VALUE SPACES.

      *    Alertas gravados no log por quem acompanha a rodada (hoje
      *    so o BATCHSLA); saem no topo do relatorio.
           01  WS-ALERT-TABLE.
               05  WS-ALERT-ENTRY OCCURS 5 TIMES.
                   10  WS-ALR-PROGRAM       PIC X(14).
                   10  WS-ALR-STEPS         PIC 9(7).
                   10  WS-ALR-OVER          PIC 9(7).
                   10  WS-ALR-LATE-MIN      PIC 9(7).
                   10  WS-ALR-OUTCOME       PIC X(8).
           01  WS-ALERT-COUNT           PIC 9 VALUE ZEROES.
           01  WS-ALERT-MAX             PIC 9 VALUE 5.
           01  WS-ALERT-SUB             PIC 9 VALUE ZEROES.

           01  WS-ALERT-LINE.
               05  FILLER             PIC X(12) VALUE '*** ALERTA: '.
               05  WS-ALL-TEXT        PIC X(24).
               05  WS-ALL-LATE-MIN    PIC ZZZZ9.
               05  FILLER             PIC X(7)  VALUE ' MIN - '.
               05  WS-ALL-OVER        PIC ZZ9.
               05  FILLER             PIC X(21) VALUE
                   ' PASSOS ACIMA DO SLA '.
               05  FILLER             PIC X     VALUE '('.
               05  WS-ALL-PROGRAM     PIC X(8).
               05  FILLER             PIC X(5)  VALUE ') ***'.

           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(16) VALUE SPACES.
               05  FILLER     PIC X(34)
                   END-READ
                   PERFORM UNTIL END-OF-RUN-LOG
                       IF RL-DATE = WS-TARGET-DATE
                           IF RL-ACTION = 'A'
                               PERFORM 0230-KEEP-ALERT
                           ELSE
                               PERFORM 0210-ACCUMULATE-LOG-LINE
                           END-IF
                       END-IF
                       READ SYSTEM-RUN-LOG
                        AT END SET END-OF-RUN-LOG TO TRUE
                   ADD RL-REJECTED TO WS-PGM-REJECTED(WS-PGM-SUB)
               END-IF.

           0230-KEEP-ALERT.
               IF WS-ALERT-COUNT < WS-ALERT-MAX
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE RL-PROGRAM TO WS-ALR-PROGRAM(WS-ALERT-COUNT)
                   MOVE RL-READ TO WS-ALR-STEPS(WS-ALERT-COUNT)
                   MOVE RL-WRITTEN TO WS-ALR-OVER(WS-ALERT-COUNT)
                   MOVE RL-REJECTED TO WS-ALR-LATE-MIN(WS-ALERT-COUNT)
                   MOVE RL-OUTCOME TO WS-ALR-OUTCOME(WS-ALERT-COUNT)
               END-IF.

           0300-WRITE-SUMMARY.
               OPEN OUTPUT OPS-REPORT.
               IF WS-REPORT-STATUS NOT = "00"
               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               MOVE WS-TARGET-DATE TO WS-PER-DATE.
               WRITE REPORT-LINE FROM WS-PERIOD-LINE.
               PERFORM 0320-WRITE-ALERT-LINE
                   VARYING WS-ALERT-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.
               WRITE REPORT-LINE FROM WS-HEADING-LINE.
               IF WS-PGM-COUNT = ZEROES
                   MOVE "NENHUMA EXECUCAO REGISTRADA NA DATA"
               PERFORM 0500-WRITE-ANOMALY-SECTION.
               CLOSE OPS-REPORT.

           0320-WRITE-ALERT-LINE.
               MOVE SPACES TO WS-ALL-TEXT.
               IF WS-ALR-OUTCOME(WS-ALERT-SUB) = 'ATRASADA'
                   MOVE 'RODADA NOTURNA ATRASADA' TO WS-ALL-TEXT
               ELSE
                   MOVE WS-ALR-OUTCOME(WS-ALERT-SUB) TO WS-ALL-TEXT
               END-IF.
               MOVE WS-ALR-LATE-MIN(WS-ALERT-SUB) TO WS-ALL-LATE-MIN.
               MOVE WS-ALR-OVER(WS-ALERT-SUB) TO WS-ALL-OVER.
               MOVE WS-ALR-PROGRAM(WS-ALERT-SUB) TO WS-ALL-PROGRAM.
               WRITE REPORT-LINE FROM WS-ALERT-LINE.

      *    Inicio sem fim e a assinatura de um programa que caiu no
      *    meio; rejeitados e volume zerado merecem uma olhada.
           0310-WRITE-PGM-LINE.
