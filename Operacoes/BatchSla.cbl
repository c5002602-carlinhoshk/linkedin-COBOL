       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSLA.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: acompanhamento da janela noturna.
      *           Roda depois do NIGHTLYRUN e antes do OPSSUMMARY.
      *           Compara o tempo de cada passo em RUN-CONTROL.DAT
      *           (STARTED ate COMPLETED/FAILED da ultima tentativa)
      *           com a duração esperada e o horario limite do passo
      *           em NIGHTLY-JOBS.DAT e grava BATCH-WINDOW-REPORT.DAT
      *           com a noite de referencia (a ultima data util do
      *           RUN-CONTROL.DAT), os passos acima do SLA, o caminho
      *           critico e a tendencia das ultimas 30 noites - por
      *           noite e por passo, para o CH5SOLUTION que fica mais
      *           lento a cada semana aparecer antes de estourar a
      *           janela. Horario limite antes do meio-dia vale para
      *           a madrugada seguinte a data util. Quando a noite
      *           termina depois de JANELA-FIM (RUN-PARAMETERS.DAT,
      *           HHMM, default 0600) grava um registro de alerta 'A'
      *           em SYSTEM-RUN-LOG.DAT com a data da noite, que o
      *           OPSSUMMARY da manha mostra no topo.
      *2026-10-15 RUN-CONTROL.DAT passa a trazer o motivo do HELD
      *           no fim da linha; o layout so acompanha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RC-STATUS.

           SELECT JOB-DEFINITIONS ASSIGN TO "NIGHTLY-JOBS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBS-STATUS.

           SELECT SYSTEM-RUN-LOG ASSIGN TO "SYSTEM-RUN-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.

           SELECT SLA-REPORT ASSIGN TO "BATCH-WINDOW-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-CONTROL.
           01 RUN-CONTROL-REC.
               88 END-OF-RUN-CONTROL VALUE HIGH-VALUES.
               05  RC-DATE            PIC 9(8).
               05  FILLER             PIC X.
               05  RC-STEP            PIC X(14).
               05  FILLER             PIC X.
               05  RC-STATUS          PIC X(9).
               05  FILLER             PIC X.
               05  RC-TIMESTAMP       PIC X(19).
               05  FILLER             PIC X.
               05  RC-REASON          PIC X(45).

           FD JOB-DEFINITIONS.
           01 JOB-DEF-REC.
               88 END-OF-JOB-DEFS VALUE HIGH-VALUES.
               05  JOB-SEQUENCE       PIC 9(3).
               05  FILLER             PIC X.
               05  JOB-STEP-NAME      PIC X(14).
               05  FILLER             PIC X.
               05  JOB-ENABLED        PIC X.
               05  FILLER             PIC X.
               05  JOB-CHAIN          PIC X(3).
               05  FILLER             PIC X.
               05  JOB-CALENDAR       PIC X.
               05  FILLER             PIC X.
               05  JOB-EXPECTED-MIN   PIC 9(4).
               05  FILLER             PIC X.
               05  JOB-FINISH-BY      PIC 9(4).

           FD SYSTEM-RUN-LOG.
           01 RUN-LOG-REC.
               88 END-OF-RUN-LOG VALUE HIGH-VALUES.
               05  RL-DATE            PIC 9(8).
               05  FILLER             PIC X.
               05  RL-TIME            PIC 9(6).
               05  FILLER             PIC X.
               05  RL-ACTION          PIC X.
               05  FILLER             PIC X.
               05  RL-PROGRAM         PIC X(14).
               05  FILLER             PIC X.
               05  RL-READ            PIC 9(7).
               05  FILLER             PIC X.
               05  RL-WRITTEN         PIC 9(7).
               05  FILLER             PIC X.
               05  RL-REJECTED        PIC 9(7).
               05  FILLER             PIC X.
               05  RL-OUTCOME         PIC X(8).

           FD SLA-REPORT.
           01 REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-RC-STATUS             PIC XX VALUE SPACES.
           01  WS-JOBS-STATUS           PIC XX VALUE SPACES.
           01  WS-LOG-STATUS            PIC XX VALUE SPACES.
           01  WS-REPORT-STATUS         PIC XX VALUE SPACES.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.
           01  WS-WINDOW-END            PIC 9(4) VALUE 600.
           01  WS-TREND-PCT             PIC 9(3) VALUE 20.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-CURRENT-DATE-TIME     PIC X(21).

      *    Passos de NIGHTLY-JOBS.DAT com o SLA de cada um; passo
      *    que aparece no RUN-CONTROL.DAT sem definição entra sem
      *    SLA. Horario limite 9999 = sem limite.
           01  WS-STEP-TABLE-AREA.
               05  WS-STEP-ENTRY OCCURS 60 TIMES.
                   10  WS-STEP-NAME     PIC X(14).
                   10  WS-STEP-CHAIN    PIC X(3).
                   10  WS-STEP-EXPECTED PIC 9(4).
                   10  WS-STEP-FINISH-BY PIC 9(4).
           01  WS-STEP-COUNT            PIC 9(3) VALUE ZEROES.
           01  WS-STEP-MAX              PIC 9(3) VALUE 60.
           01  WS-STEP-SUB              PIC 9(3) VALUE ZEROES.
           01  WS-STEP-HIT              PIC 9(3) VALUE ZEROES.
           01  WS-STEP-OVERFLOW         PIC 9(5) VALUE ZEROES.

      *    As ultimas 30 noites do RUN-CONTROL.DAT, em ordem de
      *    data; a ultima e a noite de referencia. Para cada passo
      *    guarda a ultima tentativa da noite.
           01  WS-NIGHT-TABLE-AREA.
               05  WS-NIGHT-ENTRY OCCURS 30 TIMES.
                   10  WS-NT-DATE       PIC 9(8).
                   10  WS-NT-FIRST-SECS PIC 9(12).
                   10  WS-NT-LAST-SECS  PIC 9(12).
                   10  WS-NT-RUN-COUNT  PIC 9(3).
                   10  WS-NT-OVER-COUNT PIC 9(3).
                   10  WS-NT-LATE-MIN   PIC 9(5).
                   10  WS-NT-LATE       PIC X.
                   10  WS-NT-CELL OCCURS 60 TIMES.
                       15  WS-CL-START  PIC 9(12).
                       15  WS-CL-END    PIC 9(12).
                       15  WS-CL-ELAPSED PIC 9(7).
                       15  WS-CL-STATUS PIC X(9).
           01  WS-NIGHT-COUNT           PIC 9(3) VALUE ZEROES.
           01  WS-NIGHT-MAX             PIC 9(3) VALUE 30.
           01  WS-NIGHT-SUB             PIC 9(3) VALUE ZEROES.
           01  WS-NIGHT-HIT             PIC 9(3) VALUE ZEROES.
           01  WS-TARGET-NIGHT          PIC 9(3) VALUE ZEROES.
           01  WS-SWAP-DATE             PIC 9(8) VALUE ZEROES.
           01  WS-SORT-SUB              PIC 9(3) VALUE ZEROES.

      *    Carimbo AAAA-MM-DD HH:MM:SS do RUN-CONTROL.DAT convertido
      *    em segundos corridos, para subtrair atravessando a
      *    meia-noite.
           01  WS-TS-TEXT.
               05  WS-TSX-YEAR          PIC 9(4).
               05  FILLER               PIC X.
               05  WS-TSX-MONTH         PIC 9(2).
               05  FILLER               PIC X.
               05  WS-TSX-DAY           PIC 9(2).
               05  FILLER               PIC X.
               05  WS-TSX-HOUR          PIC 9(2).
               05  FILLER               PIC X.
               05  WS-TSX-MIN           PIC 9(2).
               05  FILLER               PIC X.
               05  WS-TSX-SEC           PIC 9(2).
           01  WS-TSX-DATE              PIC 9(8) VALUE ZEROES.
           01  WS-SECS                  PIC 9(12) VALUE ZEROES.
           01  WS-DAYS                  PIC 9(7) VALUE ZEROES.
           01  WS-DAY-SECS              PIC 9(5) VALUE ZEROES.
           01  WS-CLOCK-TEXT.
               05  WS-CLK-HOUR          PIC 9(2).
               05  FILLER               PIC X VALUE ':'.
               05  WS-CLK-MIN           PIC 9(2).
           01  WS-CLK-WORK              PIC 9(5) VALUE ZEROES.
           01  WS-HHMM                  PIC 9(4) VALUE ZEROES.
           01  WS-HHMM-HOUR             PIC 9(2) VALUE ZEROES.
           01  WS-HHMM-MIN              PIC 9(2) VALUE ZEROES.
           01  WS-DEADLINE-SECS         PIC 9(12) VALUE ZEROES.
           01  WS-WINDOW-SECS           PIC 9(12) VALUE ZEROES.

           01  WS-JUDGE-DURATION        PIC X VALUE 'N'.
               88  OVER-DURATION        VALUE 'Y'.
           01  WS-JUDGE-DEADLINE        PIC X VALUE 'N'.
               88  OVER-DEADLINE        VALUE 'Y'.
           01  WS-JUDGE-NO-END          PIC X VALUE 'N'.
               88  STEP-HAS-NO-END      VALUE 'Y'.
           01  WS-EXCESS-SECS           PIC S9(7) VALUE ZEROES.
           01  WS-MINUTES               PIC 9(5)V9 VALUE ZEROES.
           01  WS-FLAG-TEXT             PIC X(24) VALUE SPACES.

      *    Total por cadeia na noite de referencia, para o caminho
      *    critico. A cadeia OPS fecha a noite (BALANCECHECK,
      *    DAYEND) e espera todas as outras, entao entra no fim do
      *    caminho de qualquer cadeia.
           01  WS-CHAIN-TABLE-AREA.
               05  WS-CHAIN-ENTRY OCCURS 10 TIMES.
                   10  WS-CH-CODE       PIC X(3).
                   10  WS-CH-SECS       PIC 9(7).
           01  WS-CHAIN-COUNT           PIC 99 VALUE ZEROES.
           01  WS-CHAIN-MAX             PIC 99 VALUE 10.
           01  WS-CHAIN-SUB             PIC 99 VALUE ZEROES.
           01  WS-CHAIN-HIT             PIC 99 VALUE ZEROES.
           01  WS-CRITICAL-CHAIN        PIC X(3) VALUE SPACES.
           01  WS-CRITICAL-SECS         PIC 9(7) VALUE ZEROES.
           01  WS-CUMULATIVE-SECS       PIC 9(7) VALUE ZEROES.

           01  WS-TREND-SAMPLES         PIC 9(3) VALUE ZEROES.
           01  WS-TREND-HALF            PIC 9(3) VALUE ZEROES.
           01  WS-TREND-SEEN            PIC 9(3) VALUE ZEROES.
           01  WS-OLD-SECS              PIC 9(9) VALUE ZEROES.
           01  WS-NEW-SECS              PIC 9(9) VALUE ZEROES.
           01  WS-OLD-COUNT             PIC 9(3) VALUE ZEROES.
           01  WS-NEW-COUNT             PIC 9(3) VALUE ZEROES.
           01  WS-OLD-AVG-MIN           PIC 9(5)V9 VALUE ZEROES.
           01  WS-NEW-AVG-MIN           PIC 9(5)V9 VALUE ZEROES.
           01  WS-CHANGE-PCT            PIC S9(5)V9 VALUE ZEROES.
           01  WS-MIN-TREND-SAMPLES     PIC 9(3) VALUE 6.
           01  WS-WORSENING-COUNT       PIC 9(3) VALUE ZEROES.

           01  WS-ALERT-EXISTS          PIC X VALUE 'N'.
               88  ALERT-ALREADY-LOGGED VALUE 'Y'.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'BATCHSLA'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.
           01  WS-RC-READ-COUNT         PIC 9(7) VALUE ZEROES.

           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(16) VALUE SPACES.
               05  FILLER     PIC X(36)
                    VALUE 'JANELA NOTURNA - SLA DOS PASSOS'.

           01  WS-NIGHT-HEADER-1.
               05  FILLER             PIC X(21) VALUE
                   'NOITE DE REFERENCIA: '.
               05  WS-NH-DATE         PIC 9(8).
               05  FILLER             PIC X(10) VALUE '  INICIO: '.
               05  WS-NH-START        PIC X(19).
               05  FILLER             PIC X(7)  VALUE '  FIM: '.
               05  WS-NH-END          PIC X(19).

           01  WS-NIGHT-HEADER-2.
               05  FILLER             PIC X(21) VALUE
                   'DURACAO (MIN)......: '.
               05  WS-NH-DURATION     PIC ZZZZ9.9.
               05  FILLER             PIC X(17) VALUE
                   '  FIM DA JANELA: '.
               05  WS-NH-WINDOW       PIC X(5).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-NH-SITUATION    PIC X(30).

           01  WS-STEP-HEADING.
               05  FILLER     PIC X(15) VALUE 'PASSO'.
               05  FILLER     PIC X(4)  VALUE 'CAD'.
               05  FILLER     PIC X(10) VALUE 'SITUACAO'.
               05  FILLER     PIC X(6)  VALUE 'INIC'.
               05  FILLER     PIC X(6)  VALUE 'FIM'.
               05  FILLER     PIC X(8)  VALUE 'MINUTOS'.
               05  FILLER     PIC X(9)  VALUE 'ESPERADO'.
               05  FILLER     PIC X(7)  VALUE 'LIMITE'.
               05  FILLER     PIC X(24) VALUE 'OBSERVACAO'.

           01  WS-STEP-LINE.
               05  WS-SL-STEP         PIC X(14).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-SL-CHAIN        PIC X(3).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-SL-STATUS       PIC X(9).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-SL-START        PIC X(5).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-SL-END          PIC X(5).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-SL-MINUTES      PIC ZZZZ9.9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-SL-EXPECTED     PIC ZZZZZZ9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-SL-FINISH-BY    PIC X(5).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-SL-FLAG         PIC X(24).

           01  WS-OVER-LINE.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-OV-STEP         PIC X(14).
               05  FILLER             PIC X(9)  VALUE ' MINUTOS '.
               05  WS-OV-MINUTES      PIC ZZZZ9.9.
               05  FILLER             PIC X(10) VALUE ' ESPERADO '.
               05  WS-OV-EXPECTED     PIC ZZZ9.
               05  FILLER             PIC X(8)  VALUE ' LIMITE '.
               05  WS-OV-FINISH-BY    PIC X(5).
               05  FILLER             PIC X(5)  VALUE ' FIM '.
               05  WS-OV-END          PIC X(5).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-OV-FLAG         PIC X(24).

           01  WS-CHAIN-LINE.
               05  FILLER             PIC X(9)  VALUE '  CADEIA '.
               05  WS-CHL-CHAIN       PIC X(3).
               05  FILLER             PIC X(9)  VALUE ' MINUTOS '.
               05  WS-CHL-MINUTES     PIC ZZZZ9.9.

           01  WS-PATH-LINE.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-PL-STEP         PIC X(14).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-PL-CHAIN        PIC X(3).
               05  FILLER             PIC X(9)  VALUE ' MINUTOS '.
               05  WS-PL-MINUTES      PIC ZZZZ9.9.
               05  FILLER             PIC X(12) VALUE ' ACUMULADO '.
               05  WS-PL-CUMULATIVE   PIC ZZZZ9.9.

           01  WS-NIGHT-TREND-HEADING.
               05  FILLER     PIC X(10) VALUE 'NOITE'.
               05  FILLER     PIC X(7)  VALUE 'INICIO'.
               05  FILLER     PIC X(7)  VALUE 'FIM'.
               05  FILLER     PIC X(9)  VALUE 'MINUTOS'.
               05  FILLER     PIC X(8)  VALUE 'PASSOS'.
               05  FILLER     PIC X(10) VALUE 'ACIMA SLA'.
               05  FILLER     PIC X(20) VALUE 'SITUACAO'.

           01  WS-NIGHT-TREND-LINE.
               05  WS-NTL-DATE        PIC 9(8).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-NTL-START       PIC X(5).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-NTL-END         PIC X(5).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-NTL-MINUTES     PIC ZZZZ9.9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-NTL-RUN         PIC ZZ9.
               05  FILLER             PIC X(5)  VALUE SPACES.
               05  WS-NTL-OVER        PIC ZZ9.
               05  FILLER             PIC X(7)  VALUE SPACES.
               05  WS-NTL-SITUATION   PIC X(30).

           01  WS-STEP-TREND-HEADING.
               05  FILLER     PIC X(15) VALUE 'PASSO'.
               05  FILLER     PIC X(7)  VALUE 'NOITES'.
               05  FILLER     PIC X(10) VALUE 'MED ANTES'.
               05  FILLER     PIC X(10) VALUE 'MED AGORA'.
               05  FILLER     PIC X(10) VALUE 'ULTIMA'.
               05  FILLER     PIC X(9)  VALUE 'ESPERADO'.
               05  FILLER     PIC X(10) VALUE 'VARIACAO'.
               05  FILLER     PIC X(20) VALUE 'OBSERVACAO'.

           01  WS-STEP-TREND-LINE.
               05  WS-STL-STEP        PIC X(14).
               05  FILLER             PIC X     VALUE SPACE.
               05  WS-STL-SAMPLES     PIC ZZ9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-STL-OLD-AVG     PIC ZZZZ9.9.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  WS-STL-NEW-AVG     PIC ZZZZ9.9.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  WS-STL-LAST        PIC ZZZZ9.9.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  WS-STL-EXPECTED    PIC ZZZ9.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  WS-STL-CHANGE      PIC ---9.9.
               05  FILLER             PIC X     VALUE '%'.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-STL-FLAG        PIC X(20).

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0110-READ-PARAMETERS.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               PERFORM 0150-LOAD-JOB-DEFINITIONS.
               PERFORM 0200-COLLECT-NIGHTS.
               IF WS-NIGHT-COUNT = ZEROES
                   DISPLAY "RUN-CONTROL.DAT SEM NOITES ATE "
                       WS-BUSINESS-DATE " - NADA A AVALIAR"
                   PERFORM 0995-LOG-RUN-END
                   STOP RUN
               END-IF.
               MOVE WS-NIGHT-COUNT TO WS-TARGET-NIGHT.
               PERFORM 0300-LOAD-STEP-TIMES.
               PERFORM 0400-EVALUATE-NIGHT
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
               PERFORM 0500-WRITE-REPORT.
               IF WS-NT-LATE(WS-TARGET-NIGHT) = 'Y'
                   PERFORM 0700-WRITE-LATE-ALERT
               END-IF.
               DISPLAY "NOITE DE REFERENCIA....: "
                   WS-NT-DATE(WS-TARGET-NIGHT).
               DISPLAY "PASSOS ACIMA DO SLA....: "
                   WS-NT-OVER-COUNT(WS-TARGET-NIGHT).
               DISPLAY "PASSOS PIORANDO........: " WS-WORSENING-COUNT.
               IF WS-NT-LATE(WS-TARGET-NIGHT) = 'Y'
                   DISPLAY "*** NOITE TERMINOU ATRASADA - "
                       WS-NT-LATE-MIN(WS-TARGET-NIGHT)
                       " MIN APOS O FIM DA JANELA ***"
               END-IF.
               PERFORM 0995-LOG-RUN-END.
               STOP RUN.

           0005-LOG-RUN-START.
               MOVE 'S' TO WS-RL-ACTION.
               MOVE ZEROES TO WS-RL-READ WS-RL-WRITTEN
                   WS-RL-REJECTED.
               MOVE 'INICIO' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0995-LOG-RUN-END.
               MOVE WS-RC-READ-COUNT TO WS-RL-READ.
               MOVE ZEROES TO WS-RL-WRITTEN.
               IF WS-TARGET-NIGHT > ZEROES
                   MOVE WS-NT-OVER-COUNT(WS-TARGET-NIGHT)
                       TO WS-RL-WRITTEN
               END-IF.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0110-READ-PARAMETERS.
               MOVE "JANELA-FIM" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) < 2400
                   COMPUTE WS-WINDOW-END =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               DISPLAY "PARAMETRO JANELA-FIM...: " WS-WINDOW-END.
               MOVE "SLA-TENDENCIA" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
                   COMPUTE WS-TREND-PCT =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               DISPLAY "PARAMETRO SLA-TENDENCIA: " WS-TREND-PCT.

      *    Duração e limite em branco (passo ainda sem SLA) ficam
      *    sem julgamento daquele lado.
           0150-LOAD-JOB-DEFINITIONS.
               OPEN INPUT JOB-DEFINITIONS.
               IF WS-JOBS-STATUS NOT = "00"
                   DISPLAY "NIGHTLY-JOBS.DAT INDISPONIVEL (STATUS "
                       WS-JOBS-STATUS ") - PASSOS SEM SLA"
               ELSE
                   READ JOB-DEFINITIONS
                    AT END SET END-OF-JOB-DEFS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-JOB-DEFS
                       IF WS-STEP-COUNT < WS-STEP-MAX
                           ADD 1 TO WS-STEP-COUNT
                           MOVE JOB-STEP-NAME TO
                               WS-STEP-NAME(WS-STEP-COUNT)
                           MOVE JOB-CHAIN TO
                               WS-STEP-CHAIN(WS-STEP-COUNT)
                           MOVE ZEROES TO
                               WS-STEP-EXPECTED(WS-STEP-COUNT)
                           MOVE 9999 TO
                               WS-STEP-FINISH-BY(WS-STEP-COUNT)
                           IF JOB-EXPECTED-MIN IS NUMERIC
                               MOVE JOB-EXPECTED-MIN TO
                                   WS-STEP-EXPECTED(WS-STEP-COUNT)
                           END-IF
                           IF JOB-FINISH-BY IS NUMERIC
                                   AND JOB-FINISH-BY < 2400
                               MOVE JOB-FINISH-BY TO
                                   WS-STEP-FINISH-BY(WS-STEP-COUNT)
                           END-IF
                       END-IF
                       READ JOB-DEFINITIONS
                        AT END SET END-OF-JOB-DEFS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE JOB-DEFINITIONS
               END-IF.

      *    Primeira passada: as 30 datas uteis mais recentes ate a
      *    data util corrente, mantidas em ordem crescente.
           0200-COLLECT-NIGHTS.
               OPEN INPUT RUN-CONTROL.
               IF WS-RC-STATUS = "35"
                   CONTINUE
               ELSE
                   IF WS-RC-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR RUN-CONTROL.DAT - "
                           "STATUS " WS-RC-STATUS
                       STOP RUN
                   END-IF
                   READ RUN-CONTROL
                    AT END SET END-OF-RUN-CONTROL TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-RUN-CONTROL
                       ADD 1 TO WS-RC-READ-COUNT
                       IF RC-DATE IS NUMERIC
                               AND RC-DATE <= WS-BUSINESS-DATE
                           PERFORM 0210-REMEMBER-NIGHT
                       END-IF
                       READ RUN-CONTROL
                        AT END SET END-OF-RUN-CONTROL TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL
               END-IF.

           0210-REMEMBER-NIGHT.
               PERFORM 0220-FIND-NIGHT.
               IF WS-NIGHT-HIT = ZEROES
                   IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                       ADD 1 TO WS-NIGHT-COUNT
                       MOVE RC-DATE TO WS-NT-DATE(WS-NIGHT-COUNT)
                       PERFORM 0230-SORT-LAST-NIGHT
                   ELSE
                       IF RC-DATE > WS-NT-DATE(1)
                           MOVE RC-DATE TO WS-NT-DATE(1)
                           PERFORM 0240-SORT-FIRST-NIGHT
                       END-IF
                   END-IF
               END-IF.

           0220-FIND-NIGHT.
               MOVE ZEROES TO WS-NIGHT-HIT.
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                          OR WS-NIGHT-HIT > ZEROES
                   IF WS-NT-DATE(WS-NIGHT-SUB) = RC-DATE
                       MOVE WS-NIGHT-SUB TO WS-NIGHT-HIT
                   END-IF
               END-PERFORM.

      *    A data nova entra no fim e desce ate a posição certa.
           0230-SORT-LAST-NIGHT.
               MOVE WS-NIGHT-COUNT TO WS-SORT-SUB.
               PERFORM UNTIL WS-SORT-SUB < 2
                   OR WS-NT-DATE(WS-SORT-SUB - 1) <
                      WS-NT-DATE(WS-SORT-SUB)
                   MOVE WS-NT-DATE(WS-SORT-SUB) TO WS-SWAP-DATE
                   MOVE WS-NT-DATE(WS-SORT-SUB - 1)
                       TO WS-NT-DATE(WS-SORT-SUB)
                   MOVE WS-SWAP-DATE TO WS-NT-DATE(WS-SORT-SUB - 1)
                   SUBTRACT 1 FROM WS-SORT-SUB
               END-PERFORM.

      *    Tabela cheia: a data nova tomou o lugar da mais antiga e
      *    sobe ate a posição certa.
           0240-SORT-FIRST-NIGHT.
               MOVE 1 TO WS-SORT-SUB.
               PERFORM UNTIL WS-SORT-SUB >= WS-NIGHT-COUNT
                   OR WS-NT-DATE(WS-SORT-SUB + 1) >
                      WS-NT-DATE(WS-SORT-SUB)
                   MOVE WS-NT-DATE(WS-SORT-SUB) TO WS-SWAP-DATE
                   MOVE WS-NT-DATE(WS-SORT-SUB + 1)
                       TO WS-NT-DATE(WS-SORT-SUB)
                   MOVE WS-SWAP-DATE TO WS-NT-DATE(WS-SORT-SUB + 1)
                   ADD 1 TO WS-SORT-SUB
               END-PERFORM.

      *    Segunda passada: inicio e fim de cada passo em cada noite
      *    guardada. Um STARTED novo (reexecução) zera a tentativa
      *    anterior; vale a ultima.
           0300-LOAD-STEP-TIMES.
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   MOVE ZEROES TO WS-NT-FIRST-SECS(WS-NIGHT-SUB)
                   MOVE ZEROES TO WS-NT-LAST-SECS(WS-NIGHT-SUB)
                   MOVE ZEROES TO WS-NT-RUN-COUNT(WS-NIGHT-SUB)
                   MOVE ZEROES TO WS-NT-OVER-COUNT(WS-NIGHT-SUB)
                   MOVE ZEROES TO WS-NT-LATE-MIN(WS-NIGHT-SUB)
                   MOVE 'N' TO WS-NT-LATE(WS-NIGHT-SUB)
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > WS-STEP-MAX
                       MOVE ZEROES TO
                           WS-CL-START(WS-NIGHT-SUB, WS-STEP-SUB)
                           WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB)
                           WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                       MOVE SPACES TO
                           WS-CL-STATUS(WS-NIGHT-SUB, WS-STEP-SUB)
                   END-PERFORM
               END-PERFORM.
               OPEN INPUT RUN-CONTROL.
               IF WS-RC-STATUS NOT = "00"
                   DISPLAY "ERRO AO REABRIR RUN-CONTROL.DAT - "
                       "STATUS " WS-RC-STATUS
                   STOP RUN
               END-IF.
               READ RUN-CONTROL
                AT END SET END-OF-RUN-CONTROL TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-RUN-CONTROL
                   PERFORM 0220-FIND-NIGHT
                   IF WS-NIGHT-HIT > ZEROES
                       PERFORM 0310-APPLY-RUN-CONTROL
                   END-IF
                   READ RUN-CONTROL
                    AT END SET END-OF-RUN-CONTROL TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE RUN-CONTROL.

           0310-APPLY-RUN-CONTROL.
               PERFORM 0320-FIND-STEP.
               IF WS-STEP-HIT > ZEROES
                   MOVE RC-TIMESTAMP TO WS-TS-TEXT
                   PERFORM 0900-TIMESTAMP-TO-SECS
                   IF WS-SECS > ZEROES
                       IF WS-NT-FIRST-SECS(WS-NIGHT-HIT) = ZEROES
                           OR WS-SECS < WS-NT-FIRST-SECS(WS-NIGHT-HIT)
                           MOVE WS-SECS
                               TO WS-NT-FIRST-SECS(WS-NIGHT-HIT)
                       END-IF
                       IF WS-SECS > WS-NT-LAST-SECS(WS-NIGHT-HIT)
                           MOVE WS-SECS
                               TO WS-NT-LAST-SECS(WS-NIGHT-HIT)
                       END-IF
                       PERFORM 0330-UPDATE-CELL
                   END-IF
               END-IF.

           0320-FIND-STEP.
               MOVE ZEROES TO WS-STEP-HIT.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                          OR WS-STEP-HIT > ZEROES
                   IF WS-STEP-NAME(WS-STEP-SUB) = RC-STEP
                       MOVE WS-STEP-SUB TO WS-STEP-HIT
                   END-IF
               END-PERFORM.
               IF WS-STEP-HIT = ZEROES
                   IF WS-STEP-COUNT < WS-STEP-MAX
                       ADD 1 TO WS-STEP-COUNT
                       MOVE WS-STEP-COUNT TO WS-STEP-HIT
                       MOVE RC-STEP TO WS-STEP-NAME(WS-STEP-HIT)
                       MOVE '---' TO WS-STEP-CHAIN(WS-STEP-HIT)
                       MOVE ZEROES TO WS-STEP-EXPECTED(WS-STEP-HIT)
                       MOVE 9999 TO WS-STEP-FINISH-BY(WS-STEP-HIT)
                   ELSE
                       ADD 1 TO WS-STEP-OVERFLOW
                   END-IF
               END-IF.

           0330-UPDATE-CELL.
               EVALUATE RC-STATUS
                   WHEN 'STARTED'
                       MOVE WS-SECS TO
                           WS-CL-START(WS-NIGHT-HIT, WS-STEP-HIT)
                       MOVE ZEROES TO
                           WS-CL-END(WS-NIGHT-HIT, WS-STEP-HIT)
                           WS-CL-ELAPSED(WS-NIGHT-HIT, WS-STEP-HIT)
                       MOVE RC-STATUS TO
                           WS-CL-STATUS(WS-NIGHT-HIT, WS-STEP-HIT)
                   WHEN 'COMPLETED'
                   WHEN 'FAILED'
                       IF WS-CL-START(WS-NIGHT-HIT, WS-STEP-HIT)
                               > ZEROES
                           MOVE WS-SECS TO
                               WS-CL-END(WS-NIGHT-HIT, WS-STEP-HIT)
                           COMPUTE
                               WS-CL-ELAPSED(WS-NIGHT-HIT, WS-STEP-HIT)
                               = WS-SECS -
                               WS-CL-START(WS-NIGHT-HIT, WS-STEP-HIT)
                       END-IF
                       MOVE RC-STATUS TO
                           WS-CL-STATUS(WS-NIGHT-HIT, WS-STEP-HIT)
                   WHEN OTHER
                       IF WS-CL-END(WS-NIGHT-HIT, WS-STEP-HIT)
                               = ZEROES
                           MOVE RC-STATUS TO
                               WS-CL-STATUS(WS-NIGHT-HIT, WS-STEP-HIT)
                       END-IF
               END-EVALUATE.

      *    Conta os passos acima do SLA da noite e ve se o ultimo
      *    registro dela passou do fim da janela.
           0400-EVALUATE-NIGHT.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   IF WS-CL-START(WS-NIGHT-SUB, WS-STEP-SUB)
                           > ZEROES
                       ADD 1 TO WS-NT-RUN-COUNT(WS-NIGHT-SUB)
                   END-IF
                   PERFORM 0410-JUDGE-CELL
                   IF OVER-DURATION OR OVER-DEADLINE
                       ADD 1 TO WS-NT-OVER-COUNT(WS-NIGHT-SUB)
                   END-IF
               END-PERFORM.
               MOVE WS-WINDOW-END TO WS-HHMM.
               PERFORM 0920-DEADLINE-SECS.
               MOVE WS-DEADLINE-SECS TO WS-WINDOW-SECS.
               IF WS-NT-LAST-SECS(WS-NIGHT-SUB) > WS-WINDOW-SECS
                   MOVE 'Y' TO WS-NT-LATE(WS-NIGHT-SUB)
                   COMPUTE WS-NT-LATE-MIN(WS-NIGHT-SUB) =
                       (WS-NT-LAST-SECS(WS-NIGHT-SUB)
                       - WS-WINDOW-SECS + 59) / 60
               END-IF.

      *    Julga o passo WS-STEP-SUB na noite WS-NIGHT-SUB: duração
      *    acima da esperada, fim depois do horario limite, ou
      *    inicio sem fim (caiu com STOP RUN ou ainda rodava).
           0410-JUDGE-CELL.
               MOVE 'N' TO WS-JUDGE-DURATION.
               MOVE 'N' TO WS-JUDGE-DEADLINE.
               MOVE 'N' TO WS-JUDGE-NO-END.
               IF WS-CL-START(WS-NIGHT-SUB, WS-STEP-SUB) > ZEROES
                   AND WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB) = ZEROES
                   SET STEP-HAS-NO-END TO TRUE
               END-IF.
               IF WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB) > ZEROES
                   IF WS-STEP-EXPECTED(WS-STEP-SUB) > ZEROES
                       AND WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                           > WS-STEP-EXPECTED(WS-STEP-SUB) * 60
                       SET OVER-DURATION TO TRUE
                   END-IF
                   IF WS-STEP-FINISH-BY(WS-STEP-SUB) NOT = 9999
                       MOVE WS-STEP-FINISH-BY(WS-STEP-SUB) TO WS-HHMM
                       PERFORM 0920-DEADLINE-SECS
                       IF WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB)
                               > WS-DEADLINE-SECS
                           SET OVER-DEADLINE TO TRUE
                       END-IF
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN OVER-DURATION AND OVER-DEADLINE
                       MOVE 'LENTO E FORA DO LIMITE' TO WS-FLAG-TEXT
                   WHEN OVER-DURATION
                       MOVE 'ACIMA DA DURACAO' TO WS-FLAG-TEXT
                   WHEN OVER-DEADLINE
                       MOVE 'TERMINOU APOS O LIMITE' TO WS-FLAG-TEXT
                   WHEN STEP-HAS-NO-END
                       MOVE 'INICIOU E NAO TERMINOU' TO WS-FLAG-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-FLAG-TEXT
               END-EVALUATE.

           0500-WRITE-REPORT.
               OPEN OUTPUT SLA-REPORT.
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BATCH-WINDOW-REPORT.DAT - "
                       "STATUS " WS-REPORT-STATUS
                   STOP RUN
               END-IF.
               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               MOVE WS-TARGET-NIGHT TO WS-NIGHT-SUB.
               PERFORM 0510-WRITE-NIGHT-HEADER.
               PERFORM 0520-WRITE-NIGHT-STEPS.
               PERFORM 0530-WRITE-OVER-SLA.
               PERFORM 0540-WRITE-CRITICAL-PATH.
               PERFORM 0550-WRITE-NIGHT-TREND.
               PERFORM 0560-WRITE-STEP-TREND.
               CLOSE SLA-REPORT.

           0510-WRITE-NIGHT-HEADER.
               MOVE WS-NT-DATE(WS-NIGHT-SUB) TO WS-NH-DATE.
               MOVE WS-NT-FIRST-SECS(WS-NIGHT-SUB) TO WS-SECS.
               PERFORM 0930-SECS-TO-TIMESTAMP.
               MOVE WS-TS-TEXT TO WS-NH-START.
               MOVE WS-NT-LAST-SECS(WS-NIGHT-SUB) TO WS-SECS.
               PERFORM 0930-SECS-TO-TIMESTAMP.
               MOVE WS-TS-TEXT TO WS-NH-END.
               WRITE REPORT-LINE FROM WS-NIGHT-HEADER-1.
               COMPUTE WS-MINUTES ROUNDED =
                   (WS-NT-LAST-SECS(WS-NIGHT-SUB)
                   - WS-NT-FIRST-SECS(WS-NIGHT-SUB)) / 60.
               MOVE WS-MINUTES TO WS-NH-DURATION.
               MOVE WS-WINDOW-END TO WS-HHMM.
               PERFORM 0940-HHMM-TO-CLOCK.
               MOVE WS-CLOCK-TEXT TO WS-NH-WINDOW.
               PERFORM 0950-NIGHT-SITUATION.
               MOVE WS-FLAG-TEXT TO WS-NH-SITUATION.
               IF WS-NT-LATE(WS-NIGHT-SUB) = 'Y'
                   MOVE SPACES TO WS-NH-SITUATION
                   STRING '*** ATRASADA ' WS-NT-LATE-MIN(WS-NIGHT-SUB)
                       ' MIN ***' DELIMITED BY SIZE
                       INTO WS-NH-SITUATION
               END-IF.
               WRITE REPORT-LINE FROM WS-NIGHT-HEADER-2.

           0520-WRITE-NIGHT-STEPS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-STEP-HEADING.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   IF WS-CL-STATUS(WS-NIGHT-SUB, WS-STEP-SUB)
                           NOT = SPACES
                       PERFORM 0525-WRITE-ONE-STEP
                   END-IF
               END-PERFORM.

           0525-WRITE-ONE-STEP.
               PERFORM 0410-JUDGE-CELL.
               MOVE SPACES TO WS-STEP-LINE.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SL-STEP.
               MOVE WS-STEP-CHAIN(WS-STEP-SUB) TO WS-SL-CHAIN.
               MOVE WS-CL-STATUS(WS-NIGHT-SUB, WS-STEP-SUB)
                   TO WS-SL-STATUS.
               IF WS-CL-START(WS-NIGHT-SUB, WS-STEP-SUB) > ZEROES
                   MOVE WS-CL-START(WS-NIGHT-SUB, WS-STEP-SUB)
                       TO WS-SECS
                   PERFORM 0910-SECS-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-SL-START
               END-IF.
               IF WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB) > ZEROES
                   MOVE WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB)
                       TO WS-SECS
                   PERFORM 0910-SECS-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-SL-END
               END-IF.
               COMPUTE WS-MINUTES ROUNDED =
                   WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB) / 60.
               MOVE WS-MINUTES TO WS-SL-MINUTES.
               MOVE WS-STEP-EXPECTED(WS-STEP-SUB) TO WS-SL-EXPECTED.
               IF WS-STEP-FINISH-BY(WS-STEP-SUB) NOT = 9999
                   MOVE WS-STEP-FINISH-BY(WS-STEP-SUB) TO WS-HHMM
                   PERFORM 0940-HHMM-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-SL-FINISH-BY
               END-IF.
               MOVE WS-FLAG-TEXT TO WS-SL-FLAG.
               WRITE REPORT-LINE FROM WS-STEP-LINE.

           0530-WRITE-OVER-SLA.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 'PASSOS ACIMA DO SLA NA NOITE' TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM 0410-JUDGE-CELL
                   IF OVER-DURATION OR OVER-DEADLINE
                       PERFORM 0535-WRITE-OVER-LINE
                   END-IF
               END-PERFORM.
               IF WS-NT-OVER-COUNT(WS-NIGHT-SUB) = ZEROES
                   MOVE '  NENHUM PASSO ACIMA DO SLA' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           0535-WRITE-OVER-LINE.
               MOVE SPACES TO WS-OV-FINISH-BY.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-OV-STEP.
               COMPUTE WS-MINUTES ROUNDED =
                   WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB) / 60.
               MOVE WS-MINUTES TO WS-OV-MINUTES.
               MOVE WS-STEP-EXPECTED(WS-STEP-SUB) TO WS-OV-EXPECTED.
               IF WS-STEP-FINISH-BY(WS-STEP-SUB) NOT = 9999
                   MOVE WS-STEP-FINISH-BY(WS-STEP-SUB) TO WS-HHMM
                   PERFORM 0940-HHMM-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-OV-FINISH-BY
               END-IF.
               MOVE WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB) TO WS-SECS.
               PERFORM 0910-SECS-TO-CLOCK.
               MOVE WS-CLOCK-TEXT TO WS-OV-END.
               MOVE WS-FLAG-TEXT TO WS-OV-FLAG.
               WRITE REPORT-LINE FROM WS-OVER-LINE.

      *    O NIGHTLYRUN roda um passo por vez, mas cada passo so
      *    depende dos anteriores da propria cadeia; a cadeia mais
      *    longa da noite, seguida da cadeia OPS que fecha o dia, e
      *    o caminho que limita a janela.
           0540-WRITE-CRITICAL-PATH.
               MOVE ZEROES TO WS-CHAIN-COUNT.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM 0545-ADD-TO-CHAIN
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 'CAMINHO CRITICO - MINUTOS POR CADEIA'
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO WS-CRITICAL-CHAIN.
               MOVE ZEROES TO WS-CRITICAL-SECS.
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
                   MOVE WS-CH-CODE(WS-CHAIN-SUB) TO WS-CHL-CHAIN
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-CH-SECS(WS-CHAIN-SUB) / 60
                   MOVE WS-MINUTES TO WS-CHL-MINUTES
                   WRITE REPORT-LINE FROM WS-CHAIN-LINE
                   IF WS-CH-CODE(WS-CHAIN-SUB) NOT = 'OPS'
                       AND WS-CH-SECS(WS-CHAIN-SUB) >
                           WS-CRITICAL-SECS
                       MOVE WS-CH-CODE(WS-CHAIN-SUB)
                           TO WS-CRITICAL-CHAIN
                       MOVE WS-CH-SECS(WS-CHAIN-SUB)
                           TO WS-CRITICAL-SECS
                   END-IF
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               STRING 'CAMINHO CRITICO: CADEIA ' WS-CRITICAL-CHAIN
                   ' + OPS' DELIMITED BY SIZE INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ZEROES TO WS-CUMULATIVE-SECS.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   IF WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                           > ZEROES
                       AND (WS-STEP-CHAIN(WS-STEP-SUB) =
                               WS-CRITICAL-CHAIN
                         OR WS-STEP-CHAIN(WS-STEP-SUB) = 'OPS')
                       PERFORM 0548-WRITE-PATH-LINE
                   END-IF
               END-PERFORM.

           0545-ADD-TO-CHAIN.
               MOVE ZEROES TO WS-CHAIN-HIT.
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
                          OR WS-CHAIN-HIT > ZEROES
                   IF WS-CH-CODE(WS-CHAIN-SUB) =
                           WS-STEP-CHAIN(WS-STEP-SUB)
                       MOVE WS-CHAIN-SUB TO WS-CHAIN-HIT
                   END-IF
               END-PERFORM.
               IF WS-CHAIN-HIT = ZEROES
                   AND WS-CHAIN-COUNT < WS-CHAIN-MAX
                   ADD 1 TO WS-CHAIN-COUNT
                   MOVE WS-CHAIN-COUNT TO WS-CHAIN-HIT
                   MOVE WS-STEP-CHAIN(WS-STEP-SUB)
                       TO WS-CH-CODE(WS-CHAIN-HIT)
                   MOVE ZEROES TO WS-CH-SECS(WS-CHAIN-HIT)
               END-IF.
               IF WS-CHAIN-HIT > ZEROES
                   ADD WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                       TO WS-CH-SECS(WS-CHAIN-HIT)
               END-IF.

           0548-WRITE-PATH-LINE.
               ADD WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                   TO WS-CUMULATIVE-SECS.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-PL-STEP.
               MOVE WS-STEP-CHAIN(WS-STEP-SUB) TO WS-PL-CHAIN.
               COMPUTE WS-MINUTES ROUNDED =
                   WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB) / 60.
               MOVE WS-MINUTES TO WS-PL-MINUTES.
               COMPUTE WS-MINUTES ROUNDED = WS-CUMULATIVE-SECS / 60.
               MOVE WS-MINUTES TO WS-PL-CUMULATIVE.
               WRITE REPORT-LINE FROM WS-PATH-LINE.

           0550-WRITE-NIGHT-TREND.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING 'TENDENCIA DAS ULTIMAS ' WS-NIGHT-COUNT
                   ' NOITES' DELIMITED BY SIZE INTO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-NIGHT-TREND-HEADING.
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   MOVE WS-NT-DATE(WS-NIGHT-SUB) TO WS-NTL-DATE
                   MOVE WS-NT-FIRST-SECS(WS-NIGHT-SUB) TO WS-SECS
                   PERFORM 0910-SECS-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-NTL-START
                   MOVE WS-NT-LAST-SECS(WS-NIGHT-SUB) TO WS-SECS
                   PERFORM 0910-SECS-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-NTL-END
                   COMPUTE WS-MINUTES ROUNDED =
                       (WS-NT-LAST-SECS(WS-NIGHT-SUB)
                       - WS-NT-FIRST-SECS(WS-NIGHT-SUB)) / 60
                   MOVE WS-MINUTES TO WS-NTL-MINUTES
                   MOVE WS-NT-RUN-COUNT(WS-NIGHT-SUB) TO WS-NTL-RUN
                   MOVE WS-NT-OVER-COUNT(WS-NIGHT-SUB) TO WS-NTL-OVER
                   PERFORM 0950-NIGHT-SITUATION
                   MOVE WS-FLAG-TEXT TO WS-NTL-SITUATION
                   WRITE REPORT-LINE FROM WS-NIGHT-TREND-LINE
               END-PERFORM.
               MOVE WS-TARGET-NIGHT TO WS-NIGHT-SUB.

      *    Por passo: media da metade mais antiga das noites em que
      *    ele terminou contra a da metade mais recente. Subida alem
      *    de SLA-TENDENCIA por cento, com pelo menos seis noites,
      *    marca o passo como piorando.
           0560-WRITE-STEP-TREND.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 'TENDENCIA POR PASSO (MINUTOS)' TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-STEP-TREND-HEADING.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM 0565-TREND-ONE-STEP
               END-PERFORM.

           0565-TREND-ONE-STEP.
               MOVE ZEROES TO WS-TREND-SAMPLES.
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   IF WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB) > ZEROES
                       ADD 1 TO WS-TREND-SAMPLES
                   END-IF
               END-PERFORM.
               IF WS-TREND-SAMPLES > ZEROES
                   PERFORM 0570-SPLIT-HALVES
                   PERFORM 0575-WRITE-TREND-LINE
               END-IF.
               MOVE WS-TARGET-NIGHT TO WS-NIGHT-SUB.

           0570-SPLIT-HALVES.
               COMPUTE WS-TREND-HALF = WS-TREND-SAMPLES / 2.
               MOVE ZEROES TO WS-TREND-SEEN WS-OLD-SECS WS-NEW-SECS
                   WS-OLD-COUNT WS-NEW-COUNT.
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   IF WS-CL-END(WS-NIGHT-SUB, WS-STEP-SUB) > ZEROES
                       ADD 1 TO WS-TREND-SEEN
                       IF WS-TREND-SEEN <= WS-TREND-HALF
                           ADD WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                               TO WS-OLD-SECS
                           ADD 1 TO WS-OLD-COUNT
                       ELSE
                           ADD WS-CL-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                               TO WS-NEW-SECS
                           ADD 1 TO WS-NEW-COUNT
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE ZEROES TO WS-OLD-AVG-MIN WS-NEW-AVG-MIN
                   WS-CHANGE-PCT.
               IF WS-OLD-COUNT > ZEROES
                   COMPUTE WS-OLD-AVG-MIN ROUNDED =
                       WS-OLD-SECS / WS-OLD-COUNT / 60
               END-IF.
               IF WS-NEW-COUNT > ZEROES
                   COMPUTE WS-NEW-AVG-MIN ROUNDED =
                       WS-NEW-SECS / WS-NEW-COUNT / 60
               END-IF.
               IF WS-OLD-SECS > ZEROES
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-NEW-SECS / WS-NEW-COUNT
                       - WS-OLD-SECS / WS-OLD-COUNT) * 100
                       / (WS-OLD-SECS / WS-OLD-COUNT)
               END-IF.

           0575-WRITE-TREND-LINE.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-STL-STEP.
               MOVE WS-TREND-SAMPLES TO WS-STL-SAMPLES.
               MOVE WS-OLD-AVG-MIN TO WS-STL-OLD-AVG.
               MOVE WS-NEW-AVG-MIN TO WS-STL-NEW-AVG.
               COMPUTE WS-MINUTES ROUNDED =
                   WS-CL-ELAPSED(WS-TARGET-NIGHT, WS-STEP-SUB) / 60.
               MOVE WS-MINUTES TO WS-STL-LAST.
               MOVE WS-STEP-EXPECTED(WS-STEP-SUB) TO WS-STL-EXPECTED.
               MOVE WS-CHANGE-PCT TO WS-STL-CHANGE.
               MOVE SPACES TO WS-STL-FLAG.
               IF WS-TREND-SAMPLES >= WS-MIN-TREND-SAMPLES
                   AND WS-CHANGE-PCT > WS-TREND-PCT
                   MOVE '*** PIORANDO ***' TO WS-STL-FLAG
                   ADD 1 TO WS-WORSENING-COUNT
               END-IF.
               WRITE REPORT-LINE FROM WS-STEP-TREND-LINE.

      *    O alerta leva a data util da noite (nao a do relogio),
      *    que e a que o OPSSUMMARY da manha relata. Se o BATCHSLA
      *    rodar de novo para a mesma noite, o alerta nao duplica.
           0700-WRITE-LATE-ALERT.
               MOVE 'N' TO WS-ALERT-EXISTS.
               OPEN INPUT SYSTEM-RUN-LOG.
               IF WS-LOG-STATUS = "00"
                   READ SYSTEM-RUN-LOG
                    AT END SET END-OF-RUN-LOG TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-RUN-LOG
                       IF RL-DATE = WS-NT-DATE(WS-TARGET-NIGHT)
                               AND RL-ACTION = 'A'
                               AND RL-PROGRAM = WS-RL-PROGRAM
                           SET ALERT-ALREADY-LOGGED TO TRUE
                       END-IF
                       READ SYSTEM-RUN-LOG
                        AT END SET END-OF-RUN-LOG TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE SYSTEM-RUN-LOG
               END-IF.
               IF NOT ALERT-ALREADY-LOGGED
                   OPEN EXTEND SYSTEM-RUN-LOG
                   IF WS-LOG-STATUS = "35"
                       OPEN OUTPUT SYSTEM-RUN-LOG
                   END-IF
                   IF WS-LOG-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR SYSTEM-RUN-LOG.DAT - "
                           "STATUS " WS-LOG-STATUS
                       STOP RUN
                   END-IF
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATE-TIME
                   MOVE SPACES TO RUN-LOG-REC
                   MOVE WS-NT-DATE(WS-TARGET-NIGHT) TO RL-DATE
                   MOVE WS-CURRENT-DATE-TIME(9:6) TO RL-TIME
                   MOVE 'A' TO RL-ACTION
                   MOVE WS-RL-PROGRAM TO RL-PROGRAM
                   MOVE WS-NT-RUN-COUNT(WS-TARGET-NIGHT) TO RL-READ
                   MOVE WS-NT-OVER-COUNT(WS-TARGET-NIGHT)
                       TO RL-WRITTEN
                   MOVE WS-NT-LATE-MIN(WS-TARGET-NIGHT)
                       TO RL-REJECTED
                   MOVE 'ATRASADA' TO RL-OUTCOME
                   WRITE RUN-LOG-REC
                   CLOSE SYSTEM-RUN-LOG
               END-IF.

      *    AAAA-MM-DD HH:MM:SS em segundos corridos; carimbo que nao
      *    e numerico fica zerado e o registro e ignorado.
           0900-TIMESTAMP-TO-SECS.
               MOVE ZEROES TO WS-SECS.
               IF WS-TSX-YEAR IS NUMERIC AND WS-TSX-MONTH IS NUMERIC
                   AND WS-TSX-DAY IS NUMERIC
                   AND WS-TSX-HOUR IS NUMERIC
                   AND WS-TSX-MIN IS NUMERIC
                   AND WS-TSX-SEC IS NUMERIC
                   AND WS-TSX-YEAR > 1600
                   COMPUTE WS-TSX-DATE = WS-TSX-YEAR * 10000
                       + WS-TSX-MONTH * 100 + WS-TSX-DAY
                   COMPUTE WS-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-TSX-DATE) * 86400
                       + WS-TSX-HOUR * 3600 + WS-TSX-MIN * 60
                       + WS-TSX-SEC
               END-IF.

           0910-SECS-TO-CLOCK.
               DIVIDE WS-SECS BY 86400 GIVING WS-DAYS
                   REMAINDER WS-DAY-SECS.
               DIVIDE WS-DAY-SECS BY 3600 GIVING WS-CLK-HOUR
                   REMAINDER WS-CLK-WORK.
               DIVIDE WS-CLK-WORK BY 60 GIVING WS-CLK-MIN.

      *    Horario limite HHMM da noite WS-NIGHT-SUB: antes do
      *    meio-dia e a madrugada seguinte a data util.
           0920-DEADLINE-SECS.
               DIVIDE WS-HHMM BY 100 GIVING WS-HHMM-HOUR
                   REMAINDER WS-HHMM-MIN.
               COMPUTE WS-DEADLINE-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-NT-DATE(WS-NIGHT-SUB))
                   * 86400 + WS-HHMM-HOUR * 3600 + WS-HHMM-MIN * 60.
               IF WS-HHMM-HOUR < 12
                   ADD 86400 TO WS-DEADLINE-SECS
               END-IF.

           0930-SECS-TO-TIMESTAMP.
               MOVE SPACES TO WS-TS-TEXT.
               IF WS-SECS > ZEROES
                   DIVIDE WS-SECS BY 86400 GIVING WS-DAYS
                       REMAINDER WS-DAY-SECS
                   COMPUTE WS-TSX-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAYS)
                   MOVE WS-TSX-DATE(1:4) TO WS-TS-TEXT(1:4)
                   MOVE '-' TO WS-TS-TEXT(5:1)
                   MOVE WS-TSX-DATE(5:2) TO WS-TS-TEXT(6:2)
                   MOVE '-' TO WS-TS-TEXT(8:1)
                   MOVE WS-TSX-DATE(7:2) TO WS-TS-TEXT(9:2)
                   PERFORM 0910-SECS-TO-CLOCK
                   MOVE WS-CLOCK-TEXT TO WS-TS-TEXT(12:5)
                   DIVIDE WS-CLK-WORK BY 60 GIVING WS-CLK-MIN
                       REMAINDER WS-DAY-SECS
                   MOVE ':' TO WS-TS-TEXT(17:1)
                   MOVE WS-DAY-SECS(4:2) TO WS-TS-TEXT(18:2)
               END-IF.

           0940-HHMM-TO-CLOCK.
               DIVIDE WS-HHMM BY 100 GIVING WS-CLK-HOUR
                   REMAINDER WS-CLK-MIN.

           0950-NIGHT-SITUATION.
               IF WS-NT-LATE(WS-NIGHT-SUB) = 'Y'
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'ATRASADA ' WS-NT-LATE-MIN(WS-NIGHT-SUB)
                       ' MIN' DELIMITED BY SIZE INTO WS-FLAG-TEXT
               ELSE
                   MOVE 'NO PRAZO' TO WS-FLAG-TEXT
               END-IF.

          END PROGRAM BATCHSLA.
