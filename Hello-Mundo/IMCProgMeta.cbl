       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IMCPROGMETA.
       AUTHOR.         Carlinhoshk.
      *Relatorio de progresso das metas de peso. Para cada meta
      *ativa de BMI-GOALS.DAT (mantido pelo IMCMETAMANUT) busca em
      *BMI-HISTORY.DAT a ultima medicao do paciente desde o inicio
      *da meta e calcula:
      *  - % da meta atingido: quanto o peso (ou o IMC, meta tipo I)
      *    andou do valor inicial em direcao ao alvo;
      *  - % esperado: fracao do prazo ja decorrida ate a data util;
      *  - situacao: ATINGIDA (100% ou mais), NO RITMO (atingido nao
      *    fica mais que META-TOLERANCIA pontos abaixo do esperado,
      *    default 10), ATRASADA, ou SEM MEDICAO desde o inicio.
      *Meta de IMC parte do peso inicial sobre a altura da ultima
      *medicao. Paciente ATRASADO ou SEM MEDICAO cuja ultima medicao
      *(de qualquer data) passou de META-DIAS-MEDIR dias (default
      *30) vai para BMI-GOAL-RECALL.DAT, no layout da lista de busca
      *ativa, e o IMCRECHAMADA o poe ou sobe na rechamada: prioridade
      *1 com o prazo da meta vencido, 2 antes disso.
      *Meta que ficou num ID aposentado por fusao (PATIENT-XREF.DAT,
      *via PACXREF) sai como ID FUNDIDO, sem progresso nem
      *rechamada: o historico ja esta no sobrevivente e a meta deve
      *ser encerrada e incluida de novo no ID dele.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-FILE ASSIGN TO "BMI-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT BMI-HISTORY ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SORT-WORK ASSIGN TO "BMI-GOALPROG.SRT".
           SELECT SORTED-HISTORY ASSIGN TO "BMI-GOALPROG-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATIENT-STATUS.
           SELECT PROGRESS-REPORT
               ASSIGN TO "BMI-GOAL-PROGRESS-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GOAL-RECALL ASSIGN TO "BMI-GOAL-RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOAL-FILE.
       01  GOAL-REC.
           88 END-OF-GOALS         VALUE HIGH-VALUES.
           COPY BMIGOAL.

       FD  BMI-HISTORY.
       01  HISTDETAILS.
           COPY BMIHIST.

       SD  SORT-WORK.
       01  SORT-HIST-REC.
           COPY BMIHIST.

       FD  SORTED-HISTORY.
       01  SORTED-HIST.
           88 END-OF-SORTED        VALUE HIGH-VALUES.
           COPY BMIHIST.

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-REC.
           COPY PACREC.

       FD  PROGRESS-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  GOAL-RECALL.
       01  RECALL-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-GOAL-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-SORTED-STATUS PIC XX VALUE SPACES.
       01 WS-PATIENT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-RECALL-STATUS PIC XX VALUE SPACES.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARAM-FOUND PIC X VALUE 'N'.
       01 WS-TOLERANCE-PTS PIC 9(3) VALUE 10.
       01 WS-STALE-DAYS PIC 9(3) VALUE 30.

       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-BUSINESS-INT PIC 9(8) VALUE 0.
       01 WS-HISTORY-SWITCH PIC X VALUE 'N'.
           88 HISTORY-PRESENT VALUE 'Y'.
       01 WS-PATIENT-KEY PIC 9(6) VALUE 0.
       01 WS-PATIENT-SWITCH PIC X VALUE 'N'.
           88 PATIENT-FILE-PRESENT VALUE 'Y'.
       01 WS-PATIENT-EOF PIC X VALUE 'N'.
           88 END-OF-PATIENTS VALUE 'Y'.

      *Medicoes do paciente da vez: a ultima de qualquer data (para
      *saber ha quanto tempo nao mede) e a ultima desde o inicio da
      *meta (para o progresso).
       01 WS-LAST-ANY-DATE PIC 9(8) VALUE 0.
       01 WS-CUR-DATE PIC 9(8) VALUE 0.
       01 WS-CUR-WEIGHT PIC 9(3)V99 VALUE 0.
       01 WS-CUR-HEIGHT PIC 9(3)V99 VALUE 0.
       01 WS-CUR-BMI PIC 9(3)V99 VALUE 0.
       01 WS-LASTNAME PIC X(20) VALUE SPACES.
       01 WS-FIRSTNAME PIC X(20) VALUE SPACES.

       01 WS-START-VALUE PIC 9(3)V99 VALUE 0.
       01 WS-CURRENT-VALUE PIC 9(3)V99 VALUE 0.
       01 WS-PCT-ACHIEVED PIC S9(5)V9 VALUE 0.
       01 WS-PCT-EXPECTED PIC S9(5)V9 VALUE 0.
       01 WS-HEIGHT-M PIC 9V9(4) VALUE 0.
       01 WS-TOTAL-DAYS PIC S9(7) VALUE 0.
       01 WS-ELAPSED-DAYS PIC S9(7) VALUE 0.
       01 WS-DAYS-SINCE PIC 9(5) VALUE 0.
       01 WS-GOAL-SITUATION PIC X(11) VALUE SPACES.
           88 GOAL-REACHED VALUE 'ATINGIDA'.
           88 GOAL-ON-TRACK VALUE 'NO RITMO'.
           88 GOAL-BEHIND VALUE 'ATRASADA'.
           88 GOAL-NOT-MEASURED VALUE 'SEM MEDICAO'.
           88 GOAL-MERGED-ID VALUE 'ID FUNDIDO'.
       01 WS-XREF-SURVIVOR PIC 9(6) VALUE 0.
       01 WS-XREF-FOUND PIC X VALUE 'N'.
       01 WS-RECALL-FLAG PIC X VALUE 'N'.
           88 SEND-TO-RECALL VALUE 'Y'.

       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-REACHED-COUNT PIC 9(5) VALUE 0.
       01 WS-ONTRACK-COUNT PIC 9(5) VALUE 0.
       01 WS-BEHIND-COUNT PIC 9(5) VALUE 0.
       01 WS-NOMEAS-COUNT PIC 9(5) VALUE 0.
       01 WS-MERGED-COUNT PIC 9(5) VALUE 0.
       01 WS-RECALL-COUNT PIC 9(5) VALUE 0.
       01 WS-HIST-READ PIC 9(7) VALUE 0.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'IMCPROGMETA'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-REPORT-TITLE.
           05 FILLER               PIC X(36) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'PROGRESSO DAS METAS DE PESO - DATA UTIL '.
           05 WS-TITLE-DATE        PIC 9(8).

       01  WS-HEADING.
           05 FILLER               PIC X(8)  VALUE 'ID'.
           05 FILLER               PIC X(25) VALUE 'PACIENTE'.
           05 FILLER               PIC X(6)  VALUE 'PROG'.
           05 FILLER               PIC X(9)  VALUE 'INICIO'.
           05 FILLER               PIC X(9)  VALUE 'PRAZO'.
           05 FILLER               PIC X(2)  VALUE 'T'.
           05 FILLER               PIC X(8)  VALUE ' INICIAL'.
           05 FILLER               PIC X(8)  VALUE '    META'.
           05 FILLER               PIC X(8)  VALUE '   ATUAL'.
           05 FILLER               PIC X(8)  VALUE '  %ATING'.
           05 FILLER               PIC X(8)  VALUE '  %ESPER'.
           05 FILLER               PIC X(10) VALUE ' ULT MED'.
           05 FILLER               PIC X(6)  VALUE ' DIAS'.
           05 FILLER               PIC X(12) VALUE 'SITUACAO'.
           05 FILLER               PIC X(4)  VALUE 'RECH'.

       01  WS-DETAIL-LINE.
           05 WS-DET-ID            PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-NAME          PIC X(24).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-PROGRAM       PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-START-DATE    PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-TARGET-DATE   PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-TYPE          PIC X.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-START-VALUE   PIC ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-TARGET-VALUE  PIC ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-CURRENT       PIC ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-PCT-ACHIEVED  PIC -ZZ9,9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-PCT-EXPECTED  PIC -ZZ9,9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-LAST-DATE     PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-DAYS-SINCE    PIC ZZZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-SITUATION     PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-RECALL        PIC X.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL         PIC X(40).
           05 WS-TOT-VALUE         PIC ZZZZ9.

      *Mesmo layout da lista de busca ativa BMI-RECALL-WORKLIST.DAT
      *do ENHANCEDBMICALCULATOR, que o IMCRECHAMADA ja sabe ler.
       01  WS-RECALL-HEADING.
           05 FILLER               PIC X(5)  VALUE 'PRIO '.
           05 FILLER               PIC X(8)  VALUE 'ID'.
           05 FILLER               PIC X(21) VALUE 'SOBRENOME'.
           05 FILLER               PIC X(21) VALUE 'NOME'.
           05 FILLER               PIC X(8)  VALUE 'IMC'.
           05 FILLER               PIC X(18) VALUE 'SITUACAO DA META'.

       01  WS-RECALL-DETAIL.
           05 WS-RCD-PRIORITY      PIC 9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-RCD-PATIENT-ID    PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RCD-LASTNAME      PIC X(20).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-RCD-FIRSTNAME     PIC X(20).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-RCD-BMI           PIC ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RCD-SITUATION     PIC X(17).
           05 FILLER               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           PERFORM 0110-READ-PARAMETERS.
           OPEN INPUT GOAL-FILE.
           IF WS-GOAL-STATUS NOT = "00"
               DISPLAY "SEM BMI-GOALS.DAT - NENHUMA META PARA "
                   "ACOMPANHAR"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.
           PERFORM 0120-OPEN-FILES.
           READ GOAL-FILE
               AT END SET END-OF-GOALS TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-GOAL UNTIL END-OF-GOALS.
           PERFORM 0800-WRITE-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "METAS ATIVAS.........: " WS-ACTIVE-COUNT.
           DISPLAY "ATINGIDAS............: " WS-REACHED-COUNT.
           DISPLAY "NO RITMO.............: " WS-ONTRACK-COUNT.
           DISPLAY "ATRASADAS............: " WS-BEHIND-COUNT.
           DISPLAY "SEM MEDICAO..........: " WS-NOMEAS-COUNT.
           DISPLAY "PARA A RECHAMADA.....: " WS-RECALL-COUNT.
           PERFORM 0995-LOG-RUN-END.
           GOBACK.

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
           COMPUTE WS-RL-READ = WS-ACTIVE-COUNT + WS-CLOSED-COUNT.
           MOVE WS-ACTIVE-COUNT TO WS-RL-WRITTEN.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0110-READ-PARAMETERS.
           MOVE "META-TOLERANCIA" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-TOLERANCE-PTS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           DISPLAY "PARAMETRO META-TOLERANCIA: " WS-TOLERANCE-PTS.
           MOVE "META-DIAS-MEDIR" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-STALE-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           DISPLAY "PARAMETRO META-DIAS-MEDIR: " WS-STALE-DAYS.

      *Historico ordenado por paciente, data e hora, lido junto com
      *as metas (que ja estao em ordem de ID); o cadastro de
      *pacientes so empresta o nome.
       0120-OPEN-FILES.
           OPEN INPUT BMI-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               CLOSE BMI-HISTORY
               SORT SORT-WORK ON ASCENDING KEY
                       HIST-PATIENT-ID OF SORT-HIST-REC
                       HIST-MEAS-DATE OF SORT-HIST-REC
                       HIST-MEAS-TIME OF SORT-HIST-REC
                   USING BMI-HISTORY
                   GIVING SORTED-HISTORY
               OPEN INPUT SORTED-HISTORY
               IF WS-SORTED-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-GOALPROG-SORTED.TMP - "
                       "STATUS " WS-SORTED-STATUS
                   STOP RUN
               END-IF
               SET HISTORY-PRESENT TO TRUE
               PERFORM 0150-READ-SORTED
           ELSE
               DISPLAY "SEM BMI-HISTORY.DAT - TODAS AS METAS FICAM "
                   "SEM MEDICAO"
               SET END-OF-SORTED TO TRUE
           END-IF.
           OPEN INPUT PATIENT-MASTER.
           IF WS-PATIENT-STATUS = "00"
               SET PATIENT-FILE-PRESENT TO TRUE
           ELSE
               SET END-OF-PATIENTS TO TRUE
           END-IF.
           OPEN OUTPUT PROGRESS-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-GOAL-PROGRESS-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GOAL-RECALL.
           IF WS-RECALL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-GOAL-RECALL.DAT - STATUS "
                   WS-RECALL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-TITLE-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING.
           WRITE RECALL-LINE FROM WS-RECALL-HEADING.

       0150-READ-SORTED.
           READ SORTED-HISTORY
               AT END SET END-OF-SORTED TO TRUE
           END-READ.
           IF NOT END-OF-SORTED
               ADD 1 TO WS-HIST-READ
           END-IF.

       0200-PROCESS-GOAL.
           IF GOAL-IS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 0210-COLLECT-MEASUREMENTS
               PERFORM 0220-FIND-PATIENT-NAME
               CALL "PACXREF" USING GOAL-PATIENT-ID WS-XREF-SURVIVOR
                   WS-XREF-FOUND
               END-CALL
               IF WS-XREF-FOUND = 'Y'
                   PERFORM 0305-FLAG-MERGED-ID
               ELSE
                   PERFORM 0300-EVALUATE-PROGRESS
               END-IF
               PERFORM 0400-WRITE-DETAIL
               IF SEND-TO-RECALL
                   PERFORM 0450-WRITE-RECALL
               END-IF
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           READ GOAL-FILE
               AT END SET END-OF-GOALS TO TRUE
           END-READ.

      *Pula o historico de quem nao tem meta e guarda, do paciente
      *da vez, a ultima medicao de todas e a ultima desde o inicio.
       0210-COLLECT-MEASUREMENTS.
           MOVE ZEROES TO WS-LAST-ANY-DATE WS-CUR-DATE WS-CUR-WEIGHT
               WS-CUR-HEIGHT WS-CUR-BMI.
           MOVE SPACES TO WS-LASTNAME WS-FIRSTNAME.
           PERFORM 0150-READ-SORTED
               UNTIL END-OF-SORTED
                   OR HIST-PATIENT-ID OF SORTED-HIST
                       >= GOAL-PATIENT-ID.
           PERFORM UNTIL END-OF-SORTED
                   OR HIST-PATIENT-ID OF SORTED-HIST
                       NOT = GOAL-PATIENT-ID
               MOVE HIST-MEAS-DATE OF SORTED-HIST TO WS-LAST-ANY-DATE
               MOVE HIST-LASTNAME OF SORTED-HIST TO WS-LASTNAME
               MOVE HIST-FIRSTNAME OF SORTED-HIST TO WS-FIRSTNAME
               IF HIST-MEAS-DATE OF SORTED-HIST >= GOAL-START-DATE
                   MOVE HIST-MEAS-DATE OF SORTED-HIST TO WS-CUR-DATE
                   MOVE HIST-WEIGHT-KG OF SORTED-HIST TO WS-CUR-WEIGHT
                   MOVE HIST-HEIGHT-CM OF SORTED-HIST TO WS-CUR-HEIGHT
                   MOVE HIST-BMI OF SORTED-HIST TO WS-CUR-BMI
               END-IF
               PERFORM 0150-READ-SORTED
           END-PERFORM.

      *O nome do cadastro prevalece sobre o do historico.
       0220-FIND-PATIENT-NAME.
           PERFORM UNTIL END-OF-PATIENTS
                   OR WS-PATIENT-KEY >= GOAL-PATIENT-ID
               READ PATIENT-MASTER
                   AT END SET END-OF-PATIENTS TO TRUE
               END-READ
               IF NOT END-OF-PATIENTS
                   MOVE PAC-PATIENT-ID TO WS-PATIENT-KEY
               END-IF
           END-PERFORM.
           IF NOT END-OF-PATIENTS
                   AND WS-PATIENT-KEY = GOAL-PATIENT-ID
               MOVE PAC-LASTNAME TO WS-LASTNAME
               MOVE PAC-FIRSTNAME TO WS-FIRSTNAME
           END-IF.

      *% atingido = quanto andou do inicial ao alvo; % esperado =
      *fracao do prazo decorrida (limitada a 100). O sinal fica:
      *paciente que se afastou do alvo aparece negativo.
       0300-EVALUATE-PROGRESS.
           MOVE 'N' TO WS-RECALL-FLAG.
           MOVE ZEROES TO WS-START-VALUE WS-CURRENT-VALUE
               WS-PCT-ACHIEVED WS-PCT-EXPECTED.
           COMPUTE WS-TOTAL-DAYS =
               FUNCTION INTEGER-OF-DATE(GOAL-TARGET-DATE)
               - FUNCTION INTEGER-OF-DATE(GOAL-START-DATE).
           COMPUTE WS-ELAPSED-DAYS = WS-BUSINESS-INT
               - FUNCTION INTEGER-OF-DATE(GOAL-START-DATE).
           EVALUATE TRUE
               WHEN WS-ELAPSED-DAYS <= 0
                   MOVE 0 TO WS-PCT-EXPECTED
               WHEN WS-TOTAL-DAYS <= 0
                       OR WS-ELAPSED-DAYS >= WS-TOTAL-DAYS
                   MOVE 100 TO WS-PCT-EXPECTED
               WHEN OTHER
                   COMPUTE WS-PCT-EXPECTED ROUNDED =
                       WS-ELAPSED-DAYS * 100 / WS-TOTAL-DAYS
           END-EVALUATE.
           IF WS-LAST-ANY-DATE > 0
               COMPUTE WS-DAYS-SINCE = WS-BUSINESS-INT
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-ANY-DATE)
           ELSE
               MOVE 99999 TO WS-DAYS-SINCE
           END-IF.
           IF WS-CUR-DATE = 0
               SET GOAL-NOT-MEASURED TO TRUE
               ADD 1 TO WS-NOMEAS-COUNT
           ELSE
               PERFORM 0310-COMPUTE-ACHIEVED
               EVALUATE TRUE
                   WHEN WS-PCT-ACHIEVED >= 100
                       SET GOAL-REACHED TO TRUE
                       ADD 1 TO WS-REACHED-COUNT
                   WHEN WS-PCT-ACHIEVED + WS-TOLERANCE-PTS
                           >= WS-PCT-EXPECTED
                       SET GOAL-ON-TRACK TO TRUE
                       ADD 1 TO WS-ONTRACK-COUNT
                   WHEN OTHER
                       SET GOAL-BEHIND TO TRUE
                       ADD 1 TO WS-BEHIND-COUNT
               END-EVALUATE
           END-IF.
      *Sem medicao desde o inicio so conta como atraso depois que a
      *meta ja tem o tempo de uma janela sem medir.
           IF (GOAL-BEHIND OR GOAL-NOT-MEASURED)
                   AND WS-DAYS-SINCE > WS-STALE-DAYS
                   AND WS-ELAPSED-DAYS > WS-STALE-DAYS
               SET SEND-TO-RECALL TO TRUE
               ADD 1 TO WS-RECALL-COUNT
           END-IF.

       0305-FLAG-MERGED-ID.
           MOVE 'N' TO WS-RECALL-FLAG.
           MOVE ZEROES TO WS-CUR-DATE WS-PCT-EXPECTED.
           SET GOAL-MERGED-ID TO TRUE.
           ADD 1 TO WS-MERGED-COUNT.
           DISPLAY "META NO ID FUNDIDO " GOAL-PATIENT-ID
               " - INCLUIR NO PACIENTE " WS-XREF-SURVIVOR.

       0310-COMPUTE-ACHIEVED.
           IF GOAL-IS-BMI
               MOVE WS-CUR-BMI TO WS-CURRENT-VALUE
               IF WS-CUR-HEIGHT > 0
                   COMPUTE WS-HEIGHT-M = WS-CUR-HEIGHT / 100
                   COMPUTE WS-START-VALUE ROUNDED =
                       GOAL-START-WEIGHT / (WS-HEIGHT-M * WS-HEIGHT-M)
                       ON SIZE ERROR MOVE 0 TO WS-START-VALUE
                   END-COMPUTE
               END-IF
           ELSE
               MOVE WS-CUR-WEIGHT TO WS-CURRENT-VALUE
               MOVE GOAL-START-WEIGHT TO WS-START-VALUE
           END-IF.
           IF WS-START-VALUE = GOAL-TARGET-VALUE
               MOVE 100 TO WS-PCT-ACHIEVED
           ELSE
               COMPUTE WS-PCT-ACHIEVED ROUNDED =
                   (WS-START-VALUE - WS-CURRENT-VALUE) * 100
                   / (WS-START-VALUE - GOAL-TARGET-VALUE)
                   ON SIZE ERROR MOVE 999 TO WS-PCT-ACHIEVED
               END-COMPUTE
           END-IF.

       0400-WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE GOAL-PATIENT-ID TO WS-DET-ID.
           IF WS-LASTNAME NOT = SPACES
               STRING WS-LASTNAME DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   WS-FIRSTNAME DELIMITED BY "  "
                   INTO WS-DET-NAME
           END-IF.
           MOVE GOAL-PROGRAM TO WS-DET-PROGRAM.
           MOVE GOAL-START-DATE TO WS-DET-START-DATE.
           MOVE GOAL-TARGET-DATE TO WS-DET-TARGET-DATE.
           MOVE GOAL-TARGET-TYPE TO WS-DET-TYPE.
           MOVE GOAL-TARGET-VALUE TO WS-DET-TARGET-VALUE.
           MOVE WS-GOAL-SITUATION TO WS-DET-SITUATION.
           IF WS-CUR-DATE > 0
               MOVE WS-START-VALUE TO WS-DET-START-VALUE
               MOVE WS-CURRENT-VALUE TO WS-DET-CURRENT
               IF WS-PCT-ACHIEVED > 999
                   MOVE 999 TO WS-PCT-ACHIEVED
               END-IF
               IF WS-PCT-ACHIEVED < -999
                   MOVE -999 TO WS-PCT-ACHIEVED
               END-IF
               MOVE WS-PCT-ACHIEVED TO WS-DET-PCT-ACHIEVED
           ELSE
               IF GOAL-IS-WEIGHT
                   MOVE GOAL-START-WEIGHT TO WS-DET-START-VALUE
               END-IF
           END-IF.
           MOVE WS-PCT-EXPECTED TO WS-DET-PCT-EXPECTED.
           IF WS-LAST-ANY-DATE > 0
               MOVE WS-LAST-ANY-DATE TO WS-DET-LAST-DATE
               MOVE WS-DAYS-SINCE TO WS-DET-DAYS-SINCE
           END-IF.
           IF SEND-TO-RECALL
               MOVE '*' TO WS-DET-RECALL
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0450-WRITE-RECALL.
           MOVE SPACES TO WS-RECALL-DETAIL.
           IF GOAL-TARGET-DATE < WS-BUSINESS-DATE
               MOVE 1 TO WS-RCD-PRIORITY
           ELSE
               MOVE 2 TO WS-RCD-PRIORITY
           END-IF.
           MOVE GOAL-PATIENT-ID TO WS-RCD-PATIENT-ID.
           MOVE WS-LASTNAME TO WS-RCD-LASTNAME.
           MOVE WS-FIRSTNAME TO WS-RCD-FIRSTNAME.
           MOVE WS-CUR-BMI TO WS-RCD-BMI.
           IF GOAL-BEHIND
               MOVE "META ATRASADA" TO WS-RCD-SITUATION
           ELSE
               MOVE "META SEM MEDICAO" TO WS-RCD-SITUATION
           END-IF.
           WRITE RECALL-LINE FROM WS-RECALL-DETAIL.

       0800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "METAS ATIVAS" TO WS-TOT-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ATINGIDAS" TO WS-TOT-LABEL.
           MOVE WS-REACHED-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  NO RITMO" TO WS-TOT-LABEL.
           MOVE WS-ONTRACK-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ATRASADAS" TO WS-TOT-LABEL.
           MOVE WS-BEHIND-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SEM MEDICAO DESDE O INICIO" TO WS-TOT-LABEL.
           MOVE WS-NOMEAS-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  EM ID FUNDIDO" TO WS-TOT-LABEL.
           MOVE WS-MERGED-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "METAS ENCERRADAS NO CADASTRO" TO WS-TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ENVIADAS PARA A RECHAMADA (*)" TO WS-TOT-LABEL.
           MOVE WS-RECALL-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE GOAL-FILE.
           IF HISTORY-PRESENT
               CLOSE SORTED-HISTORY
           END-IF.
           IF PATIENT-FILE-PRESENT
               CLOSE PATIENT-MASTER
           END-IF.
           CLOSE PROGRESS-REPORT.
           CLOSE GOAL-RECALL.

       END PROGRAM IMCPROGMETA.
