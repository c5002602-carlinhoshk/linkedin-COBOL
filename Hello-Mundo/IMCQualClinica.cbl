       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IMCQUALCLINICA.
       AUTHOR.         Carlinhoshk.
      *Relatorio mensal de qualidade das medicoes por clinica, para
      *saber de qual balanca ou equipe vem o pico de rejeicoes e de
      *suspeitos. Para cada clinica de CLINICS.DAT (e cada codigo
      *que apareceu sem estar cadastrado) mostra no mes:
      *  - medicoes lidas, rejeitadas e suspeitas, somadas das linhas
      *    de BMI-CLINIC-TALLY.DAT que o IMCCALCULADORALOTE e o
      *    ENHANCEDBMICALCULATOR gravam a cada rodada, com a taxa de
      *    rejeicao e de suspeitos sobre as lidas;
      *  - taxa de faltosos da rechamada do IMCRECHAMADA: das
      *    rechamadas cuja janela (RECALL-DIAS, default 30) venceu no
      *    mes, as que seguem em aberto em BMI-RECALL-PENDING.DAT ou
      *    foram baixadas com visita depois do prazo em
      *    BMI-RECALL-CLOSED.DAT. A rechamada e da clinica da ultima
      *    medicao do paciente ate a data em que ela entrou;
      *  - pacientes medidos no mes em BMI-HISTORY.DAT e a fatia de
      *    cada faixa de classificacao, pela ultima medicao do
      *    paciente no mes naquela clinica.
      *CLINQUAL-PERIOD em RUN-PARAMETERS.DAT (AAAAMM) reapresenta um
      *mes anterior; ATUAL usa o mes da data util.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLINIC-FILE ASSIGN TO "CLINICS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLINIC-STATUS.
           SELECT CLINIC-TALLY ASSIGN TO "BMI-CLINIC-TALLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TALLY-STATUS.
           SELECT BMI-HISTORY ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SORT-WORK ASSIGN TO "BMI-CLINQUAL.SRT".
           SELECT SORTED-HISTORY ASSIGN TO "BMI-CLINQUAL-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT RECALL-PENDING ASSIGN TO "BMI-RECALL-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT RECALL-CLOSED ASSIGN TO "BMI-RECALL-CLOSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT QUALITY-REPORT
               ASSIGN TO "BMI-CLINIC-QUALITY-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLINIC-FILE.
       01  CLINIC-REC.
           88 END-OF-CLINICS       VALUE HIGH-VALUES.
           COPY CLINREC.

       FD  CLINIC-TALLY.
       01  CLINIC-TALLY-REC.
           88 END-OF-TALLY         VALUE HIGH-VALUES.
           COPY BMICLT.

       FD  BMI-HISTORY.
       01  HISTDETAILS.
           88 END-OF-HISTORY       VALUE HIGH-VALUES.
           COPY BMIHIST.

       SD  SORT-WORK.
       01  SORT-HIST-REC.
           COPY BMIHIST.

       FD  SORTED-HISTORY.
       01  SORTED-HIST.
           88 END-OF-SORTED        VALUE HIGH-VALUES.
           COPY BMIHIST.

       FD  RECALL-PENDING.
       01  PENDING-REC.
           88 END-OF-PENDING       VALUE HIGH-VALUES.
           COPY BMIRCP.

       FD  RECALL-CLOSED.
       01  RECALL-CLOSED-REC.
           88 END-OF-CLOSED        VALUE HIGH-VALUES.
           COPY BMIRCL.

       FD  QUALITY-REPORT.
       01  REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CLINIC-STATUS PIC XX VALUE SPACES.
       01 WS-TALLY-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-SORTED-STATUS PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS PIC XX VALUE SPACES.
       01 WS-CLOSED-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARAM-FOUND PIC X VALUE 'N'.
       01 WS-RECALL-DIAS PIC 9(3) VALUE 30.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-REPORT-YYYYMM PIC X(6) VALUE SPACES.

      *Uma entrada por clinica do cadastro, na ordem do arquivo, e
      *depois os codigos achados no movimento sem cadastro; a
      *ultima posicao junta o que nao coube, sob '****'.
       01 WS-CLINIC-TABLE.
           05 WS-CQ-ENTRY OCCURS 501 TIMES.
               10 WS-CQ-CODE       PIC X(4).
               10 WS-CQ-NAME       PIC X(30).
               10 WS-CQ-STATUS     PIC X.
               10 WS-CQ-COUNTS.
                   15 WS-CQ-READ       PIC 9(7).
                   15 WS-CQ-ACCEPTED   PIC 9(7).
                   15 WS-CQ-REJECTED   PIC 9(7).
                   15 WS-CQ-SUSPECT    PIC 9(7).
                   15 WS-CQ-RECALLS    PIC 9(7).
                   15 WS-CQ-NOSHOWS    PIC 9(7).
                   15 WS-CQ-PATIENTS   PIC 9(7).
                   15 WS-CQ-BAND       PIC 9(7) OCCURS 4 TIMES.
       01 WS-CQ-COUNT PIC 9(3) VALUE 0.
       01 WS-CQ-MAX PIC 9(3) VALUE 500.
       01 WS-CQ-SUB PIC 9(3) VALUE 0.
       01 WS-CQ-HIT PIC 9(3) VALUE 0.
       01 WS-CQ-OVERFLOW PIC X VALUE 'N'.
       01 WS-LOOKUP-CODE PIC X(4) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOT-READ          PIC 9(7) VALUE 0.
           05 WS-TOT-ACCEPTED      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED      PIC 9(7) VALUE 0.
           05 WS-TOT-SUSPECT       PIC 9(7) VALUE 0.
           05 WS-TOT-RECALLS       PIC 9(7) VALUE 0.
           05 WS-TOT-NOSHOWS       PIC 9(7) VALUE 0.
           05 WS-TOT-PATIENTS      PIC 9(7) VALUE 0.
           05 WS-TOT-BAND          PIC 9(7) OCCURS 4 TIMES.
       01 WS-BAND-SUB PIC 9 VALUE 0.

      *Rechamadas cuja janela venceu no mes do relatorio.
       01 WS-COHORT-TABLE.
           05 WS-COHORT-ENTRY OCCURS 5000 TIMES.
               10 WS-CH-ID         PIC 9(6).
               10 WS-CH-ADDED      PIC 9(8).
               10 WS-CH-NOSHOW     PIC X.
               10 WS-CH-CLINIC     PIC X(4).
               10 WS-CH-BEST-STAMP PIC X(14).
       01 WS-COHORT-COUNT PIC 9(4) VALUE 0.
       01 WS-COHORT-MAX PIC 9(4) VALUE 5000.
       01 WS-COHORT-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-COHORT-SUB PIC 9(4) VALUE 0.
       01 WS-CAND-ID PIC 9(6) VALUE 0.
       01 WS-CAND-ADDED PIC 9(8) VALUE 0.
       01 WS-CAND-NOSHOW PIC X VALUE 'N'.
       01 WS-DEADLINE-DATE PIC 9(8) VALUE 0.
       01 WS-HIST-STAMP PIC X(14) VALUE SPACES.
       01 WS-XREF-SURVIVOR PIC 9(6) VALUE 0.
       01 WS-XREF-FOUND PIC X VALUE 'N'.

      *Quebra por clinica + paciente na passada ordenada.
       01 WS-HOLD-KEY.
           05 WS-HK-CLINIC         PIC X(4).
           05 WS-HK-PATIENT        PIC 9(6).
       01 WS-CURR-KEY.
           05 WS-CK-CLINIC         PIC X(4).
           05 WS-CK-PATIENT        PIC 9(6).
       01 WS-HOLD-CATEGORY PIC X(17) VALUE SPACES.
       01 WS-HOLD-SWITCH PIC X VALUE 'N'.
           88 PATIENT-IS-HELD VALUE 'Y'.

       01 WS-TALLY-LINES PIC 9(7) VALUE 0.
       01 WS-HIST-LINES PIC 9(7) VALUE 0.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-RATE-NUM PIC 9(7) VALUE 0.
       01 WS-RATE-DEN PIC 9(7) VALUE 0.
       01 WS-RATE PIC 9(3)V9 VALUE 0.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'IMCQUALCLINICA'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-REPORT-TITLE.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(41) VALUE
              'QUALIDADE DAS MEDICOES POR CLINICA - MES '.
           05 WS-TITLE-MONTH       PIC X(6).
           05 FILLER               PIC X(12) VALUE '  DATA UTIL '.
           05 WS-TITLE-DATE        PIC 9(8).

       01  WS-HEADING-1.
           05 FILLER               PIC X(31) VALUE SPACES.
           05 FILLER               PIC X(36) VALUE
              '------------ MEDICOES ------------  '.
           05 FILLER               PIC X(20) VALUE
              '---- RECHAMADA ---- '.
           05 FILLER               PIC X(30) VALUE
              '------- PACIENTES E FAIXAS ---'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(6)  VALUE 'CLIN'.
           05 FILLER               PIC X(25) VALUE 'NOME'.
           05 FILLER               PIC X(8)  VALUE '  LIDAS'.
           05 FILLER               PIC X(8)  VALUE '  REJEIT'.
           05 FILLER               PIC X(6)  VALUE ' %REJ'.
           05 FILLER               PIC X(8)  VALUE '   SUSP'.
           05 FILLER               PIC X(7)  VALUE ' %SUSP'.
           05 FILLER               PIC X(6)  VALUE ' VENC'.
           05 FILLER               PIC X(6)  VALUE ' FALT'.
           05 FILLER               PIC X(7)  VALUE ' %FALT'.
           05 FILLER               PIC X(6)  VALUE '  PAC'.
           05 FILLER               PIC X(6)  VALUE ' %ABX'.
           05 FILLER               PIC X(6)  VALUE ' %NOR'.
           05 FILLER               PIC X(6)  VALUE ' %SOB'.
           05 FILLER               PIC X(6)  VALUE ' %OBE'.

       01  WS-DETAIL-LINE.
           05 WS-DET-CODE          PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-NAME          PIC X(24).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-READ          PIC Z(6)9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-REJECTED      PIC Z(6)9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-REJ-PCT       PIC ZZ9,9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-SUSPECT       PIC Z(6)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-SUS-PCT       PIC ZZ9,9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-RECALLS       PIC ZZZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-NOSHOWS       PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-NOS-PCT       PIC ZZ9,9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-PATIENTS      PIC ZZZZ9.
           05 WS-DET-BAND-GROUP OCCURS 4 TIMES.
               10 FILLER           PIC X.
               10 WS-DET-BAND-PCT  PIC ZZ9,9.

       01  WS-NOTE-LINE.
           05 WS-NOTE-LABEL        PIC X(50).
           05 WS-NOTE-VALUE        PIC Z(6)9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-YYYYMM.
           PERFORM 0110-READ-PERIOD-PARAM.
           PERFORM 0115-GET-RECALL-WINDOW.
           INITIALIZE WS-CLINIC-TABLE.
           INITIALIZE WS-TOTALS.
           PERFORM 0200-LOAD-CLINICS.
           PERFORM 0300-ADD-TALLY.
           PERFORM 0400-COUNT-BANDS.
           PERFORM 0500-LOAD-RECALL-COHORT.
           PERFORM 0550-ATTRIBUTE-RECALLS.
           PERFORM 0600-WRITE-REPORT.
           DISPLAY "MES DO RELATORIO......: " WS-REPORT-YYYYMM.
           DISPLAY "LINHAS DE CONTAGEM....: " WS-TALLY-LINES.
           DISPLAY "MEDICOES NO HISTORICO.: " WS-HIST-LINES.
           DISPLAY "RECHAMADAS VENCIDAS...: " WS-COHORT-COUNT.
           DISPLAY "CLINICAS NO RELATORIO.: " WS-ROW-COUNT.
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
           COMPUTE WS-RL-READ = WS-TALLY-LINES + WS-HIST-LINES.
           MOVE WS-ROW-COUNT TO WS-RL-WRITTEN.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *CLINQUAL-PERIOD com um AAAAMM anterior ao da data util
      *reapresenta aquele mes; qualquer outro valor (ATUAL) usa o
      *mes da data util.
       0110-READ-PERIOD-PARAM.
           MOVE "CLINQUAL-PERIOD" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
                   AND WS-PARAM-VALUE(1:6) IS NUMERIC
                   AND WS-PARAM-VALUE(7:1) = SPACE
               IF WS-PARAM-VALUE(1:6) < WS-REPORT-YYYYMM
                   MOVE WS-PARAM-VALUE(1:6) TO WS-REPORT-YYYYMM
               END-IF
           END-IF.
           DISPLAY "PARAMETRO CLINQUAL-PERIOD: " WS-REPORT-YYYYMM.

      *A mesma janela de rechamada do IMCRECHAMADA.
       0115-GET-RECALL-WINDOW.
           MOVE "RECALL-DIAS" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-RECALL-DIAS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           DISPLAY "PARAMETRO RECALL-DIAS..: " WS-RECALL-DIAS.

      *Todas as clinicas do cadastro entram no relatorio, mesmo sem
      *movimento no mes (clinica ativa calada tambem e noticia).
       0200-LOAD-CLINICS.
           OPEN INPUT CLINIC-FILE.
           IF WS-CLINIC-STATUS NOT = "00"
               DISPLAY "AVISO: SEM CLINICS.DAT - SO OS CODIGOS DO "
                   "MOVIMENTO ENTRAM NO RELATORIO"
           ELSE
               READ CLINIC-FILE
                   AT END SET END-OF-CLINICS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CLINICS
                   IF CLIN-CODE NOT = SPACES
                       MOVE CLIN-CODE TO WS-LOOKUP-CODE
                       PERFORM 0250-FIND-CLINIC
                       MOVE CLIN-NAME TO WS-CQ-NAME(WS-CQ-HIT)
                       IF CLIN-IS-INACTIVE
                           MOVE 'I' TO WS-CQ-STATUS(WS-CQ-HIT)
                       ELSE
                           MOVE 'A' TO WS-CQ-STATUS(WS-CQ-HIT)
                       END-IF
                   END-IF
                   READ CLINIC-FILE
                       AT END SET END-OF-CLINICS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLINIC-FILE
           END-IF.

      *Acha (ou abre) a entrada de WS-LOOKUP-CODE e devolve a
      *posicao em WS-CQ-HIT.
       0250-FIND-CLINIC.
           MOVE ZEROES TO WS-CQ-HIT.
           PERFORM VARYING WS-CQ-SUB FROM 1 BY 1
                   UNTIL WS-CQ-SUB > WS-CQ-COUNT
                       OR WS-CQ-HIT > 0
               IF WS-CQ-CODE(WS-CQ-SUB) = WS-LOOKUP-CODE
                   MOVE WS-CQ-SUB TO WS-CQ-HIT
               END-IF
           END-PERFORM.
           IF WS-CQ-HIT = 0
               IF WS-CQ-COUNT < WS-CQ-MAX
                   ADD 1 TO WS-CQ-COUNT
                   MOVE WS-CQ-COUNT TO WS-CQ-HIT
                   MOVE WS-LOOKUP-CODE TO WS-CQ-CODE(WS-CQ-HIT)
                   MOVE '?' TO WS-CQ-STATUS(WS-CQ-HIT)
                   IF WS-LOOKUP-CODE = SPACES
                       MOVE "SEM CLINICA INFORMADA"
                           TO WS-CQ-NAME(WS-CQ-HIT)
                   ELSE
                       MOVE "*CLINICA NAO CADASTRADA*"
                           TO WS-CQ-NAME(WS-CQ-HIT)
                   END-IF
               ELSE
                   COMPUTE WS-CQ-HIT = WS-CQ-MAX + 1
                   IF WS-CQ-OVERFLOW NOT = 'Y'
                       MOVE 'Y' TO WS-CQ-OVERFLOW
                       MOVE '****' TO WS-CQ-CODE(WS-CQ-HIT)
                       MOVE '?' TO WS-CQ-STATUS(WS-CQ-HIT)
                       MOVE "DEMAIS CODIGOS" TO WS-CQ-NAME(WS-CQ-HIT)
                   END-IF
               END-IF
           END-IF.

      *Linhas de contagem das rodadas de IMC cuja data util cai no
      *mes; sem o arquivo as colunas de medicoes ficam zeradas.
       0300-ADD-TALLY.
           OPEN INPUT CLINIC-TALLY.
           IF WS-TALLY-STATUS NOT = "00"
               DISPLAY "SEM BMI-CLINIC-TALLY.DAT - COLUNAS DE "
                   "MEDICOES ZERADAS"
           ELSE
               READ CLINIC-TALLY
                   AT END SET END-OF-TALLY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-TALLY
                   IF CLT-RUN-DATE(1:6) = WS-REPORT-YYYYMM
                       ADD 1 TO WS-TALLY-LINES
                       MOVE CLT-CLINIC-CODE TO WS-LOOKUP-CODE
                       PERFORM 0250-FIND-CLINIC
                       ADD CLT-READ TO WS-CQ-READ(WS-CQ-HIT)
                       ADD CLT-ACCEPTED TO WS-CQ-ACCEPTED(WS-CQ-HIT)
                       ADD CLT-REJECTED TO WS-CQ-REJECTED(WS-CQ-HIT)
                       ADD CLT-SUSPECT TO WS-CQ-SUSPECT(WS-CQ-HIT)
                   END-IF
                   READ CLINIC-TALLY
                       AT END SET END-OF-TALLY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLINIC-TALLY
           END-IF.

      *Ordena o historico por clinica, paciente, data e hora; a
      *ultima medicao do paciente no mes em cada clinica e a que
      *conta para a faixa.
       0400-COUNT-BANDS.
           OPEN INPUT BMI-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SEM BMI-HISTORY.DAT - COLUNAS DE FAIXAS "
                   "ZERADAS"
           ELSE
               CLOSE BMI-HISTORY
               SORT SORT-WORK ON ASCENDING KEY
                       HIST-CLINIC-CODE OF SORT-HIST-REC
                       HIST-PATIENT-ID OF SORT-HIST-REC
                       HIST-MEAS-DATE OF SORT-HIST-REC
                       HIST-MEAS-TIME OF SORT-HIST-REC
                   USING BMI-HISTORY
                   GIVING SORTED-HISTORY
               OPEN INPUT SORTED-HISTORY
               IF WS-SORTED-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-CLINQUAL-SORTED.TMP - "
                       "STATUS " WS-SORTED-STATUS
                   STOP RUN
               END-IF
               READ SORTED-HISTORY
                   AT END SET END-OF-SORTED TO TRUE
               END-READ
               PERFORM 0410-PROCESS-SORTED-LINE UNTIL END-OF-SORTED
               PERFORM 0420-COUNT-HELD-PATIENT
               CLOSE SORTED-HISTORY
           END-IF.

       0410-PROCESS-SORTED-LINE.
           IF HIST-MEAS-DATE OF SORTED-HIST(1:6) = WS-REPORT-YYYYMM
               ADD 1 TO WS-HIST-LINES
               MOVE HIST-CLINIC-CODE OF SORTED-HIST TO WS-CK-CLINIC
               MOVE HIST-PATIENT-ID OF SORTED-HIST TO WS-CK-PATIENT
               IF PATIENT-IS-HELD AND WS-CURR-KEY NOT = WS-HOLD-KEY
                   PERFORM 0420-COUNT-HELD-PATIENT
               END-IF
               MOVE WS-CURR-KEY TO WS-HOLD-KEY
               MOVE HIST-CATEGORY OF SORTED-HIST TO WS-HOLD-CATEGORY
               SET PATIENT-IS-HELD TO TRUE
           END-IF.
           READ SORTED-HISTORY
               AT END SET END-OF-SORTED TO TRUE
           END-READ.

      *Mesmas quatro faixas da pagina de estatisticas do
      *ENHANCEDBMICALCULATOR.
       0420-COUNT-HELD-PATIENT.
           IF PATIENT-IS-HELD
               MOVE WS-HK-CLINIC TO WS-LOOKUP-CODE
               PERFORM 0250-FIND-CLINIC
               ADD 1 TO WS-CQ-PATIENTS(WS-CQ-HIT)
               EVALUATE WS-HOLD-CATEGORY
                   WHEN "ABAIXO DO PESO"
                       MOVE 1 TO WS-BAND-SUB
                   WHEN "PESO NORMAL"
                       MOVE 2 TO WS-BAND-SUB
                   WHEN "SOBREPESO"
                       MOVE 3 TO WS-BAND-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BAND-SUB
               END-EVALUATE
               ADD 1 TO WS-CQ-BAND(WS-CQ-HIT, WS-BAND-SUB)
               MOVE 'N' TO WS-HOLD-SWITCH
           END-IF.

      *Rechamadas em aberto e baixadas cuja janela venceu no mes e
      *ate a data util: em aberto e falta; baixada com visita depois
      *do prazo tambem.
       0500-LOAD-RECALL-COHORT.
           OPEN INPUT RECALL-PENDING.
           IF WS-PENDING-STATUS = "00"
               READ RECALL-PENDING
                   AT END SET END-OF-PENDING TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PENDING
                   MOVE PEND-PATIENT-ID TO WS-CAND-ID
                   MOVE PEND-DATE-ADDED TO WS-CAND-ADDED
                   MOVE 'Y' TO WS-CAND-NOSHOW
                   PERFORM 0510-CONSIDER-RECALL
                   READ RECALL-PENDING
                       AT END SET END-OF-PENDING TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECALL-PENDING
           END-IF.
           OPEN INPUT RECALL-CLOSED.
           IF WS-CLOSED-STATUS = "00"
               READ RECALL-CLOSED
                   AT END SET END-OF-CLOSED TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CLOSED
                   MOVE RCL-PATIENT-ID TO WS-CAND-ID
                   MOVE RCL-DATE-ADDED TO WS-CAND-ADDED
                   MOVE 'N' TO WS-CAND-NOSHOW
                   PERFORM 0510-CONSIDER-RECALL
                   READ RECALL-CLOSED
                       AT END SET END-OF-CLOSED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECALL-CLOSED
           END-IF.

       0510-CONSIDER-RECALL.
           IF WS-CAND-ADDED IS NUMERIC AND WS-CAND-ADDED > 16010101
               COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CAND-ADDED)
                       + WS-RECALL-DIAS)
               IF WS-DEADLINE-DATE(1:6) = WS-REPORT-YYYYMM
                       AND WS-DEADLINE-DATE <= WS-BUSINESS-DATE
                   IF WS-CAND-NOSHOW = 'N'
                           AND RCL-VISIT-DATE > WS-DEADLINE-DATE
                       MOVE 'Y' TO WS-CAND-NOSHOW
                   END-IF
                   PERFORM 0520-ADD-COHORT-ENTRY
               END-IF
           END-IF.

      *Rechamada baixada ainda no ID aposentado de uma fusao conta
      *para o sobrevivente, que e quem tem o historico agora.
       0520-ADD-COHORT-ENTRY.
           IF WS-COHORT-COUNT < WS-COHORT-MAX
               CALL "PACXREF" USING WS-CAND-ID WS-XREF-SURVIVOR
                   WS-XREF-FOUND
               END-CALL
               IF WS-XREF-FOUND = 'Y'
                   MOVE WS-XREF-SURVIVOR TO WS-CAND-ID
               END-IF
               ADD 1 TO WS-COHORT-COUNT
               MOVE WS-CAND-ID TO WS-CH-ID(WS-COHORT-COUNT)
               MOVE WS-CAND-ADDED TO WS-CH-ADDED(WS-COHORT-COUNT)
               MOVE WS-CAND-NOSHOW TO WS-CH-NOSHOW(WS-COHORT-COUNT)
               MOVE SPACES TO WS-CH-CLINIC(WS-COHORT-COUNT)
               MOVE LOW-VALUES TO WS-CH-BEST-STAMP(WS-COHORT-COUNT)
           ELSE
               ADD 1 TO WS-COHORT-OVERFLOW
           END-IF.

      *A clinica da rechamada e a da ultima medicao do paciente ate
      *a data em que ela entrou; sem medicao anterior ela fica como
      *SEM CLINICA INFORMADA.
       0550-ATTRIBUTE-RECALLS.
           IF WS-COHORT-COUNT > 0
               OPEN INPUT BMI-HISTORY
               IF WS-HISTORY-STATUS = "00"
                   READ BMI-HISTORY
                       AT END SET END-OF-HISTORY TO TRUE
                   END-READ
                   PERFORM 0560-MATCH-HISTORY-LINE
                       UNTIL END-OF-HISTORY
                   CLOSE BMI-HISTORY
               END-IF
           END-IF.
           PERFORM VARYING WS-COHORT-SUB FROM 1 BY 1
                   UNTIL WS-COHORT-SUB > WS-COHORT-COUNT
               MOVE WS-CH-CLINIC(WS-COHORT-SUB) TO WS-LOOKUP-CODE
               PERFORM 0250-FIND-CLINIC
               ADD 1 TO WS-CQ-RECALLS(WS-CQ-HIT)
               IF WS-CH-NOSHOW(WS-COHORT-SUB) = 'Y'
                   ADD 1 TO WS-CQ-NOSHOWS(WS-CQ-HIT)
               END-IF
           END-PERFORM.

       0560-MATCH-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-STAMP.
           STRING HIST-MEAS-DATE OF HISTDETAILS
               HIST-MEAS-TIME OF HISTDETAILS
               DELIMITED BY SIZE INTO WS-HIST-STAMP.
           PERFORM VARYING WS-COHORT-SUB FROM 1 BY 1
                   UNTIL WS-COHORT-SUB > WS-COHORT-COUNT
               IF WS-CH-ID(WS-COHORT-SUB) =
                       HIST-PATIENT-ID OF HISTDETAILS
                   AND HIST-MEAS-DATE OF HISTDETAILS <=
                       WS-CH-ADDED(WS-COHORT-SUB)
                   AND WS-HIST-STAMP >
                       WS-CH-BEST-STAMP(WS-COHORT-SUB)
                   MOVE WS-HIST-STAMP TO
                       WS-CH-BEST-STAMP(WS-COHORT-SUB)
                   MOVE HIST-CLINIC-CODE OF HISTDETAILS TO
                       WS-CH-CLINIC(WS-COHORT-SUB)
               END-IF
           END-PERFORM.
           READ BMI-HISTORY
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

      *Sai uma linha por clinica com movimento no mes ou ativa no
      *cadastro; clinica desativada sem movimento fica de fora.
       0600-WRITE-REPORT.
           OPEN OUTPUT QUALITY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-CLINIC-QUALITY-REPORT.DAT "
                   "- STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REPORT-YYYYMM TO WS-TITLE-MONTH.
           MOVE WS-BUSINESS-DATE TO WS-TITLE-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           IF WS-CQ-OVERFLOW = 'Y'
               COMPUTE WS-CQ-COUNT = WS-CQ-MAX + 1
           END-IF.
           PERFORM VARYING WS-CQ-SUB FROM 1 BY 1
                   UNTIL WS-CQ-SUB > WS-CQ-COUNT
               IF WS-CQ-STATUS(WS-CQ-SUB) = 'A'
                       OR WS-CQ-READ(WS-CQ-SUB) > 0
                       OR WS-CQ-RECALLS(WS-CQ-SUB) > 0
                       OR WS-CQ-PATIENTS(WS-CQ-SUB) > 0
                   PERFORM 0610-WRITE-CLINIC-LINE
               END-IF
           END-PERFORM.
           PERFORM 0620-WRITE-TOTAL-LINE.
           PERFORM 0630-WRITE-NOTES.
           CLOSE QUALITY-REPORT.

       0610-WRITE-CLINIC-LINE.
           ADD 1 TO WS-ROW-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CQ-CODE(WS-CQ-SUB) TO WS-DET-CODE.
           MOVE WS-CQ-NAME(WS-CQ-SUB) TO WS-DET-NAME.
           IF WS-CQ-STATUS(WS-CQ-SUB) = 'I'
               MOVE "(DESATIVADA)" TO WS-DET-NAME(13:12)
           END-IF.
           ADD WS-CQ-READ(WS-CQ-SUB) TO WS-TOT-READ.
           ADD WS-CQ-ACCEPTED(WS-CQ-SUB) TO WS-TOT-ACCEPTED.
           ADD WS-CQ-REJECTED(WS-CQ-SUB) TO WS-TOT-REJECTED.
           ADD WS-CQ-SUSPECT(WS-CQ-SUB) TO WS-TOT-SUSPECT.
           ADD WS-CQ-RECALLS(WS-CQ-SUB) TO WS-TOT-RECALLS.
           ADD WS-CQ-NOSHOWS(WS-CQ-SUB) TO WS-TOT-NOSHOWS.
           ADD WS-CQ-PATIENTS(WS-CQ-SUB) TO WS-TOT-PATIENTS.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               ADD WS-CQ-BAND(WS-CQ-SUB, WS-BAND-SUB)
                   TO WS-TOT-BAND(WS-BAND-SUB)
           END-PERFORM.
           MOVE WS-CQ-READ(WS-CQ-SUB) TO WS-DET-READ.
           MOVE WS-CQ-REJECTED(WS-CQ-SUB) TO WS-DET-REJECTED.
           MOVE WS-CQ-SUSPECT(WS-CQ-SUB) TO WS-DET-SUSPECT.
           MOVE WS-CQ-RECALLS(WS-CQ-SUB) TO WS-DET-RECALLS.
           MOVE WS-CQ-NOSHOWS(WS-CQ-SUB) TO WS-DET-NOSHOWS.
           MOVE WS-CQ-PATIENTS(WS-CQ-SUB) TO WS-DET-PATIENTS.
           MOVE WS-CQ-REJECTED(WS-CQ-SUB) TO WS-RATE-NUM.
           MOVE WS-CQ-READ(WS-CQ-SUB) TO WS-RATE-DEN.
           PERFORM 0690-COMPUTE-RATE.
           MOVE WS-RATE TO WS-DET-REJ-PCT.
           MOVE WS-CQ-SUSPECT(WS-CQ-SUB) TO WS-RATE-NUM.
           PERFORM 0690-COMPUTE-RATE.
           MOVE WS-RATE TO WS-DET-SUS-PCT.
           MOVE WS-CQ-NOSHOWS(WS-CQ-SUB) TO WS-RATE-NUM.
           MOVE WS-CQ-RECALLS(WS-CQ-SUB) TO WS-RATE-DEN.
           PERFORM 0690-COMPUTE-RATE.
           MOVE WS-RATE TO WS-DET-NOS-PCT.
           MOVE WS-CQ-PATIENTS(WS-CQ-SUB) TO WS-RATE-DEN.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-CQ-BAND(WS-CQ-SUB, WS-BAND-SUB) TO WS-RATE-NUM
               PERFORM 0690-COMPUTE-RATE
               MOVE WS-RATE TO WS-DET-BAND-PCT(WS-BAND-SUB)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0620-WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL GERAL" TO WS-DET-NAME.
           MOVE WS-TOT-READ TO WS-DET-READ.
           MOVE WS-TOT-REJECTED TO WS-DET-REJECTED.
           MOVE WS-TOT-SUSPECT TO WS-DET-SUSPECT.
           MOVE WS-TOT-RECALLS TO WS-DET-RECALLS.
           MOVE WS-TOT-NOSHOWS TO WS-DET-NOSHOWS.
           MOVE WS-TOT-PATIENTS TO WS-DET-PATIENTS.
           MOVE WS-TOT-REJECTED TO WS-RATE-NUM.
           MOVE WS-TOT-READ TO WS-RATE-DEN.
           PERFORM 0690-COMPUTE-RATE.
           MOVE WS-RATE TO WS-DET-REJ-PCT.
           MOVE WS-TOT-SUSPECT TO WS-RATE-NUM.
           PERFORM 0690-COMPUTE-RATE.
           MOVE WS-RATE TO WS-DET-SUS-PCT.
           MOVE WS-TOT-NOSHOWS TO WS-RATE-NUM.
           MOVE WS-TOT-RECALLS TO WS-RATE-DEN.
           PERFORM 0690-COMPUTE-RATE.
           MOVE WS-RATE TO WS-DET-NOS-PCT.
           MOVE WS-TOT-PATIENTS TO WS-RATE-DEN.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-TOT-BAND(WS-BAND-SUB) TO WS-RATE-NUM
               PERFORM 0690-COMPUTE-RATE
               MOVE WS-RATE TO WS-DET-BAND-PCT(WS-BAND-SUB)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0630-WRITE-NOTES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "%REJ E %SUSP SOBRE AS LIDAS; %FALT SOBRE AS RECHAMADAS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VENCIDAS NO MES; FAIXAS SOBRE OS PACIENTES MEDIDOS."
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JANELA DE RECHAMADA (DIAS)" TO WS-NOTE-LABEL.
           MOVE WS-RECALL-DIAS TO WS-NOTE-VALUE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE.
           MOVE "MEDICOES ACEITAS NO MES" TO WS-NOTE-LABEL.
           MOVE WS-TOT-ACCEPTED TO WS-NOTE-VALUE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE.
           IF WS-COHORT-OVERFLOW > 0
               MOVE "RECHAMADAS ALEM DA TABELA (FORA DA TAXA)"
                   TO WS-NOTE-LABEL
               MOVE WS-COHORT-OVERFLOW TO WS-NOTE-VALUE
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

      *Percentual com uma casa; base zero da zero.
       0690-COMPUTE-RATE.
           IF WS-RATE-DEN > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-RATE-NUM * 100 / WS-RATE-DEN
           ELSE
               MOVE 0 TO WS-RATE
           END-IF.

       END PROGRAM IMCQUALCLINICA.
