      *(RECALL-DIAS em RUN-PARAMETERS.DAT, default 30) sai no
      *relatorio de faltosos BMI-NOSHOW-REPORT.DAT agrupado por
      *atraso - e a lista que a equipe de contato liga toda segunda.
      *Visita informada com um ID aposentado por fusao
      *(PATIENT-XREF.DAT, via PACXREF) baixa a rechamada do
      *sobrevivente, ou e ignorada com aviso, conforme
      *PAC-ID-FUNDIDO em RUN-PARAMETERS.DAT (DESVIAR ou REJEITAR).
      *Cada rechamada baixada e anexada em BMI-RECALL-CLOSED.DAT
      *(BMIRCL.cpy) com a data da visita, para o IMCQUALCLINICA
      *calcular a taxa de faltosos do mes.
      *Os pacientes com meta de peso atrasada e sem medir ha tempo
      *chegam do IMCPROGMETA em BMI-GOAL-RECALL.DAT, no layout da
      *lista do dia: entram na rechamada ou, se ja estao em aberto,
      *sobem para a prioridade indicada quando ela e mais urgente.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT NOSHOW-REPORT ASSIGN TO "BMI-NOSHOW-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RECALL-CLOSED ASSIGN TO "BMI-RECALL-CLOSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT GOAL-RECALL ASSIGN TO "BMI-GOAL-RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-RECALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-PENDING.
       01  PENDING-REC.
           88 END-OF-PENDING       VALUE HIGH-VALUES.
           COPY BMIRCP.

       FD  NOSHOW-REPORT.
       01  REPORT-LINE             PIC X(80).

       FD  RECALL-CLOSED.
       01  RECALL-CLOSED-REC.
           COPY BMIRCL.

       FD  GOAL-RECALL.
       01  GOAL-RECALL-LINE.
           88 END-OF-GOAL-RECALL   VALUE HIGH-VALUES.
           05 GRC-PRIORITY         PIC X.
           05 FILLER               PIC X(4).
           05 GRC-PATIENT-ID       PIC 9(6).
           05 FILLER               PIC X(2).
           05 GRC-LASTNAME         PIC X(20).
           05 FILLER               PIC X(1).
           05 GRC-FIRSTNAME        PIC X(20).
           05 FILLER               PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-WORKLIST-STATUS PIC XX VALUE SPACES.
       01 WS-VISITS-STATUS PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CLOSED-STATUS PIC XX VALUE SPACES.
       01 WS-GOAL-RECALL-STATUS PIC XX VALUE SPACES.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARAM-FOUND PIC X VALUE 'N'.
       01 WS-RECALL-DIAS PIC 9(3) VALUE 30.
       01 WS-XREF-SURVIVOR PIC 9(6) VALUE 0.
       01 WS-XREF-FOUND PIC X VALUE 'N'.
       01 WS-MERGED-ID-MODE PIC X VALUE 'D'.
           88 MERGED-ID-REDIRECT VALUE 'D'.
           88 MERGED-ID-REJECT VALUE 'R'.
       01 WS-VISIT-REJECT-COUNT PIC 9(5) VALUE 0.

       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 5000 TIMES.
               10 WS-PE-LASTNAME   PIC X(20).
               10 WS-PE-FIRSTNAME  PIC X(20).
               10 WS-PE-STATUS     PIC X.
               10 WS-PE-VISIT-DATE PIC 9(8).
       01 WS-PEND-COUNT PIC 9(4) VALUE 0.
       01 WS-PEND-MAX PIC 9(4) VALUE 5000.
       01 WS-PEND-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       01 WS-NEW-COUNT PIC 9(5) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
       01 WS-SATISFIED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOSHOW-COUNT PIC 9(5) VALUE 0.
       01 WS-BUCKET-SUB PIC 9 VALUE 0.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           PERFORM 0110-GET-RECALL-WINDOW.
           PERFORM 0115-GET-MERGED-ID-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               STOP RUN
           END-IF.
           PERFORM 0300-ABSORB-WORKLIST.
           PERFORM 0350-ABSORB-GOAL-RECALL.
           PERFORM 0400-APPLY-ATTENDED-VISITS.
           PERFORM 0500-REWRITE-PENDING.
           PERFORM 0550-APPEND-CLOSED.
           PERFORM 0600-WRITE-NOSHOW-REPORT.
           DISPLAY "RECHAMADAS NOVAS......: " WS-NEW-COUNT.
           DISPLAY "PRIORIDADES ELEVADAS..: " WS-RAISED-COUNT.
           DISPLAY "RECHAMADAS ATENDIDAS..: " WS-SATISFIED-COUNT.
           DISPLAY "FALTOSOS NO RELATORIO.: " WS-NOSHOW-COUNT.
           PERFORM 0995-LOG-RUN-END.
       0995-LOG-RUN-END.
           MOVE WS-PEND-COUNT TO WS-RL-READ.
           MOVE WS-NOSHOW-COUNT TO WS-RL-WRITTEN.
           MOVE WS-VISIT-REJECT-COUNT TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
           END-IF.
           DISPLAY "PARAMETRO RECALL-DIAS..: " WS-RECALL-DIAS.

      *Visita com ID aposentado por fusao: DESVIAR (default) baixa a
      *rechamada do sobrevivente; REJEITAR deixa a visita de fora
      *para a clinica corrigir o ID na origem.
       0115-GET-MERGED-ID-MODE.
           MOVE "PAC-ID-FUNDIDO" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
                   AND WS-PARAM-VALUE(1:8) = "REJEITAR"
               SET MERGED-ID-REJECT TO TRUE
           END-IF.

      *Carrega o registro persistente de rechamadas em aberto; na
      *primeira execução o arquivo ainda nao existe e tudo bem.
       0200-LOAD-PENDING.
               AT END SET END-OF-WORKLIST TO TRUE
           END-READ.

      *Metas atrasadas do IMCPROGMETA: sem o arquivo nada muda.
       0350-ABSORB-GOAL-RECALL.
           OPEN INPUT GOAL-RECALL.
           IF WS-GOAL-RECALL-STATUS = "00"
               READ GOAL-RECALL
                   AT END SET END-OF-GOAL-RECALL TO TRUE
               END-READ
               PERFORM 0360-ABSORB-GOAL-RECALL-LINE
                   UNTIL END-OF-GOAL-RECALL
               CLOSE GOAL-RECALL
           END-IF.

      *Paciente ja em aberto so muda de prioridade para uma mais
      *urgente (numero menor); a data de entrada continua a mesma.
       0360-ABSORB-GOAL-RECALL-LINE.
           IF GRC-PRIORITY IS NUMERIC
               MOVE 'N' TO WS-PEND-FOUND
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   IF WS-PE-ID(WS-PEND-SUB) = GRC-PATIENT-ID
                       SET PENDING-ENTRY-EXISTS TO TRUE
                       IF GRC-PRIORITY < WS-PE-PRIORITY(WS-PEND-SUB)
                           MOVE GRC-PRIORITY TO
                               WS-PE-PRIORITY(WS-PEND-SUB)
                           ADD 1 TO WS-RAISED-COUNT
                       END-IF
                       MOVE WS-PEND-COUNT TO WS-PEND-SUB
                   END-IF
               END-PERFORM
               IF NOT PENDING-ENTRY-EXISTS
                   IF WS-PEND-COUNT >= WS-PEND-MAX
                       DISPLAY "TABELA DE RECHAMADAS CHEIA - "
                           "PACIENTE " GRC-PATIENT-ID
                           " FICARIA DE FORA - EXECUÇÃO "
                           "INTERROMPIDA SEM REGRAVAR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   ADD 1 TO WS-NEW-COUNT
                   MOVE GRC-PATIENT-ID TO WS-PE-ID(WS-PEND-COUNT)
                   MOVE WS-TODAY-NUM TO WS-PE-DATE(WS-PEND-COUNT)
                   MOVE GRC-PRIORITY TO
                       WS-PE-PRIORITY(WS-PEND-COUNT)
                   MOVE GRC-LASTNAME TO
                       WS-PE-LASTNAME(WS-PEND-COUNT)
                   MOVE GRC-FIRSTNAME TO
                       WS-PE-FIRSTNAME(WS-PEND-COUNT)
                   MOVE 'P' TO WS-PE-STATUS(WS-PEND-COUNT)
               END-IF
           END-IF.
           READ GOAL-RECALL
               AT END SET END-OF-GOAL-RECALL TO TRUE
           END-READ.

      *O retorno das clinicas fecha as rechamadas: paciente que
      *compareceu sai do registro em aberto.
       0400-APPLY-ATTENDED-VISITS.
           END-IF.

       0410-APPLY-ONE-VISIT.
           CALL "PACXREF" USING VIS-PATIENT-ID WS-XREF-SURVIVOR
               WS-XREF-FOUND
           END-CALL.
           IF WS-XREF-FOUND = 'Y' AND MERGED-ID-REDIRECT
               MOVE WS-XREF-SURVIVOR TO VIS-PATIENT-ID
           END-IF.
           IF WS-XREF-FOUND = 'Y' AND MERGED-ID-REJECT
               DISPLAY "VISITA DO ID FUNDIDO " VIS-PATIENT-ID
                   " IGNORADA - USE O PACIENTE " WS-XREF-SURVIVOR
               ADD 1 TO WS-VISIT-REJECT-COUNT
           ELSE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   IF WS-PE-ID(WS-PEND-SUB) = VIS-PATIENT-ID
                           AND WS-PE-STATUS(WS-PEND-SUB) = 'P'
                       MOVE 'A' TO WS-PE-STATUS(WS-PEND-SUB)
                       MOVE VIS-DATE TO WS-PE-VISIT-DATE(WS-PEND-SUB)
                       ADD 1 TO WS-SATISFIED-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           READ ATTENDED-VISITS
               AT END SET END-OF-VISITS TO TRUE
           END-READ.
           END-PERFORM.
           CLOSE RECALL-PENDING.

      *As baixadas nesta rodada vao para o registro de baixas, com a
      *data da visita que a clinica informou.
       0550-APPEND-CLOSED.
           OPEN EXTEND RECALL-CLOSED.
           IF WS-CLOSED-STATUS = "35"
               OPEN OUTPUT RECALL-CLOSED
           END-IF.
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-RECALL-CLOSED.DAT - "
                   "STATUS " WS-CLOSED-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PE-STATUS(WS-PEND-SUB) = 'A'
                   MOVE SPACES TO RECALL-CLOSED-REC
                   MOVE WS-PE-ID(WS-PEND-SUB) TO RCL-PATIENT-ID
                   MOVE WS-PE-DATE(WS-PEND-SUB) TO RCL-DATE-ADDED
                   MOVE WS-PE-PRIORITY(WS-PEND-SUB) TO RCL-PRIORITY
                   MOVE WS-PE-VISIT-DATE(WS-PEND-SUB)
                       TO RCL-VISIT-DATE
                   MOVE WS-TODAY-NUM TO RCL-CLOSED-DATE
                   WRITE RECALL-CLOSED-REC
               END-IF
           END-PERFORM.
           CLOSE RECALL-CLOSED.

      *Faltosos agrupados pelo tamanho do atraso alem da janela:
      *ate 7 dias, 8 a 14, 15 a 30 e mais de 30.
       0600-WRITE-NOSHOW-REPORT.
