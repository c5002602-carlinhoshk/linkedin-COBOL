       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: lança as divergencias de contagem
      *           aprovadas (decisão A em COUNT-VARIANCES.DAT) como
      *           movimento proprio de ajuste de contagem (codigo C,
      *           com sinal) em INV-TRANSACTIONS.DAT, para o INVMAINT
      *           aplicar sem misturar a quebra com venda ou
      *           embarque. A divergencia lançada fica marcada L com
      *           a data util do lançamento; pendentes e recusadas
      *           ficam como estao.
      *2026-10-15 A divergencia lançada passa a ficar E (enviada)
      *           e so vira L quando o INVMAINT aplica o ajuste; a
      *           que ele rejeita volta X (devolvida), continua
      *           aberta e e contada aqui como rejeitada, ate o
      *           aprovador decidir de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-FILE ASSIGN TO "COUNT-VARIANCES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VAR-STATUS.

           SELECT INV-TXN-FILE ASSIGN TO "INV-TRANSACTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VARIANCE-FILE.
           01 VARIANCE-DETAILS.
               88 END-OF-VARIANCES VALUE HIGH-VALUES.
               COPY CNTVAR.

           FD INV-TXN-FILE.
           01 INV-TXN-DETAILS.
               COPY INVTXN.

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-VAR-STATUS        PIC XX.
               05  WS-TXN-STATUS        PIC XX.

      *    As divergencias ficam em memoria para o arquivo ser
      *    regravado com as marcas de envio.
           01  WS-VARIANCE-TABLE.
               05  WS-CV-ENTRY OCCURS 500 TIMES.
                   10  WS-CV-LINE           PIC X(58).
           01  WS-CV-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-CV-MAX                PIC 9(3) VALUE 500.
           01  WS-CV-SUB                PIC 9(3) VALUE ZEROES.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.

           01  WS-COUNTERS.
               05  WS-READ-COUNT        PIC 9(7) VALUE ZEROES.
               05  WS-POSTED-COUNT      PIC 9(7) VALUE ZEROES.
               05  WS-PENDING-COUNT     PIC 9(7) VALUE ZEROES.
               05  WS-SENT-COUNT        PIC 9(7) VALUE ZEROES.
               05  WS-RETURNED-COUNT    PIC 9(7) VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'CNTPOST'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               PERFORM 0110-LOAD-VARIANCES.

               OPEN EXTEND INV-TXN-FILE.
               IF WS-TXN-STATUS = "35"
                   OPEN OUTPUT INV-TXN-FILE
               END-IF.
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INV-TRANSACTIONS.DAT - "
                       "STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                       UNTIL WS-CV-SUB > WS-CV-COUNT
                   PERFORM 0200-POST-ONE-VARIANCE
               END-PERFORM.
               CLOSE INV-TXN-FILE.

               PERFORM 0300-REWRITE-VARIANCES.

               DISPLAY "DIVERGENCIAS LIDAS......: " WS-READ-COUNT.
               DISPLAY "ENVIADAS COMO AJUSTE C..: " WS-POSTED-COUNT.
               DISPLAY "AINDA PENDENTES.........: " WS-PENDING-COUNT.
               DISPLAY "AGUARDANDO O INVMAINT...: " WS-SENT-COUNT.
               DISPLAY "DEVOLVIDAS PELO INVMAINT: " WS-RETURNED-COUNT.
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
               MOVE WS-READ-COUNT TO WS-RL-READ.
               MOVE WS-POSTED-COUNT TO WS-RL-WRITTEN.
               MOVE WS-RETURNED-COUNT TO WS-RL-REJECTED.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0110-LOAD-VARIANCES.
               OPEN INPUT VARIANCE-FILE.
               IF WS-VAR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR COUNT-VARIANCES.DAT - "
                       "STATUS " WS-VAR-STATUS
                   STOP RUN
               END-IF.
               READ VARIANCE-FILE
                AT END SET END-OF-VARIANCES TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-VARIANCES
                   IF WS-CV-COUNT NOT < WS-CV-MAX
                       DISPLAY "COUNT-VARIANCES.DAT EXCEDE "
                           WS-CV-MAX " LINHAS - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-CV-COUNT
                   MOVE VARIANCE-DETAILS TO WS-CV-LINE(WS-CV-COUNT)
                   READ VARIANCE-FILE
                    AT END SET END-OF-VARIANCES TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE VARIANCE-FILE.

           0200-POST-ONE-VARIANCE.
               MOVE WS-CV-LINE(WS-CV-SUB) TO VARIANCE-DETAILS.
               EVALUATE CV-DECISION
                   WHEN 'A'
                       MOVE SPACES TO INV-TXN-DETAILS
                       MOVE 'C' TO ITX-CODE
                       MOVE CV-SKU TO ITX-SKU
                       MOVE CV-VARIANCE-QTY TO ITX-QTY
                       MOVE ZEROES TO ITX-REORDER-POINT
                       MOVE ZEROES TO ITX-PO-NUMBER
                       MOVE CV-SIGN TO ITX-ADJ-SIGN
                       WRITE INV-TXN-DETAILS
                       IF WS-TXN-STATUS NOT = "00"
                           DISPLAY "ERRO AO GRAVAR INV-TRANSACTIONS"
                               ".DAT - STATUS " WS-TXN-STATUS
                           STOP RUN
                       END-IF
                       MOVE 'E' TO CV-DECISION
                       MOVE WS-BUSINESS-DATE TO CV-POST-DATE
                       MOVE VARIANCE-DETAILS TO WS-CV-LINE(WS-CV-SUB)
                       ADD 1 TO WS-POSTED-COUNT
                   WHEN 'P'
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN 'E'
                       ADD 1 TO WS-SENT-COUNT
                   WHEN 'X'
                       ADD 1 TO WS-RETURNED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           0300-REWRITE-VARIANCES.
               OPEN OUTPUT VARIANCE-FILE.
               IF WS-VAR-STATUS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR COUNT-VARIANCES.DAT - "
                       "STATUS " WS-VAR-STATUS
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                       UNTIL WS-CV-SUB > WS-CV-COUNT
                   MOVE WS-CV-LINE(WS-CV-SUB) TO VARIANCE-DETAILS
                   WRITE VARIANCE-DETAILS
               END-PERFORM.
               CLOSE VARIANCE-FILE.

          END PROGRAM CNTPOST.
