       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOPENRPT.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: relatorio de pedidos de compra em
      *           aberto. Lista cada linha aberta de
      *           PURCHASE-ORDERS.DAT com o fornecedor (VENDORS.DAT),
      *           quantidade pedida, recebida e saldo a receber, e
      *           marca como ATRASADA a linha cuja data prevista de
      *           entrega ja passou da data util (BUSDATE), com os
      *           dias de atraso. Fecha com totais de linhas, linhas
      *           atrasadas e unidades a receber.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-FILE ASSIGN TO "VENDORS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VND-STATUS.

           SELECT OPEN-PO-REPORT ASSIGN TO "OPEN-PO-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PO-FILE.
           01 PO-DETAILS.
               88 END-OF-PO VALUE HIGH-VALUES.
               COPY POREC.

           FD VENDOR-FILE.
           01 VENDOR-REC.
               88 END-OF-VENDORS VALUE HIGH-VALUES.
               05  VND-ID             PIC 9(4).
               05  FILLER             PIC X.
               05  VND-NAME           PIC X(25).
               05  FILLER             PIC X.
               05  VND-LEAD-DAYS      PIC 9(3).
               05  FILLER             PIC X.
               05  VND-STATUS         PIC X.

           FD OPEN-PO-REPORT.
           01 REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-PO-STATUS         PIC XX.
               05  WS-VND-STATUS        PIC XX.
               05  WS-RPT-STATUS        PIC XX.

           01  WS-VENDOR-TABLE.
               05  WS-VN-ENTRY OCCURS 100 TIMES.
                   10  WS-VN-ID             PIC 9(4).
                   10  WS-VN-NAME           PIC X(25).
           01  WS-VN-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-VN-MAX                PIC 9(3) VALUE 100.
           01  WS-VN-SUB                PIC 9(3) VALUE ZEROES.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-DAYS-LATE             PIC S9(5) VALUE ZEROES.
           01  WS-OUTSTANDING           PIC 9(7) VALUE ZEROES.

           01  WS-COUNTERS.
               05  WS-PO-READ-COUNT     PIC 9(7) VALUE ZEROES.
               05  WS-OPEN-COUNT        PIC 9(7) VALUE ZEROES.
               05  WS-LATE-COUNT        PIC 9(7) VALUE ZEROES.
               05  WS-OUTSTANDING-TOTAL PIC 9(9) VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'POOPENRPT'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(16) VALUE SPACES.
               05  FILLER     PIC X(40)
                    VALUE 'PEDIDOS DE COMPRA EM ABERTO'.

           01  WS-DATE-LINE.
               05  FILLER     PIC X(18) VALUE 'DATA DE REFERENCIA'.
               05  FILLER     PIC X(2)  VALUE ': '.
               05  WS-DL-DATE PIC 9(8).

           01  WS-HEADING-LINE.
               05  FILLER     PIC X(8)  VALUE 'PEDIDO'.
               05  FILLER     PIC X(27) VALUE 'FORNECEDOR'.
               05  FILLER     PIC X(5)  VALUE 'SKU'.
               05  FILLER     PIC X(9)  VALUE '   PEDIDA'.
               05  FILLER     PIC X(9)  VALUE ' RECEBIDA'.
               05  FILLER     PIC X(9)  VALUE '    SALDO'.
               05  FILLER     PIC X(11) VALUE ' PREVISTA'.
               05  FILLER     PIC X(16) VALUE 'SITUACAO'.

           01  WS-DETAIL-LINE.
               05  WS-DET-PO          PIC 9(6).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-VENDOR      PIC X(25).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-SKU         PIC 9(4).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-ORDERED     PIC Z,ZZZ,ZZ9.
               05  WS-DET-RECEIVED    PIC Z,ZZZ,ZZ9.
               05  WS-DET-OUTSTANDING PIC Z,ZZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-DUE-DATE    PIC 9(8).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-SITUATION   PIC X(9).
               05  WS-DET-DAYS-LATE   PIC ZZZZ9.
               05  WS-DET-DAYS-LABEL  PIC X(5).

           01  WS-TOTAL-LINE.
               05  WS-TOT-LABEL       PIC X(30).
               05  WS-TOT-VALUE       PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               PERFORM 0110-LOAD-VENDORS.

               OPEN INPUT PO-FILE.
               IF WS-PO-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PURCHASE-ORDERS.DAT - "
                       "STATUS " WS-PO-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT OPEN-PO-REPORT.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR OPEN-PO-REPORT.DAT - "
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.

               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               MOVE WS-BUSINESS-DATE TO WS-DL-DATE.
               WRITE REPORT-LINE FROM WS-DATE-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-HEADING-LINE.

               READ PO-FILE
                AT END SET END-OF-PO TO TRUE
               END-READ.
               PERFORM 0200-REPORT-PO-LINE UNTIL END-OF-PO.

               PERFORM 0300-WRITE-TOTALS.
               CLOSE PO-FILE.
               CLOSE OPEN-PO-REPORT.

               DISPLAY "LINHAS DE PEDIDO LIDAS.: " WS-PO-READ-COUNT.
               DISPLAY "LINHAS EM ABERTO.......: " WS-OPEN-COUNT.
               DISPLAY "LINHAS ATRASADAS.......: " WS-LATE-COUNT.
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
               MOVE WS-PO-READ-COUNT TO WS-RL-READ.
               MOVE WS-OPEN-COUNT TO WS-RL-WRITTEN.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0110-LOAD-VENDORS.
               OPEN INPUT VENDOR-FILE.
               IF WS-VND-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VENDORS.DAT - STATUS "
                       WS-VND-STATUS
                   STOP RUN
               END-IF.
               READ VENDOR-FILE
                AT END SET END-OF-VENDORS TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-VENDORS
                   IF WS-VN-COUNT < WS-VN-MAX
                       ADD 1 TO WS-VN-COUNT
                       MOVE VND-ID TO WS-VN-ID(WS-VN-COUNT)
                       MOVE VND-NAME TO WS-VN-NAME(WS-VN-COUNT)
                   END-IF
                   READ VENDOR-FILE
                    AT END SET END-OF-VENDORS TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE VENDOR-FILE.

      *    So interessam as linhas abertas (A); concluidas e
      *    fechadas com falta ja sairam na baixa do INVMAINT.
           0200-REPORT-PO-LINE.
               ADD 1 TO WS-PO-READ-COUNT.
               IF PO-STATUS = 'A'
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE PO-NUMBER TO WS-DET-PO
                   MOVE "FORNECEDOR NAO CADASTRADO" TO WS-DET-VENDOR
                   PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                           UNTIL WS-VN-SUB > WS-VN-COUNT
                       IF WS-VN-ID(WS-VN-SUB) = PO-VENDOR
                           MOVE WS-VN-NAME(WS-VN-SUB) TO
                               WS-DET-VENDOR
                           MOVE WS-VN-COUNT TO WS-VN-SUB
                       END-IF
                   END-PERFORM
                   MOVE PO-SKU TO WS-DET-SKU
                   MOVE PO-QTY-ORDERED TO WS-DET-ORDERED
                   MOVE PO-QTY-RECEIVED TO WS-DET-RECEIVED
                   IF PO-QTY-RECEIVED < PO-QTY-ORDERED
                       COMPUTE WS-OUTSTANDING =
                           PO-QTY-ORDERED - PO-QTY-RECEIVED
                   ELSE
                       MOVE ZEROES TO WS-OUTSTANDING
                   END-IF
                   MOVE WS-OUTSTANDING TO WS-DET-OUTSTANDING
                   ADD WS-OUTSTANDING TO WS-OUTSTANDING-TOTAL
                   MOVE PO-DUE-DATE TO WS-DET-DUE-DATE
                   IF PO-DUE-DATE < WS-BUSINESS-DATE
                       ADD 1 TO WS-LATE-COUNT
                       COMPUTE WS-DAYS-LATE =
                           FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                           - FUNCTION INTEGER-OF-DATE(PO-DUE-DATE)
                       MOVE "ATRASADA" TO WS-DET-SITUATION
                       MOVE WS-DAYS-LATE TO WS-DET-DAYS-LATE
                       MOVE " DIAS" TO WS-DET-DAYS-LABEL
                   ELSE
                       IF PO-QTY-RECEIVED > ZEROES
                           MOVE "PARCIAL" TO WS-DET-SITUATION
                       ELSE
                           MOVE "NO PRAZO" TO WS-DET-SITUATION
                       END-IF
                   END-IF
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   IF WS-RPT-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR OPEN-PO-REPORT.DAT - "
                           "STATUS " WS-RPT-STATUS
                       STOP RUN
                   END-IF
               END-IF.
               READ PO-FILE
                AT END SET END-OF-PO TO TRUE
               END-READ.

           0300-WRITE-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-OPEN-COUNT = ZEROES
                   MOVE "NENHUM PEDIDO DE COMPRA EM ABERTO"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE "LINHAS EM ABERTO" TO WS-TOT-LABEL.
               MOVE WS-OPEN-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "LINHAS ATRASADAS" TO WS-TOT-LABEL.
               MOVE WS-LATE-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "UNIDADES A RECEBER" TO WS-TOT-LABEL.
               MOVE WS-OUTSTANDING-TOTAL TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.

          END PROGRAM POOPENRPT.
