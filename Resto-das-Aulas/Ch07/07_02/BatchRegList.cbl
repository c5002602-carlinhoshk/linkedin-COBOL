      *           aceite, contagem e hash. E o que o escritorio
      *           consulta quando uma loja jura que mandou um lote
      *           que "sumiu".
      *2026-10-15 Lista tambem a loja do lote e, no reenvio de lote
      *           recusado, a marca R e o lote original corrigido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05  BRG-COUNT          PIC 9(5).
               05  FILLER             PIC X.
               05  BRG-HASH           PIC 9(9).
               05  FILLER             PIC X.
               05  BRG-STORE          PIC 9(3).
               05  FILLER             PIC X.
               05  BRG-RESUBMIT-FLAG  PIC X.
               05  FILLER             PIC X.
               05  BRG-ORIG-BATCH-NO  PIC 9(4).

           FD REGISTER-LIST.
           01 LIST-LINE               PIC X(80).
               05  FILLER     PIC X(10) VALUE 'ACEITO EM'.
               05  FILLER     PIC X(9)  VALUE 'DETALHES'.
               05  FILLER     PIC X(10) VALUE 'HASH SKU'.
               05  FILLER     PIC X(5)  VALUE 'LOJA'.
               05  FILLER     PIC X(12) VALUE 'REENVIO DE'.

           01  WS-DETAIL-LINE.
               05  WS-DET-BATCH       PIC 9(4).
               05  WS-DET-COUNT       PIC ZZZZ9.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  WS-DET-HASH        PIC 9(9).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-STORE       PIC 9(3).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-RESUBMIT    PIC X.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-ORIG-BATCH  PIC X(4).

       PROCEDURE DIVISION.
           0100-BEGIN.
               MOVE BRG-DATE-ACCEPTED TO WS-DET-DATE.
               MOVE BRG-COUNT TO WS-DET-COUNT.
               MOVE BRG-HASH TO WS-DET-HASH.
      *    Registro gravado antes da loja no header fica em branco.
               IF BRG-STORE IS NUMERIC
                   MOVE BRG-STORE TO WS-DET-STORE
               ELSE
                   MOVE ZEROES TO WS-DET-STORE
               END-IF.
               IF BRG-RESUBMIT-FLAG = 'R'
                   MOVE 'R' TO WS-DET-RESUBMIT
                   MOVE BRG-ORIG-BATCH-NO TO WS-DET-ORIG-BATCH
               END-IF.
               WRITE LIST-LINE FROM WS-DETAIL-LINE.
               IF WS-LIST-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR BATCH-REGISTER-LIST.DAT "
