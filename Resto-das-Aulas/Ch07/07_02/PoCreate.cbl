       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCREATE.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: transforma as sugestoes aceitas
      *           (decisão A) de REORDER-SUGGESTIONS.DAT, gerado pelo
      *           INVREORDER, em pedidos de compra. O fornecedor de
      *           cada SKU vem de SKU-VENDORS.DAT e o prazo de
      *           entrega do cadastro de fornecedores VENDORS.DAT;
      *           sai um pedido por fornecedor, uma linha por SKU,
      *           acrescentada a PURCHASE-ORDERS.DAT, e um movimento
      *           O (pedido colocado) por linha em
      *           INV-TRANSACTIONS.DAT para o INVMAINT somar no
      *           pedido. Sugestao que virou pedido fica marcada G,
      *           para uma segunda rodada nao pedir de novo. SKU sem
      *           fornecedor ou com fornecedor inativo cai em
      *           PO-CREATE-EXCEPTIONS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGGESTION-FILE ASSIGN TO "REORDER-SUGGESTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUG-STATUS.

           SELECT VENDOR-FILE ASSIGN TO "VENDORS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VND-STATUS.

           SELECT SKU-VENDOR-FILE ASSIGN TO "SKU-VENDORS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SKV-STATUS.

           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

           SELECT INV-TXN-FILE ASSIGN TO "INV-TRANSACTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXN-STATUS.

           SELECT PO-EXCEPTIONS ASSIGN TO "PO-CREATE-EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SUGGESTION-FILE.
           01 SUGGESTION-REC.
               88 END-OF-SUGGESTIONS VALUE HIGH-VALUES.
               05  SUG-SKU            PIC 9(4).
               05  FILLER             PIC X.
               05  SUG-QTY            PIC 9(7).
               05  FILLER             PIC X.
               05  SUG-TITLE          PIC X(20).
               05  FILLER             PIC X.
               05  SUG-DECISION       PIC X.

      *    Cadastro de fornecedores: codigo, razao social, prazo de
      *    entrega em dias corridos e situação (A ativo, I inativo).
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

           FD SKU-VENDOR-FILE.
           01 SKU-VENDOR-REC.
               88 END-OF-SKU-VENDORS VALUE HIGH-VALUES.
               05  SKV-SKU            PIC 9(4).
               05  FILLER             PIC X.
               05  SKV-VENDOR         PIC 9(4).

           FD PO-FILE.
           01 PO-DETAILS.
               88 END-OF-PO VALUE HIGH-VALUES.
               COPY POREC.

           FD INV-TXN-FILE.
           01 INV-TXN-DETAILS.
               COPY INVTXN.

           FD PO-EXCEPTIONS.
           01 PO-EXC-LINE.
               05  PEXC-SKU           PIC 9(4).
               05  FILLER             PIC X(2).
               05  PEXC-QTY           PIC 9(7).
               05  FILLER             PIC X(2).
               05  PEXC-VENDOR        PIC 9(4).
               05  FILLER             PIC X(2).
               05  PEXC-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-SUG-STATUS        PIC XX.
               05  WS-VND-STATUS        PIC XX.
               05  WS-SKV-STATUS        PIC XX.
               05  WS-PO-STATUS         PIC XX.
               05  WS-TXN-STATUS        PIC XX.
               05  WS-EXC-STATUS        PIC XX.

           01  WS-VENDOR-TABLE.
               05  WS-VN-ENTRY OCCURS 100 TIMES.
                   10  WS-VN-ID             PIC 9(4).
                   10  WS-VN-LEAD-DAYS      PIC 9(3).
                   10  WS-VN-STATUS         PIC X.
           01  WS-VN-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-VN-MAX                PIC 9(3) VALUE 100.
           01  WS-VN-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-VN-HIT                PIC 9(3) VALUE ZEROES.

           01  WS-SKU-VENDOR-TABLE.
               05  WS-SV-ENTRY OCCURS 200 TIMES.
                   10  WS-SV-SKU            PIC 9(4).
                   10  WS-SV-VENDOR         PIC 9(4).
           01  WS-SV-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-SV-MAX                PIC 9(3) VALUE 200.
           01  WS-SV-SUB                PIC 9(3) VALUE ZEROES.

      *    As sugestoes ficam em memoria: sao agrupadas por
      *    fornecedor e o arquivo e regravado com as marcas G.
           01  WS-SUGGESTION-TABLE.
               05  WS-SG-ENTRY OCCURS 200 TIMES.
                   10  WS-SG-LINE           PIC X(35).
                   10  WS-SG-VENDOR         PIC 9(4).
                   10  WS-SG-VN-HIT         PIC 9(3).
           01  WS-SG-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-SG-MAX                PIC 9(3) VALUE 200.
           01  WS-SG-SUB                PIC 9(3) VALUE ZEROES.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-DUE-DATE              PIC 9(8) VALUE ZEROES.
           01  WS-LAST-PO-NUMBER        PIC 9(6) VALUE ZEROES.
           01  WS-CURRENT-PO-NUMBER     PIC 9(6) VALUE ZEROES.
           01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.

           01  WS-COUNTERS.
               05  WS-SUG-READ-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-PO-COUNT          PIC 9(7) VALUE ZEROES.
               05  WS-PO-LINE-COUNT     PIC 9(7) VALUE ZEROES.
               05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'POCREATE'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.

               PERFORM 0110-LOAD-VENDORS.
               PERFORM 0120-LOAD-SKU-VENDORS.
               PERFORM 0130-FIND-LAST-PO-NUMBER.
               PERFORM 0140-LOAD-SUGGESTIONS.

               OPEN EXTEND PO-FILE.
               IF WS-PO-STATUS = "35"
                   OPEN OUTPUT PO-FILE
               END-IF.
               IF WS-PO-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PURCHASE-ORDERS.DAT - "
                       "STATUS " WS-PO-STATUS
                   STOP RUN
               END-IF.
               OPEN EXTEND INV-TXN-FILE.
               IF WS-TXN-STATUS = "35"
                   OPEN OUTPUT INV-TXN-FILE
               END-IF.
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INV-TRANSACTIONS.DAT - "
                       "STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF.

               PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                       UNTIL WS-VN-SUB > WS-VN-COUNT
                   PERFORM 0200-ORDER-FROM-VENDOR
               END-PERFORM.

               CLOSE PO-FILE.
               CLOSE INV-TXN-FILE.
               CLOSE PO-EXCEPTIONS.
               PERFORM 0300-REWRITE-SUGGESTIONS.

               DISPLAY "SUGESTOES LIDAS.........: " WS-SUG-READ-COUNT.
               DISPLAY "PEDIDOS DE COMPRA GERADOS: " WS-PO-COUNT.
               DISPLAY "LINHAS DE PEDIDO.........: " WS-PO-LINE-COUNT.
               DISPLAY "SUGESTOES REJEITADAS.....: " WS-REJECT-COUNT.
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
               MOVE WS-SUG-READ-COUNT TO WS-RL-READ.
               MOVE WS-PO-LINE-COUNT TO WS-RL-WRITTEN.
               MOVE WS-REJECT-COUNT TO WS-RL-REJECTED.
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
                       MOVE VND-LEAD-DAYS TO
                           WS-VN-LEAD-DAYS(WS-VN-COUNT)
                       MOVE VND-STATUS TO WS-VN-STATUS(WS-VN-COUNT)
                   END-IF
                   READ VENDOR-FILE
                    AT END SET END-OF-VENDORS TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE VENDOR-FILE.

           0120-LOAD-SKU-VENDORS.
               OPEN INPUT SKU-VENDOR-FILE.
               IF WS-SKV-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR SKU-VENDORS.DAT - STATUS "
                       WS-SKV-STATUS
                   STOP RUN
               END-IF.
               READ SKU-VENDOR-FILE
                AT END SET END-OF-SKU-VENDORS TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-SKU-VENDORS
                   IF WS-SV-COUNT < WS-SV-MAX
                       ADD 1 TO WS-SV-COUNT
                       MOVE SKV-SKU TO WS-SV-SKU(WS-SV-COUNT)
                       MOVE SKV-VENDOR TO WS-SV-VENDOR(WS-SV-COUNT)
                   END-IF
                   READ SKU-VENDOR-FILE
                    AT END SET END-OF-SKU-VENDORS TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE SKU-VENDOR-FILE.

      *    Numeração corrida: o proximo pedido e o maior numero ja
      *    gravado mais um. Sem arquivo, a serie começa do 1.
           0130-FIND-LAST-PO-NUMBER.
               OPEN INPUT PO-FILE.
               IF WS-PO-STATUS = "35"
                   CONTINUE
               ELSE
                   IF WS-PO-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR PURCHASE-ORDERS.DAT - "
                           "STATUS " WS-PO-STATUS
                       STOP RUN
                   END-IF
                   READ PO-FILE
                    AT END SET END-OF-PO TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-PO
                       IF PO-NUMBER > WS-LAST-PO-NUMBER
                           MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
                       END-IF
                       READ PO-FILE
                        AT END SET END-OF-PO TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PO-FILE
               END-IF.

      *    Guarda todas as sugestoes; as aceitas ganham o fornecedor
      *    ja resolvido, as que nao tem fornecedor valido sao
      *    rejeitadas aqui mesmo e ficam com a decisão A para o
      *    comprador corrigir o cadastro e rodar de novo.
           0140-LOAD-SUGGESTIONS.
               OPEN OUTPUT PO-EXCEPTIONS.
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PO-CREATE-EXCEPTIONS.DAT - "
                       "STATUS " WS-EXC-STATUS
                   STOP RUN
               END-IF.
               OPEN INPUT SUGGESTION-FILE.
               IF WS-SUG-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR REORDER-SUGGESTIONS.DAT - "
                       "STATUS " WS-SUG-STATUS
                   STOP RUN
               END-IF.
               READ SUGGESTION-FILE
                AT END SET END-OF-SUGGESTIONS TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-SUGGESTIONS
                   ADD 1 TO WS-SUG-READ-COUNT
                   IF WS-SG-COUNT < WS-SG-MAX
                       ADD 1 TO WS-SG-COUNT
                       MOVE SUGGESTION-REC TO WS-SG-LINE(WS-SG-COUNT)
                       MOVE ZEROES TO WS-SG-VENDOR(WS-SG-COUNT)
                       MOVE ZEROES TO WS-SG-VN-HIT(WS-SG-COUNT)
                       IF SUG-DECISION = 'A'
                           PERFORM 0150-RESOLVE-VENDOR
                       END-IF
                   ELSE
                       DISPLAY "REORDER-SUGGESTIONS.DAT EXCEDE "
                           WS-SG-MAX " LINHAS - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   READ SUGGESTION-FILE
                    AT END SET END-OF-SUGGESTIONS TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE SUGGESTION-FILE.

           0150-RESOLVE-VENDOR.
               PERFORM VARYING WS-SV-SUB FROM 1 BY 1
                       UNTIL WS-SV-SUB > WS-SV-COUNT
                   IF WS-SV-SKU(WS-SV-SUB) = SUG-SKU
                       MOVE WS-SV-VENDOR(WS-SV-SUB) TO
                           WS-SG-VENDOR(WS-SG-COUNT)
                       MOVE WS-SV-COUNT TO WS-SV-SUB
                   END-IF
               END-PERFORM.
               MOVE ZEROES TO WS-VN-HIT.
               PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                       UNTIL WS-VN-SUB > WS-VN-COUNT
                   IF WS-VN-ID(WS-VN-SUB) = WS-SG-VENDOR(WS-SG-COUNT)
                       MOVE WS-VN-SUB TO WS-VN-HIT
                       MOVE WS-VN-COUNT TO WS-VN-SUB
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN SUG-QTY = ZEROES
                       MOVE 'QUANTIDADE ACEITA ZERADA'
                           TO WS-REJECT-REASON
                       PERFORM 0250-WRITE-EXCEPTION
                   WHEN WS-SG-VENDOR(WS-SG-COUNT) = ZEROES
                       MOVE 'SKU SEM FORNECEDOR EM SKU-VENDORS.DAT'
                           TO WS-REJECT-REASON
                       PERFORM 0250-WRITE-EXCEPTION
                   WHEN WS-VN-HIT = ZEROES
                       MOVE 'FORNECEDOR NAO CADASTRADO EM VENDORS.DAT'
                           TO WS-REJECT-REASON
                       PERFORM 0250-WRITE-EXCEPTION
                   WHEN WS-VN-STATUS(WS-VN-HIT) NOT = 'A'
                       MOVE 'FORNECEDOR INATIVO'
                           TO WS-REJECT-REASON
                       PERFORM 0250-WRITE-EXCEPTION
                   WHEN OTHER
                       MOVE WS-VN-HIT TO WS-SG-VN-HIT(WS-SG-COUNT)
               END-EVALUATE.

      *    Um pedido por fornecedor: o numero so e consumido quando
      *    aparece a primeira sugestao aceita daquele fornecedor.
           0200-ORDER-FROM-VENDOR.
               MOVE ZEROES TO WS-CURRENT-PO-NUMBER.
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   + WS-VN-LEAD-DAYS(WS-VN-SUB)).
               PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                       UNTIL WS-SG-SUB > WS-SG-COUNT
                   IF WS-SG-VN-HIT(WS-SG-SUB) = WS-VN-SUB
                       PERFORM 0210-WRITE-PO-LINE
                   END-IF
               END-PERFORM.

           0210-WRITE-PO-LINE.
               IF WS-CURRENT-PO-NUMBER = ZEROES
                   ADD 1 TO WS-LAST-PO-NUMBER
                   MOVE WS-LAST-PO-NUMBER TO WS-CURRENT-PO-NUMBER
                   ADD 1 TO WS-PO-COUNT
               END-IF.
               MOVE WS-SG-LINE(WS-SG-SUB) TO SUGGESTION-REC.
               MOVE SPACES TO PO-DETAILS.
               MOVE WS-CURRENT-PO-NUMBER TO PO-NUMBER.
               MOVE WS-VN-ID(WS-VN-SUB) TO PO-VENDOR.
               MOVE SUG-SKU TO PO-SKU.
               MOVE SUG-QTY TO PO-QTY-ORDERED.
               MOVE ZEROES TO PO-QTY-RECEIVED.
               MOVE WS-BUSINESS-DATE TO PO-ORDER-DATE.
               MOVE WS-DUE-DATE TO PO-DUE-DATE.
               MOVE 'A' TO PO-STATUS.
               WRITE PO-DETAILS.
               IF WS-PO-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR PURCHASE-ORDERS.DAT - "
                       "STATUS " WS-PO-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO INV-TXN-DETAILS.
               MOVE 'O' TO ITX-CODE.
               MOVE SUG-SKU TO ITX-SKU.
               MOVE SUG-QTY TO ITX-QTY.
               MOVE ZEROES TO ITX-REORDER-POINT.
               MOVE WS-CURRENT-PO-NUMBER TO ITX-PO-NUMBER.
               WRITE INV-TXN-DETAILS.
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR INV-TRANSACTIONS.DAT - "
                       "STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF.
               MOVE 'G' TO SUG-DECISION.
               MOVE SUGGESTION-REC TO WS-SG-LINE(WS-SG-SUB).
               ADD 1 TO WS-PO-LINE-COUNT.

           0250-WRITE-EXCEPTION.
               MOVE SPACES TO PO-EXC-LINE.
               MOVE SUG-SKU TO PEXC-SKU.
               MOVE SUG-QTY TO PEXC-QTY.
               MOVE WS-SG-VENDOR(WS-SG-COUNT) TO PEXC-VENDOR.
               MOVE WS-REJECT-REASON TO PEXC-REASON.
               WRITE PO-EXC-LINE.
               ADD 1 TO WS-REJECT-COUNT.

           0300-REWRITE-SUGGESTIONS.
               OPEN OUTPUT SUGGESTION-FILE.
               IF WS-SUG-STATUS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR REORDER-SUGGESTIONS.DAT "
                       "- STATUS " WS-SUG-STATUS
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                       UNTIL WS-SG-SUB > WS-SG-COUNT
                   MOVE WS-SG-LINE(WS-SG-SUB) TO SUGGESTION-REC
                   WRITE SUGGESTION-REC
               END-PERFORM.
               CLOSE SUGGESTION-FILE.

          END PROGRAM POCREATE.
