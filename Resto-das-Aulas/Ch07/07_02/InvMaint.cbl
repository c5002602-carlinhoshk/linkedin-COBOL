      *           INV-EXCEPTIONS.DAT. Before-image datada via
      *           GENCATALOG e promoção com HDR/TRL, como os outros
      *           masters.
      *2026-10-15 Recebimento R passa a citar o pedido de compra
      *           (ITX-PO-NUMBER) e e casado com a linha PO/SKU de
      *           PURCHASE-ORDERS.DAT: sem pedido, pedido inexistente
      *           ou ja fechado vai para INV-EXCEPTIONS.DAT. A linha
      *           acumula o recebido e fecha quando completa; acima
      *           do pedido, ou recebimento final (ITX-FINAL-FLAG F)
      *           abaixo dele, gera ocorrencia em
      *           PO-RECEIPT-EXCEPTIONS.DAT. O movimento e ordenado
      *           por SKU aqui, porque o POCREATE acrescenta os
      *           pedidos O no fim do arquivo.
      *2026-10-15 Codigo C: ajuste de contagem ciclica aprovado
      *           (gerado pelo CNTPOST), com sinal em ITX-ADJ-SIGN.
      *           Fica fora de S/R para a quebra nao se misturar com
      *           venda e embarque, e cada ajuste aplicado vira uma
      *           linha datada em INV-COUNT-AUDIT.DAT com o saldo
      *           antes e depois. Layout do movimento passa para a
      *           copy INVTXN.
      *2026-10-15 Recebimento R e embarque S aplicados viram uma
      *           linha datada em INV-MOVEMENT-AUDIT.DAT (data util,
      *           codigo, SKU, quantidade e pedido), para a interface
      *           contabil (GLINTERFACE) lancar o movimento do mes.
      *2026-10-15 INV-TRANSACTIONS.DAT aplicado vira geração datada
      *           do catalogo (GENCATALOG) e volta vazio, como o
      *           EMP-TRANSACTIONS.DAT no EMPMAINT: o POCREATE e o
      *           CNTPOST acrescentam linhas nele, e a execução
      *           seguinte nao pode reaplicar o mesmo movimento.
      *2026-10-15 Ajuste C aplicado marca L (lançada), com a data
      *           util, a divergencia E (enviada pelo CNTPOST) de
      *           mesmo SKU, sinal e quantidade em
      *           COUNT-VARIANCES.DAT; ajuste C rejeitado a marca X
      *           (devolvida), que continua aberta para o aprovador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.

           SELECT RAW-TRANSACTION-FILE
                ASSIGN TO "INV-TRANSACTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RAW-TXN-STATUS.

           SELECT TXN-ARCHIVE-FILE
                ASSIGN TO DYNAMIC WS-TXN-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXA-STATUS.

           SELECT TXN-SORT-WORK ASSIGN TO "INVTXN.SRT".

           SELECT TRANSACTION-FILE ASSIGN TO "INV-TXN-SORTED.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXN-STATUS.

           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

           SELECT COUNT-AUDIT ASSIGN TO "INV-COUNT-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAUD-STATUS.

           SELECT MOVEMENT-AUDIT ASSIGN TO "INV-MOVEMENT-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAUD-STATUS.

           SELECT PO-RECEIPT-EXCEPTIONS
                ASSIGN TO "PO-RECEIPT-EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRX-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "INVENTORY.NEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEW-MASTER-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO "COUNT-VARIANCES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VAR-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
                FILE STATUS IS WS-BACKUP-STATUS
                ORGANIZATION IS LINE SEQUENTIAL.
               88 END-OF-MASTER VALUE HIGH-VALUES.
               COPY INVREC.

           FD RAW-TRANSACTION-FILE.
           01 RAW-TXN-DETAILS         PIC X(33).
               88 END-OF-RAW-TXN VALUE HIGH-VALUES.

           FD TXN-ARCHIVE-FILE.
           01 TXN-ARCHIVE-LINE        PIC X(33).

           SD TXN-SORT-WORK.
           01 TXN-SORT-REC.
               05  FILLER             PIC X(2).
               05  TSW-SKU            PIC 9(4).
               05  FILLER             PIC X(27).

           FD TRANSACTION-FILE.
           01 TXN-DETAILS.
               88 END-OF-TXN VALUE HIGH-VALUES.
               COPY INVTXN.

           FD NEW-MASTER-FILE.
           01 NEW-MASTER-DETAILS.
           FD BACKUP-FILE.
           01 BACKUP-LINE                 PIC X(30).

           FD PO-FILE.
           01 PO-DETAILS.
               88 END-OF-PO VALUE HIGH-VALUES.
               COPY POREC.

           FD VARIANCE-FILE.
           01 VARIANCE-DETAILS.
               88 END-OF-VARIANCES VALUE HIGH-VALUES.
               COPY CNTVAR.

      *    Trilha dos ajustes de contagem: data util, SKU, sinal,
      *    quantidade e saldo em maos antes e depois.
           FD COUNT-AUDIT.
           01 COUNT-AUDIT-LINE.
               05  CAUD-DATE          PIC 9(8).
               05  FILLER             PIC X.
               05  CAUD-SKU           PIC 9(4).
               05  FILLER             PIC X.
               05  CAUD-SIGN          PIC X.
               05  CAUD-QTY           PIC 9(7).
               05  FILLER             PIC X.
               05  CAUD-BEFORE        PIC 9(7).
               05  FILLER             PIC X.
               05  CAUD-AFTER         PIC 9(7).

      *    Trilha dos recebimentos e embarques aplicados: data
      *    util, codigo R/S, SKU, quantidade e pedido (zero no S).
           FD MOVEMENT-AUDIT.
           01 MOVEMENT-AUDIT-LINE.
               05  MAUD-DATE          PIC 9(8).
               05  FILLER             PIC X.
               05  MAUD-CODE          PIC X.
               05  FILLER             PIC X.
               05  MAUD-SKU           PIC 9(4).
               05  FILLER             PIC X.
               05  MAUD-QTY           PIC 9(7).
               05  FILLER             PIC X.
               05  MAUD-PO-NUMBER     PIC 9(6).

           FD PO-RECEIPT-EXCEPTIONS.
           01 PO-RECEIPT-EXC-LINE.
               05  PRX-PO-NUMBER      PIC 9(6).
               05  FILLER             PIC X(2).
               05  PRX-SKU            PIC 9(4).
               05  FILLER             PIC X(2).
               05  PRX-QTY-ORDERED    PIC 9(7).
               05  FILLER             PIC X(2).
               05  PRX-QTY-RECEIVED   PIC 9(7).
               05  FILLER             PIC X(2).
               05  PRX-REASON         PIC X(40).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-MASTER-STATUS     PIC XX.
               05  WS-RAW-TXN-STATUS    PIC XX.
               05  WS-TXN-STATUS        PIC XX.
               05  WS-PO-STATUS         PIC XX.
               05  WS-PRX-STATUS        PIC XX.
               05  WS-CAUD-STATUS       PIC XX.
               05  WS-MAUD-STATUS       PIC XX.
               05  WS-NEW-MASTER-STATUS PIC XX.
               05  WS-EXC-STATUS        PIC XX.
               05  WS-BACKUP-STATUS     PIC XX.
               05  WS-TXA-STATUS        PIC XX.
               05  WS-VAR-STATUS        PIC XX.

           01  WS-BACKUP-FILE-NAME      PIC X(40) VALUE SPACES.
           01  WS-GEN-BASE-NAME         PIC X(20)
               VALUE 'INVENTORY.DAT'.
           01  WS-BACKUP-REC-COUNT      PIC 9(7) VALUE ZEROES.
           01  WS-TXN-ARCHIVE-NAME      PIC X(40) VALUE SPACES.
           01  WS-TXN-GEN-BASE-NAME     PIC X(20)
               VALUE 'INV-TRANSACTIONS.DAT'.
           01  WS-RAW-COUNT             PIC 9(7) VALUE ZEROES.

           01  WS-CURRENT-DATE-TIME     PIC X(21).
           01  WS-CDT-FIELDS REDEFINES WS-CURRENT-DATE-TIME.

           01  MAINT-REJECT-REASON   PIC X(40) VALUE SPACES.

      *    Linhas de pedido de compra em memoria; o arquivo inteiro
      *    e regravado no fim com recebido e situação atualizados.
           01  WS-PO-TABLE.
               05  WS-PO-ENTRY OCCURS 500 TIMES.
                   10  WS-PO-LINE           PIC X(52).
                   10  WS-PO-NUMBER         PIC 9(6).
                   10  WS-PO-SKU            PIC 9(4).
                   10  WS-PO-ORDERED        PIC 9(7).
                   10  WS-PO-RECEIVED       PIC 9(7).
                   10  WS-PO-LINE-STATUS    PIC X.
           01  WS-PO-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-PO-MAX                PIC 9(3) VALUE 500.
           01  WS-PO-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-PO-HIT                PIC 9(3) VALUE ZEROES.
           01  WS-PO-FILE-SWITCH        PIC X VALUE 'N'.
               88  PO-FILE-EXISTS       VALUE 'Y'.
           01  WS-PO-EXC-COUNT          PIC 9(5) VALUE ZEROES.
           01  WS-PO-SHORTFALL          PIC 9(7) VALUE ZEROES.
           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-COUNT-ADJ-COUNT       PIC 9(5) VALUE ZEROES.
           01  WS-MOVEMENT-COUNT        PIC 9(5) VALUE ZEROES.
           01  WS-ADJ-VALID-SWITCH      PIC X VALUE 'N'.
               88  ADJUSTMENT-IS-VALID  VALUE 'Y'.

      *    Divergencias de contagem em memoria; o ajuste C aplicado
      *    ou rejeitado marca a linha E correspondente, e o arquivo
      *    e regravado no fim se existia.
           01  WS-CV-TABLE.
               05  WS-CV-ENTRY OCCURS 500 TIMES.
                   10  WS-CV-LINE           PIC X(58).
                   10  WS-CV-SKU            PIC 9(4).
                   10  WS-CV-SIGN           PIC X.
                   10  WS-CV-QTY            PIC 9(7).
                   10  WS-CV-DECISION       PIC X.
                   10  WS-CV-POST-DATE      PIC 9(8).
           01  WS-CV-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-CV-MAX                PIC 9(3) VALUE 500.
           01  WS-CV-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-CV-HIT                PIC 9(3) VALUE ZEROES.
           01  WS-CV-NEW-DECISION       PIC X VALUE SPACE.
           01  WS-CV-FILE-SWITCH        PIC X VALUE 'N'.
               88  CV-FILE-EXISTS       VALUE 'Y'.
           01  WS-CV-POSTED-COUNT       PIC 9(5) VALUE ZEROES.
           01  WS-CV-RETURNED-COUNT     PIC 9(5) VALUE ZEROES.

      *    Verificação e estampagem de integridade (HDR/TRL) do
      *    master; leitores conferem via FILECHECK, a promoção
      *    grava de novo.
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF.
               OPEN INPUT RAW-TRANSACTION-FILE.
               IF WS-RAW-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INV-TRANSACTIONS.DAT - "
                       "STATUS " WS-RAW-TXN-STATUS
                   STOP RUN
               END-IF.
               CLOSE RAW-TRANSACTION-FILE.
               SORT TXN-SORT-WORK ON ASCENDING KEY TSW-SKU
                   WITH DUPLICATES IN ORDER
                   USING RAW-TRANSACTION-FILE
                   GIVING TRANSACTION-FILE.
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INV-TXN-SORTED.TMP - "
                       "STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0050-LOAD-PURCHASE-ORDERS.
               PERFORM 0055-LOAD-COUNT-VARIANCES.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               OPEN EXTEND COUNT-AUDIT.
               IF WS-CAUD-STATUS = "35"
                   OPEN OUTPUT COUNT-AUDIT
               END-IF.
               IF WS-CAUD-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INV-COUNT-AUDIT.DAT - "
                       "STATUS " WS-CAUD-STATUS
                   STOP RUN
               END-IF.
               OPEN EXTEND MOVEMENT-AUDIT.
               IF WS-MAUD-STATUS = "35"
                   OPEN OUTPUT MOVEMENT-AUDIT
               END-IF.
               IF WS-MAUD-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INV-MOVEMENT-AUDIT.DAT - "
                       "STATUS " WS-MAUD-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT PO-RECEIPT-EXCEPTIONS.
               IF WS-PRX-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PO-RECEIPT-EXCEPTIONS.DAT "
                       "- STATUS " WS-PRX-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT NEW-MASTER-FILE.
               IF WS-NEW-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INVENTORY.NEW - STATUS "
                   END-READ
               END-PERFORM.

      *    Sem PURCHASE-ORDERS.DAT nenhum recebimento casa; o
      *    arquivo so e regravado no fim se existia.
           0050-LOAD-PURCHASE-ORDERS.
               OPEN INPUT PO-FILE.
               IF WS-PO-STATUS = "35"
                   DISPLAY "Nao ha PURCHASE-ORDERS.DAT; recebimentos "
                       "serao rejeitados nesta execução."
               ELSE
                   IF WS-PO-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR PURCHASE-ORDERS.DAT - "
                           "STATUS " WS-PO-STATUS
                       STOP RUN
                   END-IF
                   SET PO-FILE-EXISTS TO TRUE
                   READ PO-FILE
                    AT END SET END-OF-PO TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-PO
                       IF WS-PO-COUNT NOT < WS-PO-MAX
                           DISPLAY "PURCHASE-ORDERS.DAT EXCEDE "
                               WS-PO-MAX " LINHAS - EXECUÇÃO "
                               "INTERROMPIDA"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-DETAILS TO WS-PO-LINE(WS-PO-COUNT)
                       MOVE PO-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT)
                       MOVE PO-SKU TO WS-PO-SKU(WS-PO-COUNT)
                       MOVE PO-QTY-ORDERED TO
                           WS-PO-ORDERED(WS-PO-COUNT)
                       MOVE PO-QTY-RECEIVED TO
                           WS-PO-RECEIVED(WS-PO-COUNT)
                       MOVE PO-STATUS TO
                           WS-PO-LINE-STATUS(WS-PO-COUNT)
                       READ PO-FILE
                        AT END SET END-OF-PO TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PO-FILE
               END-IF.

      *    Sem COUNT-VARIANCES.DAT os ajustes C sao aplicados ou
      *    rejeitados sem retorno para a contagem.
           0055-LOAD-COUNT-VARIANCES.
               OPEN INPUT VARIANCE-FILE.
               IF WS-VAR-STATUS NOT = "35"
                   IF WS-VAR-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR COUNT-VARIANCES.DAT - "
                           "STATUS " WS-VAR-STATUS
                       STOP RUN
                   END-IF
                   SET CV-FILE-EXISTS TO TRUE
                   READ VARIANCE-FILE
                    AT END SET END-OF-VARIANCES TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-VARIANCES
                       IF WS-CV-COUNT NOT < WS-CV-MAX
                           DISPLAY "COUNT-VARIANCES.DAT EXCEDE "
                               WS-CV-MAX " LINHAS - EXECUÇÃO "
                               "INTERROMPIDA"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CV-COUNT
                       MOVE VARIANCE-DETAILS TO WS-CV-LINE(WS-CV-COUNT)
                       MOVE CV-SKU TO WS-CV-SKU(WS-CV-COUNT)
                       MOVE CV-SIGN TO WS-CV-SIGN(WS-CV-COUNT)
                       MOVE CV-VARIANCE-QTY TO WS-CV-QTY(WS-CV-COUNT)
                       MOVE CV-DECISION TO
                           WS-CV-DECISION(WS-CV-COUNT)
                       MOVE CV-POST-DATE TO
                           WS-CV-POST-DATE(WS-CV-COUNT)
                       READ VARIANCE-FILE
                        AT END SET END-OF-VARIANCES TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE VARIANCE-FILE
               END-IF.

      *    Casamento sequencial por SKU; varios movimentos do mesmo
      *    SKU sao aplicados em sequencia sobre o registro corrente
      *    antes de ele descer para o arquivo novo.
           0230-APPLY-TXN-AGAINST-MASTER.
               EVALUATE ITX-CODE
                   WHEN 'R'
                       PERFORM 0250-MATCH-PURCHASE-ORDER
                       IF WS-PO-HIT = ZEROES
                           PERFORM 0240-REJECT-TXN
                       ELSE
                           ADD ITX-QTY TO
                               INV-ON-HAND OF MASTER-DETAILS
                           IF ITX-QTY >
                                   INV-ON-ORDER OF MASTER-DETAILS
                               MOVE ZEROES TO
                                   INV-ON-ORDER OF MASTER-DETAILS
                           ELSE
                               SUBTRACT ITX-QTY FROM
                                   INV-ON-ORDER OF MASTER-DETAILS
                           END-IF
                           PERFORM 0255-RECEIVE-AGAINST-PO
                           PERFORM 0265-WRITE-MOVEMENT-AUDIT
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   WHEN 'S'
                       IF ITX-QTY > INV-ON-HAND OF MASTER-DETAILS
                           MOVE 'EMBARQUE MAIOR QUE O SALDO EM MAOS'
                       ELSE
                           SUBTRACT ITX-QTY FROM
                               INV-ON-HAND OF MASTER-DETAILS
                           PERFORM 0265-WRITE-MOVEMENT-AUDIT
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   WHEN 'O'
                       ADD ITX-QTY TO
                           INV-ON-ORDER OF MASTER-DETAILS
                       ADD 1 TO WS-APPLIED-COUNT
                   WHEN 'C'
                       PERFORM 0235-APPLY-COUNT-ADJUSTMENT
                   WHEN 'P'
                       MOVE ITX-REORDER-POINT TO
                           INV-REORDER-POINT OF MASTER-DETAILS
                   PERFORM 0045-READ-MASTER-DATA
               END-IF.

      *    Ajuste de contagem: quebra nao pode deixar o saldo
      *    negativo; o que passa e aplicado e vai para a trilha.
           0235-APPLY-COUNT-ADJUSTMENT.
               MOVE 'Y' TO WS-ADJ-VALID-SWITCH.
               IF ITX-ADJ-SIGN NOT = '+' AND ITX-ADJ-SIGN NOT = '-'
                   MOVE 'SINAL DO AJUSTE DE CONTAGEM INVALIDO'
                       TO MAINT-REJECT-REASON
                   MOVE 'N' TO WS-ADJ-VALID-SWITCH
               END-IF.
               IF ITX-ADJ-SIGN = '-'
                       AND ITX-QTY > INV-ON-HAND OF MASTER-DETAILS
                   MOVE 'AJUSTE DE CONTAGEM MAIOR QUE O SALDO'
                       TO MAINT-REJECT-REASON
                   MOVE 'N' TO WS-ADJ-VALID-SWITCH
               END-IF.
               IF ADJUSTMENT-IS-VALID
                   MOVE SPACES TO COUNT-AUDIT-LINE
                   MOVE WS-BUSINESS-DATE TO CAUD-DATE
                   MOVE ITX-SKU TO CAUD-SKU
                   MOVE ITX-ADJ-SIGN TO CAUD-SIGN
                   MOVE ITX-QTY TO CAUD-QTY
                   MOVE INV-ON-HAND OF MASTER-DETAILS TO CAUD-BEFORE
                   IF ITX-ADJ-SIGN = '+'
                       ADD ITX-QTY TO INV-ON-HAND OF MASTER-DETAILS
                   ELSE
                       SUBTRACT ITX-QTY FROM
                           INV-ON-HAND OF MASTER-DETAILS
                   END-IF
                   MOVE INV-ON-HAND OF MASTER-DETAILS TO CAUD-AFTER
                   WRITE COUNT-AUDIT-LINE
                   ADD 1 TO WS-COUNT-ADJ-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'L' TO WS-CV-NEW-DECISION
                   PERFORM 0290-MARK-COUNT-VARIANCE
               ELSE
                   PERFORM 0240-REJECT-TXN
               END-IF.

           0240-REJECT-TXN.
               MOVE SPACES TO MAINT-EXC-LINE.
               MOVE ITX-CODE TO MEXC-TXN-CODE.
               MOVE MAINT-REJECT-REASON TO MEXC-REASON.
               WRITE MAINT-EXC-LINE.
               ADD 1 TO WS-REJECT-COUNT.
               IF ITX-CODE = 'C'
                   MOVE 'X' TO WS-CV-NEW-DECISION
                   PERFORM 0290-MARK-COUNT-VARIANCE
               END-IF.

      *    Recebimento so entra contra uma linha aberta do pedido
      *    citado para o mesmo SKU.
           0250-MATCH-PURCHASE-ORDER.
               MOVE ZEROES TO WS-PO-HIT.
               IF ITX-PO-NUMBER NOT NUMERIC
                       OR ITX-PO-NUMBER = ZEROES
                   MOVE 'RECEBIMENTO SEM NUMERO DE PEDIDO' TO
                       MAINT-REJECT-REASON
               ELSE
                   PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                           UNTIL WS-PO-SUB > WS-PO-COUNT
                       IF WS-PO-NUMBER(WS-PO-SUB) = ITX-PO-NUMBER
                               AND WS-PO-SKU(WS-PO-SUB) = ITX-SKU
                           MOVE WS-PO-SUB TO WS-PO-HIT
                           MOVE WS-PO-COUNT TO WS-PO-SUB
                       END-IF
                   END-PERFORM
                   IF WS-PO-HIT = ZEROES
                       MOVE 'PEDIDO/SKU NAO CONSTA EM PURCHASE-ORDERS'
                           TO MAINT-REJECT-REASON
                   ELSE
                       IF WS-PO-LINE-STATUS(WS-PO-HIT) NOT = 'A'
                           MOVE 'LINHA DO PEDIDO DE COMPRA JA FECHADA'
                               TO MAINT-REJECT-REASON
                           MOVE ZEROES TO WS-PO-HIT
                       END-IF
                   END-IF
               END-IF.

      *    Recebido igual ao pedido fecha a linha; acima do pedido
      *    fecha e registra a sobra; entrega final abaixo do pedido
      *    fecha com falta, registra a diferença e tira do pedido
      *    (INV-ON-ORDER) o que nao vai mais chegar.
           0255-RECEIVE-AGAINST-PO.
               ADD ITX-QTY TO WS-PO-RECEIVED(WS-PO-HIT).
               EVALUATE TRUE
                   WHEN WS-PO-RECEIVED(WS-PO-HIT) >
                           WS-PO-ORDERED(WS-PO-HIT)
                       MOVE 'C' TO WS-PO-LINE-STATUS(WS-PO-HIT)
                       MOVE 'RECEBIMENTO ACIMA DO PEDIDO DE COMPRA'
                           TO MAINT-REJECT-REASON
                       PERFORM 0256-WRITE-PO-EXCEPTION
                   WHEN WS-PO-RECEIVED(WS-PO-HIT) =
                           WS-PO-ORDERED(WS-PO-HIT)
                       MOVE 'C' TO WS-PO-LINE-STATUS(WS-PO-HIT)
                   WHEN ITX-FINAL-FLAG = 'F'
                       MOVE 'F' TO WS-PO-LINE-STATUS(WS-PO-HIT)
                       COMPUTE WS-PO-SHORTFALL =
                           WS-PO-ORDERED(WS-PO-HIT)
                           - WS-PO-RECEIVED(WS-PO-HIT)
                       IF WS-PO-SHORTFALL >
                               INV-ON-ORDER OF MASTER-DETAILS
                           MOVE ZEROES TO
                               INV-ON-ORDER OF MASTER-DETAILS
                       ELSE
                           SUBTRACT WS-PO-SHORTFALL FROM
                               INV-ON-ORDER OF MASTER-DETAILS
                       END-IF
                       MOVE 'RECEBIMENTO FINAL ABAIXO DO PEDIDO'
                           TO MAINT-REJECT-REASON
                       PERFORM 0256-WRITE-PO-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           0256-WRITE-PO-EXCEPTION.
               MOVE SPACES TO PO-RECEIPT-EXC-LINE.
               MOVE WS-PO-NUMBER(WS-PO-HIT) TO PRX-PO-NUMBER.
               MOVE WS-PO-SKU(WS-PO-HIT) TO PRX-SKU.
               MOVE WS-PO-ORDERED(WS-PO-HIT) TO PRX-QTY-ORDERED.
               MOVE WS-PO-RECEIVED(WS-PO-HIT) TO PRX-QTY-RECEIVED.
               MOVE MAINT-REJECT-REASON TO PRX-REASON.
               WRITE PO-RECEIPT-EXC-LINE.
               ADD 1 TO WS-PO-EXC-COUNT.

      *    Recebimento e embarque aplicados, datados pela data
      *    util; o embarque nao cita pedido.
           0265-WRITE-MOVEMENT-AUDIT.
               MOVE SPACES TO MOVEMENT-AUDIT-LINE.
               MOVE WS-BUSINESS-DATE TO MAUD-DATE.
               MOVE ITX-CODE TO MAUD-CODE.
               MOVE ITX-SKU TO MAUD-SKU.
               MOVE ITX-QTY TO MAUD-QTY.
               IF ITX-CODE = 'R'
                   MOVE ITX-PO-NUMBER TO MAUD-PO-NUMBER
               ELSE
                   MOVE ZEROES TO MAUD-PO-NUMBER
               END-IF.
               WRITE MOVEMENT-AUDIT-LINE.
               ADD 1 TO WS-MOVEMENT-COUNT.

           0280-REWRITE-PURCHASE-ORDERS.
               IF PO-FILE-EXISTS
                   OPEN OUTPUT PO-FILE
                   IF WS-PO-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR PURCHASE-ORDERS.DAT - "
                           "STATUS " WS-PO-STATUS
                       STOP RUN
                   END-IF
                   PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                           UNTIL WS-PO-SUB > WS-PO-COUNT
                       MOVE WS-PO-LINE(WS-PO-SUB) TO PO-DETAILS
                       MOVE WS-PO-RECEIVED(WS-PO-SUB) TO
                           PO-QTY-RECEIVED
                       MOVE WS-PO-LINE-STATUS(WS-PO-SUB) TO PO-STATUS
                       WRITE PO-DETAILS
                   END-PERFORM
                   CLOSE PO-FILE
               END-IF.

      *    O ajuste C volta para a primeira divergencia ainda E do
      *    mesmo SKU, sinal e quantidade; L leva a data util da
      *    aplicação, X mantem a data do envio.
           0290-MARK-COUNT-VARIANCE.
               MOVE ZEROES TO WS-CV-HIT.
               PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                       UNTIL WS-CV-SUB > WS-CV-COUNT
                   IF WS-CV-DECISION(WS-CV-SUB) = 'E'
                           AND WS-CV-SKU(WS-CV-SUB) = ITX-SKU
                           AND WS-CV-SIGN(WS-CV-SUB) = ITX-ADJ-SIGN
                           AND WS-CV-QTY(WS-CV-SUB) = ITX-QTY
                       MOVE WS-CV-SUB TO WS-CV-HIT
                       MOVE WS-CV-COUNT TO WS-CV-SUB
                   END-IF
               END-PERFORM.
               IF WS-CV-HIT > ZEROES
                   MOVE WS-CV-NEW-DECISION TO
                       WS-CV-DECISION(WS-CV-HIT)
                   IF WS-CV-NEW-DECISION = 'L'
                       MOVE WS-BUSINESS-DATE TO
                           WS-CV-POST-DATE(WS-CV-HIT)
                       ADD 1 TO WS-CV-POSTED-COUNT
                   ELSE
                       ADD 1 TO WS-CV-RETURNED-COUNT
                   END-IF
               END-IF.

           0295-REWRITE-COUNT-VARIANCES.
               IF CV-FILE-EXISTS
                   OPEN OUTPUT VARIANCE-FILE
                   IF WS-VAR-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR COUNT-VARIANCES.DAT - "
                           "STATUS " WS-VAR-STATUS
                       STOP RUN
                   END-IF
                   PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                           UNTIL WS-CV-SUB > WS-CV-COUNT
                       MOVE WS-CV-LINE(WS-CV-SUB) TO VARIANCE-DETAILS
                       MOVE WS-CV-DECISION(WS-CV-SUB) TO CV-DECISION
                       MOVE WS-CV-POST-DATE(WS-CV-SUB) TO
                           CV-POST-DATE
                       WRITE VARIANCE-DETAILS
                   END-PERFORM
                   CLOSE VARIANCE-FILE
               END-IF.

           0900-END-PROGRAM.
               CLOSE MASTER-FILE.
               CLOSE TRANSACTION-FILE.
               CLOSE NEW-MASTER-FILE.
               CLOSE MAINT-EXCEPTIONS.
               CLOSE PO-RECEIPT-EXCEPTIONS.
               CLOSE COUNT-AUDIT.
               CLOSE MOVEMENT-AUDIT.
               PERFORM 0280-REWRITE-PURCHASE-ORDERS.
               PERFORM 0295-REWRITE-COUNT-VARIANCES.

               PERFORM 0260-BACKUP-CURRENT-MASTER.
               PERFORM 0270-PROMOTE-NEW-MASTER.
               PERFORM 0275-ARCHIVE-TRANSACTIONS.

               DISPLAY 'MANUTENCAO DE INVENTORY.DAT CONCLUIDA'.
               DISPLAY 'INCLUSOES......: ' WS-ADD-COUNT.
               DISPLAY 'MOVIMENTOS.....: ' WS-APPLIED-COUNT.
               DISPLAY 'INALTERADOS....: ' WS-UNCHANGED-COUNT.
               DISPLAY 'REJEITADOS.....: ' WS-REJECT-COUNT.
               DISPLAY 'OCORRENCIAS PC.: ' WS-PO-EXC-COUNT.
               DISPLAY 'AJUSTES CONTAG.: ' WS-COUNT-ADJ-COUNT.
               DISPLAY 'DIVERG. LANCAD.: ' WS-CV-POSTED-COUNT.
               DISPLAY 'DIVERG. DEVOLV.: ' WS-CV-RETURNED-COUNT.
               DISPLAY 'RESULTADO PROMOVIDO PARA: INVENTORY.DAT'.
               PERFORM 0995-LOG-RUN-END.
               STOP RUN.
               CLOSE NEW-MASTER-FILE.
               CLOSE MASTER-FILE.

      *    O movimento aplicado fica numa geração datada do
      *    catalogo e INV-TRANSACTIONS.DAT volta vazio, para a
      *    proxima execução nao reaplicar recebimentos, pedidos e
      *    ajustes de contagem.
           0275-ARCHIVE-TRANSACTIONS.
               OPEN INPUT RAW-TRANSACTION-FILE.
               IF WS-RAW-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO REABRIR INV-TRANSACTIONS.DAT - "
                       "STATUS " WS-RAW-TXN-STATUS
                   STOP RUN
               END-IF.
               READ RAW-TRANSACTION-FILE
                AT END SET END-OF-RAW-TXN TO TRUE
               END-READ.
               IF NOT END-OF-RAW-TXN
                   MOVE SPACES TO WS-TXN-ARCHIVE-NAME
                   STRING "INV-TRANSACTIONS.DAT." WS-TIMESTAMP-TEXT
                       DELIMITED BY SIZE INTO WS-TXN-ARCHIVE-NAME
                   OPEN OUTPUT TXN-ARCHIVE-FILE
                   IF WS-TXA-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR ARQUIVO DO MOVIMENTO - "
                           "FILE STATUS " WS-TXA-STATUS
                       STOP RUN
                   END-IF
                   PERFORM UNTIL END-OF-RAW-TXN
                       MOVE RAW-TXN-DETAILS TO TXN-ARCHIVE-LINE
                       WRITE TXN-ARCHIVE-LINE
                       ADD 1 TO WS-RAW-COUNT
                       READ RAW-TRANSACTION-FILE
                        AT END SET END-OF-RAW-TXN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TXN-ARCHIVE-FILE
                   CLOSE RAW-TRANSACTION-FILE
                   CALL "GENCATALOG" USING WS-TXN-GEN-BASE-NAME
                       WS-TIMESTAMP-TEXT WS-RAW-COUNT
                   END-CALL
                   OPEN OUTPUT RAW-TRANSACTION-FILE
                   IF WS-RAW-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO ESVAZIAR INV-TRANSACTIONS.DAT"
                           " - STATUS " WS-RAW-TXN-STATUS
                       STOP RUN
                   END-IF
               END-IF.
               CLOSE RAW-TRANSACTION-FILE.

          END PROGRAM INVMAINT.
