      *           referencia cai em STORE-SALES-EXCEPTIONS.DAT. E o
      *           que da ao diretor de varejo o nivel abaixo do
      *           total da companhia quando um gerente contesta.
      *2026-10-15 Linha rejeitada vai tambem para o registro de
      *           rejeições por loja STORE-REJECTS.DAT, com o motivo e
      *           o lote da loja (novo campo opcional da linha do
      *           feed, junto com a marca de reenvio R), de onde o
      *           VSSTORERET monta a devolução de cada loja. Linha
      *           aceita que corresponde a uma rejeição em aberto -
      *           mesma loja, SKU e mes, ou marcada R com o mesmo
      *           lote e SKU - fecha a rejeição com uma correção C.
      *2026-10-15 Linha rejeitada que corresponde a uma rejeição em
      *           aberto volta com o lote original dessa rejeição, e
      *           toda rejeição J gravada entra na tabela das em
      *           aberto, para a correção que chegar depois na mesma
      *           execução fecha-la.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

           SELECT STORE-REJECTS ASSIGN TO "STORE-REJECTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MONTHLY-FEED.
               05  FEED-MONTH         PIC 9(2).
               05  FILLER             PIC X.
               05  FEED-UNITS         PIC 9(5).
               05  FILLER             PIC X.
               05  FEED-BATCH-NO      PIC 9(4).
               05  FILLER             PIC X.
               05  FEED-RESUBMIT-FLAG PIC X.
                   88  FEED-IS-RESUBMISSION VALUE 'R'.

           FD STORE-REFERENCE.
           01 STORE-REF-REC.
               05  FILLER             PIC X(2).
               05  SEXC-REASON        PIC X(35).

           FD STORE-REJECTS.
           01 STORE-REJECT-REC.
               88 END-OF-STORE-REJECTS VALUE HIGH-VALUES.
               COPY SREJREC.

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-FEED-STATUS       PIC XX.
               05  WS-REF-STATUS        PIC XX.
               05  WS-STORE-STATUS      PIC XX.
               05  WS-EXC-STATUS        PIC XX.
               05  WS-REJECTS-STATUS    PIC XX.

           01  WS-STORE-REF-TABLE.
               05  WS-SR-ENTRY OCCURS 100 TIMES.
           01  WS-ST-FOUND-SWITCH       PIC X VALUE 'N'.
               88  STORE-ROW-EXISTS     VALUE 'Y'.

      *    Rejeições do feed mensal ainda em aberto no
      *    STORE-REJECTS.DAT, para reconhecer a linha corrigida.
           01  WS-OPEN-REJ-TABLE.
               05  WS-OR-ENTRY OCCURS 1000 TIMES.
                   10  WS-OR-STORE          PIC 9(3).
                   10  WS-OR-BATCH-NO       PIC 9(4).
                   10  WS-OR-SKU            PIC 9(4).
                   10  WS-OR-MONTH          PIC 9(2).
                   10  WS-OR-OPEN-SWITCH    PIC X.
                       88  WS-OR-IS-OPEN    VALUE 'Y'.
           01  WS-OR-COUNT              PIC 9(4) VALUE ZEROES.
           01  WS-OR-MAX                PIC 9(4) VALUE 1000.
           01  WS-OR-SUB                PIC 9(4) VALUE ZEROES.
           01  WS-OR-HIT                PIC 9(4) VALUE ZEROES.
           01  WS-FEED-BATCH            PIC 9(4) VALUE ZEROES.
           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.

           01  WS-QUARTER               PIC 9 VALUE ZEROES.
           01  WS-QTR-SUB               PIC 9 VALUE ZEROES.
           01  WS-COUNTERS.
               05  WS-FEED-READ-COUNT   PIC 9(7) VALUE ZEROES.
               05  WS-APPLIED-COUNT     PIC 9(7) VALUE ZEROES.
               05  WS-REJECTED-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-RESUBMIT-COUNT    PIC 9(7) VALUE ZEROES.

           01  FEED-REJECT-REASON       PIC X(35) VALUE SPACES.
           01  WS-RUNLOG-AREA.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0110-LOAD-STORE-REFERENCE.
               PERFORM 0120-LOAD-STORE-SALES.
               PERFORM 0130-LOAD-OPEN-REJECTIONS.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               OPEN INPUT MONTHLY-FEED.
               IF WS-FEED-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR MONTHLY-SALES.DAT - "
                       WS-EXC-STATUS
                   STOP RUN
               END-IF.
               OPEN EXTEND STORE-REJECTS.
               IF WS-REJECTS-STATUS = "35"
                   OPEN OUTPUT STORE-REJECTS
               END-IF.
               IF WS-REJECTS-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR STORE-REJECTS.DAT - "
                       "STATUS " WS-REJECTS-STATUS
                   STOP RUN
               END-IF.

               READ MONTHLY-FEED
                AT END SET END-OF-FEED TO TRUE

               CLOSE MONTHLY-FEED.
               CLOSE STORE-EXCEPTIONS.
               CLOSE STORE-REJECTS.
               PERFORM 0400-REWRITE-STORE-SALES.

               DISPLAY 'CONSOLIDACAO POR LOJA CONCLUIDA'.
               DISPLAY 'LINHAS DO FEED....: ' WS-FEED-READ-COUNT.
               DISPLAY 'LINHAS APLICADAS..: ' WS-APPLIED-COUNT.
               DISPLAY 'LINHAS REJEITADAS.: ' WS-REJECTED-COUNT.
               DISPLAY 'REENVIOS FECHADOS.: ' WS-RESUBMIT-COUNT.
               PERFORM 0995-LOG-RUN-END.
               GOBACK.

                   CLOSE STORE-SALES
               END-IF.

      *    Rejeição J abre a linha; correção C posterior com a mesma
      *    chave a fecha. Sem o registro (primeira execução) nada
      *    esta em aberto.
           0130-LOAD-OPEN-REJECTIONS.
               OPEN INPUT STORE-REJECTS.
               IF WS-REJECTS-STATUS NOT = "00"
                   CONTINUE
               ELSE
                   READ STORE-REJECTS
                    AT END SET END-OF-STORE-REJECTS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-STORE-REJECTS
                       IF SRJ-FROM-MONTHLY
                           PERFORM 0135-TALLY-REJECT-RECORD
                       END-IF
                       READ STORE-REJECTS
                        AT END SET END-OF-STORE-REJECTS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE STORE-REJECTS
               END-IF.

           0135-TALLY-REJECT-RECORD.
               MOVE ZEROES TO WS-OR-HIT.
               PERFORM VARYING WS-OR-SUB FROM 1 BY 1
                       UNTIL WS-OR-SUB > WS-OR-COUNT
                   IF WS-OR-IS-OPEN(WS-OR-SUB)
                       AND WS-OR-STORE(WS-OR-SUB) = SRJ-STORE
                       AND WS-OR-BATCH-NO(WS-OR-SUB) = SRJ-BATCH-NO
                       AND WS-OR-SKU(WS-OR-SUB) = SRJ-ITEM-SKU
                       AND WS-OR-MONTH(WS-OR-SUB) = SRJ-ITEM-MONTH
                       MOVE WS-OR-SUB TO WS-OR-HIT
                       MOVE WS-OR-COUNT TO WS-OR-SUB
                   END-IF
               END-PERFORM.
               IF SRJ-IS-REJECTION AND WS-OR-HIT = ZEROES
                   IF WS-OR-COUNT NOT < WS-OR-MAX
                       DISPLAY "STORE-REJECTS.DAT EXCEDE " WS-OR-MAX
                           " REJEICOES EM ABERTO - EXECUÇÃO "
                           "INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OR-COUNT
                   MOVE SRJ-STORE TO WS-OR-STORE(WS-OR-COUNT)
                   MOVE SRJ-BATCH-NO TO WS-OR-BATCH-NO(WS-OR-COUNT)
                   MOVE SRJ-ITEM-SKU TO WS-OR-SKU(WS-OR-COUNT)
                   MOVE SRJ-ITEM-MONTH TO WS-OR-MONTH(WS-OR-COUNT)
                   MOVE 'Y' TO WS-OR-OPEN-SWITCH(WS-OR-COUNT)
               END-IF.
               IF SRJ-IS-CORRECTION AND WS-OR-HIT > ZEROES
                   MOVE 'N' TO WS-OR-OPEN-SWITCH(WS-OR-HIT)
               END-IF.

           0200-APPLY-FEED-LINE.
               ADD 1 TO WS-FEED-READ-COUNT.
      *    Linha antiga, sem o lote da loja, vale lote zero.
               IF FEED-BATCH-NO IS NUMERIC
                   MOVE FEED-BATCH-NO TO WS-FEED-BATCH
               ELSE
                   MOVE ZEROES TO WS-FEED-BATCH
               END-IF.
               MOVE 'N' TO WS-SR-FOUND-SWITCH.
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                       UNTIL WS-SR-SUB > WS-SR-COUNT
                   ADD FEED-UNITS TO
                       WS-ST-QTR(WS-ST-HIT WS-QUARTER)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 0220-CLOSE-MATCHING-REJECTION
               END-IF.

           0220-CLOSE-MATCHING-REJECTION.
               PERFORM 0225-FIND-MATCHING-REJECTION.
               IF WS-OR-HIT > ZEROES
                   MOVE 'N' TO WS-OR-OPEN-SWITCH(WS-OR-HIT)
                   MOVE SPACES TO STORE-REJECT-REC
                   MOVE 'C' TO SRJ-TYPE
                   MOVE WS-OR-STORE(WS-OR-HIT) TO SRJ-STORE
                   MOVE 'M' TO SRJ-SOURCE
                   MOVE WS-OR-BATCH-NO(WS-OR-HIT) TO SRJ-BATCH-NO
                   MOVE WS-OR-SKU(WS-OR-HIT) TO SRJ-ITEM-SKU
                   MOVE WS-OR-MONTH(WS-OR-HIT) TO SRJ-ITEM-MONTH
                   MOVE WS-BUSINESS-DATE TO SRJ-DATE
                   MOVE "LINHA CORRIGIDA RECEBIDA NO FEED MENSAL"
                       TO SRJ-REASON
                   MOVE FEED-DETAILS TO SRJ-LINE
                   PERFORM 0310-WRITE-STORE-REJECT
                   ADD 1 TO WS-RESUBMIT-COUNT
               END-IF.

      *    A linha corresponde a uma rejeição em aberto se repete
      *    loja, SKU e mes, ou se vem marcada R com o mesmo lote e
      *    SKU (a correção pode ter mudado a loja ou o mes).
           0225-FIND-MATCHING-REJECTION.
               MOVE ZEROES TO WS-OR-HIT.
               PERFORM VARYING WS-OR-SUB FROM 1 BY 1
                       UNTIL WS-OR-SUB > WS-OR-COUNT
                   IF WS-OR-IS-OPEN(WS-OR-SUB)
                       AND WS-OR-SKU(WS-OR-SUB) = FEED-SKU
                       IF (WS-OR-STORE(WS-OR-SUB) = FEED-STORE
                           AND WS-OR-MONTH(WS-OR-SUB) = FEED-MONTH)
                           OR (FEED-IS-RESUBMISSION
                           AND WS-OR-BATCH-NO(WS-OR-SUB) =
                               WS-FEED-BATCH)
                           MOVE WS-OR-SUB TO WS-OR-HIT
                           MOVE WS-OR-COUNT TO WS-OR-SUB
                       END-IF
                   END-IF
               END-PERFORM.

           0300-WRITE-EXCEPTION.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO STORE-EXC-LINE.
                       WS-EXC-STATUS
                   STOP RUN
               END-IF.
      *    A mesma linha volta para a loja pelo registro de
      *    rejeições, com a imagem original e o lote - o da
      *    rejeição em aberto que ela tentava corrigir, se houver.
               PERFORM 0225-FIND-MATCHING-REJECTION.
               MOVE SPACES TO STORE-REJECT-REC.
               MOVE 'J' TO SRJ-TYPE.
               MOVE FEED-STORE TO SRJ-STORE.
               MOVE 'M' TO SRJ-SOURCE.
               IF WS-OR-HIT > ZEROES
                   MOVE WS-OR-BATCH-NO(WS-OR-HIT) TO SRJ-BATCH-NO
               ELSE
                   MOVE WS-FEED-BATCH TO SRJ-BATCH-NO
               END-IF.
               MOVE FEED-SKU TO SRJ-ITEM-SKU.
               MOVE FEED-MONTH TO SRJ-ITEM-MONTH.
               MOVE WS-BUSINESS-DATE TO SRJ-DATE.
               MOVE FEED-REJECT-REASON TO SRJ-REASON.
               MOVE FEED-DETAILS TO SRJ-LINE.
               PERFORM 0310-WRITE-STORE-REJECT.
               PERFORM 0135-TALLY-REJECT-RECORD.

           0310-WRITE-STORE-REJECT.
               WRITE STORE-REJECT-REC.
               IF WS-REJECTS-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR STORE-REJECTS.DAT - "
                       "STATUS " WS-REJECTS-STATUS
                   STOP RUN
               END-IF.

           0400-REWRITE-STORE-SALES.
               OPEN OUTPUT STORE-SALES.
