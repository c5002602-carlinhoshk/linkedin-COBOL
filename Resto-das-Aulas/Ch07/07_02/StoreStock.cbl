       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKSTORE.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: mantem o estoque por loja x SKU em
      *           STORE-STOCK.DAT para as lojas de STORES.DAT. Baixa
      *           de cada loja as unidades vendidas no feed
      *           MONTHLY-SALES.DAT e aplica as transacoes de
      *           STORE-STOCK-TXN.DAT (entrada na loja, transferencia
      *           entre lojas e faixa minima/maxima). Loja fora da
      *           referencia, SKU sem saldo na loja e transferencia
      *           acima do saldo da origem caem em
      *           STORE-STOCK-EXCEPTIONS.DAT.
      *2026-10-15 Cada mes baixado do MONTHLY-SALES.DAT fica em
      *           STORE-STOCK-FEED-REGISTER.DAT (periodo AAAAMM, data
      *           util, linhas e unidades); feed com mes ja baixado
      *           nao e baixado de novo (as transacoes de loja sao
      *           aplicadas assim mesmo). STORE-STOCK-TXN.DAT aplicado
      *           vira geração datada do catalogo (GENCATALOG) e
      *           volta vazio, como o movimento no EMPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-REFERENCE ASSIGN TO "STORES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REF-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STORE-STOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STOCK-STATUS.

           SELECT MONTHLY-FEED ASSIGN TO "MONTHLY-SALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEED-STATUS.

           SELECT STOCK-TXN-FILE ASSIGN TO "STORE-STOCK-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXN-STATUS.

           SELECT FEED-REGISTER ASSIGN TO
                "STORE-STOCK-FEED-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FREG-STATUS.

           SELECT TXN-ARCHIVE-FILE
                ASSIGN TO DYNAMIC WS-TXN-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXA-STATUS.

           SELECT STOCK-EXCEPTIONS ASSIGN TO
                "STORE-STOCK-EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STORE-REFERENCE.
           01 STORE-REF-REC.
               88 END-OF-STORE-REF VALUE HIGH-VALUES.
               05  SREF-STORE         PIC 9(3).
               05  FILLER             PIC X.
               05  SREF-NAME          PIC X(20).
               05  FILLER             PIC X.
               05  SREF-REGION        PIC X(3).

           FD STOCK-FILE.
           01 STOCK-DETAILS.
               88 END-OF-STOCK VALUE HIGH-VALUES.
               COPY STKREC.

           FD MONTHLY-FEED.
           01 FEED-DETAILS.
               88 END-OF-FEED VALUE HIGH-VALUES.
               05  FEED-STORE         PIC 9(3).
               05  FILLER             PIC X.
               05  FEED-SKU           PIC 9(4).
               05  FILLER             PIC X.
               05  FEED-MONTH         PIC 9(2).
               05  FILLER             PIC X.
               05  FEED-UNITS         PIC 9(5).

           FD STOCK-TXN-FILE.
           01 STOCK-TXN-DETAILS.
               88 END-OF-STOCK-TXN VALUE HIGH-VALUES.
               COPY STKTXN.

      *    Meses do feed ja baixados: periodo, data util da baixa,
      *    linhas e unidades do mes.
           FD FEED-REGISTER.
           01 FEED-REGISTER-REC.
               88 END-OF-FEED-REGISTER VALUE HIGH-VALUES.
               05  SFR-PERIOD         PIC 9(6).
               05  FILLER             PIC X.
               05  SFR-RUN-DATE       PIC 9(8).
               05  FILLER             PIC X.
               05  SFR-LINES          PIC 9(7).
               05  FILLER             PIC X.
               05  SFR-UNITS          PIC 9(9).

           FD TXN-ARCHIVE-FILE.
           01 TXN-ARCHIVE-LINE        PIC X(35).

           FD STOCK-EXCEPTIONS.
           01 STOCK-EXC-LINE.
               05  SKX-SOURCE         PIC X(6).
               05  FILLER             PIC X(2).
               05  SKX-FROM-STORE     PIC 9(3).
               05  FILLER             PIC X(2).
               05  SKX-TO-STORE       PIC 9(3).
               05  FILLER             PIC X(2).
               05  SKX-SKU            PIC 9(4).
               05  FILLER             PIC X(2).
               05  SKX-QTY            PIC 9(7).
               05  FILLER             PIC X(2).
               05  SKX-REASON         PIC X(35).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-REF-STATUS        PIC XX.
               05  WS-STOCK-STATUS      PIC XX.
               05  WS-FEED-STATUS       PIC XX.
               05  WS-TXN-STATUS        PIC XX.
               05  WS-EXC-STATUS        PIC XX.
               05  WS-FREG-STATUS       PIC XX.
               05  WS-TXA-STATUS        PIC XX.

           01  WS-STORE-REF-TABLE.
               05  WS-SR-ENTRY OCCURS 100 TIMES.
                   10  WS-SR-STORE      PIC 9(3).
           01  WS-SR-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-SR-MAX                PIC 9(3) VALUE 100.
           01  WS-SR-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-SR-FOUND-SWITCH       PIC X VALUE 'N'.
               88  STORE-IS-KNOWN       VALUE 'Y'.

      *    Estoque por loja x SKU em memoria; regravado no fim.
           01  WS-STOCK-TABLE.
               05  WS-SS-ENTRY OCCURS 2000 TIMES.
                   10  WS-SS-STORE      PIC 9(3).
                   10  WS-SS-SKU        PIC 9(4).
                   10  WS-SS-ON-HAND    PIC 9(7).
                   10  WS-SS-MIN-QTY    PIC 9(7).
                   10  WS-SS-MAX-QTY    PIC 9(7).
           01  WS-SS-COUNT              PIC 9(4) VALUE ZEROES.
           01  WS-SS-MAX                PIC 9(4) VALUE 2000.
           01  WS-SS-SUB                PIC 9(4) VALUE ZEROES.
           01  WS-SS-HIT                PIC 9(4) VALUE ZEROES.
           01  WS-SS-FROM-HIT           PIC 9(4) VALUE ZEROES.

           01  WS-FIND-STORE            PIC 9(3) VALUE ZEROES.
           01  WS-FIND-SKU              PIC 9(4) VALUE ZEROES.
           01  WS-CREATE-SWITCH         PIC X VALUE 'N'.
               88  CREATE-IF-MISSING    VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-FEED-READ-COUNT   PIC 9(7) VALUE ZEROES.
               05  WS-FEED-APPLIED      PIC 9(7) VALUE ZEROES.
               05  WS-TXN-READ-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-TXN-APPLIED       PIC 9(7) VALUE ZEROES.
               05  WS-REJECTED-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-SHORT-SALE-COUNT  PIC 9(7) VALUE ZEROES.

           01  WS-REJECT-REASON         PIC X(35) VALUE SPACES.

      *    Meses presentes no feed, com o ano deduzido da data util
      *    (mes acima do mes corrente e do ano anterior).
           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-BUSINESS-FIELDS REDEFINES WS-BUSINESS-DATE.
               05  WS-BUS-YEAR          PIC 9(4).
               05  WS-BUS-MONTH         PIC 9(2).
               05  WS-BUS-DAY           PIC 9(2).
           01  WS-FEED-PERIOD-TABLE.
               05  WS-FP-ENTRY OCCURS 12 TIMES.
                   10  WS-FP-PERIOD     PIC 9(6).
                   10  WS-FP-LINES      PIC 9(7).
                   10  WS-FP-UNITS      PIC 9(9).
           01  WS-FP-COUNT              PIC 9(2) VALUE ZEROES.
           01  WS-FP-SUB                PIC 9(2) VALUE ZEROES.
           01  WS-FP-HIT                PIC 9(2) VALUE ZEROES.
           01  WS-FEED-PERIOD           PIC 9(6) VALUE ZEROES.
           01  WS-FEED-SWITCH           PIC X VALUE 'Y'.
               88  FEED-IS-NEW          VALUE 'Y'.
           01  WS-APPLIED-PERIOD        PIC 9(6) VALUE ZEROES.

           01  WS-TXN-ARCHIVE-NAME      PIC X(40) VALUE SPACES.
           01  WS-TXN-GEN-BASE-NAME     PIC X(20)
               VALUE 'STORE-STOCK-TXN.DAT'.
           01  WS-CURRENT-DATE-TIME     PIC X(21).
           01  WS-CDT-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
               05 WS-CDT-YEAR           PIC 9(4).
               05 WS-CDT-MONTH          PIC 9(2).
               05 WS-CDT-DAY            PIC 9(2).
               05 WS-CDT-HOUR           PIC 9(2).
               05 WS-CDT-MIN            PIC 9(2).
               05 WS-CDT-SEC            PIC 9(2).
               05 FILLER                PIC X(7).
           01  WS-TIMESTAMP-TEXT.
               05 WS-TS-YEAR            PIC 9(4).
               05 WS-TS-MONTH           PIC 9(2).
               05 WS-TS-DAY             PIC 9(2).
               05 WS-TS-HOUR            PIC 9(2).
               05 WS-TS-MIN             PIC 9(2).
               05 WS-TS-SEC             PIC 9(2).
           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'STKSTORE'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0110-LOAD-STORE-REFERENCE.
               PERFORM 0120-LOAD-STORE-STOCK.
               OPEN OUTPUT STOCK-EXCEPTIONS.
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       "STORE-STOCK-EXCEPTIONS.DAT - STATUS "
                       WS-EXC-STATUS
                   STOP RUN
               END-IF.

               PERFORM 0150-CHECK-FEED-REGISTER.
               IF FEED-IS-NEW
                   PERFORM 0200-APPLY-MONTHLY-SALES
               END-IF.
               PERFORM 0300-APPLY-STOCK-TRANSACTIONS.

               CLOSE STOCK-EXCEPTIONS.
               PERFORM 0400-REWRITE-STORE-STOCK.
               IF FEED-IS-NEW
                   PERFORM 0250-REGISTER-FEED
               END-IF.
               PERFORM 0450-ARCHIVE-TRANSACTIONS.

               DISPLAY 'ESTOQUE POR LOJA ATUALIZADO'.
               DISPLAY 'LINHAS DE VENDA LIDAS..: ' WS-FEED-READ-COUNT.
               DISPLAY 'VENDAS BAIXADAS........: ' WS-FEED-APPLIED.
               DISPLAY 'VENDAS ACIMA DO SALDO..: '
                   WS-SHORT-SALE-COUNT.
               DISPLAY 'TRANSACOES LIDAS.......: ' WS-TXN-READ-COUNT.
               DISPLAY 'TRANSACOES APLICADAS...: ' WS-TXN-APPLIED.
               DISPLAY 'REJEITADAS.............: ' WS-REJECTED-COUNT.
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
               COMPUTE WS-RL-READ = WS-FEED-READ-COUNT
                   + WS-TXN-READ-COUNT.
               COMPUTE WS-RL-WRITTEN = WS-FEED-APPLIED
                   + WS-TXN-APPLIED.
               MOVE WS-REJECTED-COUNT TO WS-RL-REJECTED.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0110-LOAD-STORE-REFERENCE.
               OPEN INPUT STORE-REFERENCE.
               IF WS-REF-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR STORES.DAT - STATUS "
                       WS-REF-STATUS
                   STOP RUN
               END-IF.
               READ STORE-REFERENCE
                AT END SET END-OF-STORE-REF TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-STORE-REF
                   IF WS-SR-COUNT < WS-SR-MAX
                       ADD 1 TO WS-SR-COUNT
                       MOVE SREF-STORE TO
                           WS-SR-STORE(WS-SR-COUNT)
                   END-IF
                   READ STORE-REFERENCE
                    AT END SET END-OF-STORE-REF TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE STORE-REFERENCE.
               IF WS-SR-COUNT = ZEROES
                   DISPLAY "STORES.DAT VAZIO - NAO HA COMO VALIDAR "
                       "LOJAS"
                   STOP RUN
               END-IF.

      *    Na primeira execução o estoque por loja ainda nao existe;
      *    as linhas entram pelas transacoes E e F.
           0120-LOAD-STORE-STOCK.
               OPEN INPUT STOCK-FILE.
               IF WS-STOCK-STATUS NOT = "00"
                   CONTINUE
               ELSE
                   READ STOCK-FILE
                    AT END SET END-OF-STOCK TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-STOCK
                       IF WS-SS-COUNT NOT < WS-SS-MAX
                           DISPLAY "STORE-STOCK.DAT EXCEDE "
                               WS-SS-MAX " LINHAS - EXECUÇÃO "
                               "INTERROMPIDA"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SS-COUNT
                       MOVE SST-STORE TO WS-SS-STORE(WS-SS-COUNT)
                       MOVE SST-SKU TO WS-SS-SKU(WS-SS-COUNT)
                       MOVE SST-ON-HAND TO WS-SS-ON-HAND(WS-SS-COUNT)
                       MOVE SST-MIN-QTY TO WS-SS-MIN-QTY(WS-SS-COUNT)
                       MOVE SST-MAX-QTY TO WS-SS-MAX-QTY(WS-SS-COUNT)
                       READ STOCK-FILE
                        AT END SET END-OF-STOCK TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-FILE
               END-IF.

      *    Procura a loja WS-FIND-STORE na referencia.
           0130-CHECK-STORE.
               MOVE 'N' TO WS-SR-FOUND-SWITCH.
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                       UNTIL WS-SR-SUB > WS-SR-COUNT
                   IF WS-SR-STORE(WS-SR-SUB) = WS-FIND-STORE
                       SET STORE-IS-KNOWN TO TRUE
                       MOVE WS-SR-COUNT TO WS-SR-SUB
                   END-IF
               END-PERFORM.

      *    Procura a linha loja x SKU; devolve WS-SS-HIT = zero se
      *    nao achou. Com CREATE-IF-MISSING a linha e criada zerada.
           0140-FIND-STOCK-ROW.
               MOVE ZEROES TO WS-SS-HIT.
               PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                       UNTIL WS-SS-SUB > WS-SS-COUNT
                   IF WS-SS-STORE(WS-SS-SUB) = WS-FIND-STORE
                      AND WS-SS-SKU(WS-SS-SUB) = WS-FIND-SKU
                       MOVE WS-SS-SUB TO WS-SS-HIT
                       MOVE WS-SS-COUNT TO WS-SS-SUB
                   END-IF
               END-PERFORM.
               IF WS-SS-HIT = ZEROES AND CREATE-IF-MISSING
                   IF WS-SS-COUNT NOT < WS-SS-MAX
                       DISPLAY "TABELA DE ESTOQUE POR LOJA CHEIA - "
                           "EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SS-COUNT
                   MOVE WS-SS-COUNT TO WS-SS-HIT
                   MOVE WS-FIND-STORE TO WS-SS-STORE(WS-SS-HIT)
                   MOVE WS-FIND-SKU TO WS-SS-SKU(WS-SS-HIT)
                   MOVE ZEROES TO WS-SS-ON-HAND(WS-SS-HIT)
                       WS-SS-MIN-QTY(WS-SS-HIT)
                       WS-SS-MAX-QTY(WS-SS-HIT)
               END-IF.
               MOVE 'N' TO WS-CREATE-SWITCH.

      *    Junta os meses do feed e confere contra o registro de
      *    meses ja baixados; basta um mes repetido para o feed
      *    inteiro ficar de fora (feed novo com o mes repetido tem
      *    que ser separado antes).
           0150-CHECK-FEED-REGISTER.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               OPEN INPUT MONTHLY-FEED.
               IF WS-FEED-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR MONTHLY-SALES.DAT - "
                       "STATUS " WS-FEED-STATUS
                   STOP RUN
               END-IF.
               READ MONTHLY-FEED
                AT END SET END-OF-FEED TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-FEED
                   PERFORM 0160-NOTE-FEED-PERIOD
                   READ MONTHLY-FEED
                    AT END SET END-OF-FEED TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE MONTHLY-FEED.
               OPEN INPUT FEED-REGISTER.
               IF WS-FREG-STATUS = "00"
                   READ FEED-REGISTER
                    AT END SET END-OF-FEED-REGISTER TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-FEED-REGISTER
                       PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                               UNTIL WS-FP-SUB > WS-FP-COUNT
                           IF WS-FP-PERIOD(WS-FP-SUB) = SFR-PERIOD
                               MOVE 'N' TO WS-FEED-SWITCH
                               MOVE SFR-PERIOD TO WS-APPLIED-PERIOD
                           END-IF
                       END-PERFORM
                       READ FEED-REGISTER
                        AT END SET END-OF-FEED-REGISTER TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE FEED-REGISTER
               END-IF.
               IF NOT FEED-IS-NEW
                   DISPLAY "MONTHLY-SALES.DAT TRAZ O PERIODO "
                       WS-APPLIED-PERIOD " JA BAIXADO EM "
                       "STORE-STOCK-FEED-REGISTER.DAT - VENDAS NAO "
                       "BAIXADAS NESTA EXECUÇÃO"
               END-IF.

      *    Mes invalido nao entra no registro; a baixa ja trata
      *    a linha como ocorrencia.
           0160-NOTE-FEED-PERIOD.
               EVALUATE TRUE
                   WHEN FEED-MONTH IS NOT NUMERIC
                       OR FEED-MONTH < 1 OR FEED-MONTH > 12
                       MOVE ZEROES TO WS-FEED-PERIOD
                   WHEN FEED-MONTH > WS-BUS-MONTH
                       COMPUTE WS-FEED-PERIOD =
                           (WS-BUS-YEAR - 1) * 100 + FEED-MONTH
                   WHEN OTHER
                       COMPUTE WS-FEED-PERIOD =
                           WS-BUS-YEAR * 100 + FEED-MONTH
               END-EVALUATE.
               MOVE ZEROES TO WS-FP-HIT.
               PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                       UNTIL WS-FP-SUB > WS-FP-COUNT
                   IF WS-FP-PERIOD(WS-FP-SUB) = WS-FEED-PERIOD
                       MOVE WS-FP-SUB TO WS-FP-HIT
                   END-IF
               END-PERFORM.
               IF WS-FP-HIT = ZEROES AND WS-FP-COUNT < 12
                       AND WS-FEED-PERIOD > ZEROES
                   ADD 1 TO WS-FP-COUNT
                   MOVE WS-FP-COUNT TO WS-FP-HIT
                   MOVE WS-FEED-PERIOD TO WS-FP-PERIOD(WS-FP-HIT)
                   MOVE ZEROES TO WS-FP-LINES(WS-FP-HIT)
                       WS-FP-UNITS(WS-FP-HIT)
               END-IF.
               IF WS-FP-HIT > ZEROES
                   ADD 1 TO WS-FP-LINES(WS-FP-HIT)
                   ADD FEED-UNITS TO WS-FP-UNITS(WS-FP-HIT)
               END-IF.

      *    Cada linha do feed mensal baixa o saldo da propria loja.
      *    A venda ja aconteceu, entao venda acima do saldo zera a
      *    linha e fica registrada como ocorrencia para conferencia.
           0200-APPLY-MONTHLY-SALES.
               OPEN INPUT MONTHLY-FEED.
               IF WS-FEED-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR MONTHLY-SALES.DAT - "
                       "STATUS " WS-FEED-STATUS
                   STOP RUN
               END-IF.
               READ MONTHLY-FEED
                AT END SET END-OF-FEED TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-FEED
                   ADD 1 TO WS-FEED-READ-COUNT
                   PERFORM 0210-RELIEVE-STORE-SALE
                   READ MONTHLY-FEED
                    AT END SET END-OF-FEED TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE MONTHLY-FEED.

           0210-RELIEVE-STORE-SALE.
               MOVE FEED-STORE TO WS-FIND-STORE.
               MOVE FEED-SKU TO WS-FIND-SKU.
               PERFORM 0130-CHECK-STORE.
               IF NOT STORE-IS-KNOWN
                   MOVE "LOJA FORA DA REFERENCIA"
                       TO WS-REJECT-REASON
                   PERFORM 0220-WRITE-SALE-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 0140-FIND-STOCK-ROW
                   IF WS-SS-HIT = ZEROES
                       MOVE "SKU SEM ESTOQUE NA LOJA"
                           TO WS-REJECT-REASON
                       PERFORM 0220-WRITE-SALE-EXCEPTION
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       IF FEED-UNITS > WS-SS-ON-HAND(WS-SS-HIT)
                           MOVE ZEROES TO WS-SS-ON-HAND(WS-SS-HIT)
                           MOVE "VENDA ACIMA DO SALDO - ZERADO"
                               TO WS-REJECT-REASON
                           PERFORM 0220-WRITE-SALE-EXCEPTION
                           ADD 1 TO WS-SHORT-SALE-COUNT
                       ELSE
                           SUBTRACT FEED-UNITS FROM
                               WS-SS-ON-HAND(WS-SS-HIT)
                       END-IF
                       ADD 1 TO WS-FEED-APPLIED
                   END-IF
               END-IF.

           0220-WRITE-SALE-EXCEPTION.
               MOVE SPACES TO STOCK-EXC-LINE.
               MOVE 'VENDA' TO SKX-SOURCE.
               MOVE FEED-STORE TO SKX-FROM-STORE.
               MOVE ZEROES TO SKX-TO-STORE.
               MOVE FEED-SKU TO SKX-SKU.
               MOVE FEED-UNITS TO SKX-QTY.
               MOVE WS-REJECT-REASON TO SKX-REASON.
               PERFORM 0390-WRITE-EXCEPTION-LINE.

           0250-REGISTER-FEED.
               OPEN EXTEND FEED-REGISTER.
               IF WS-FREG-STATUS = "35"
                   OPEN OUTPUT FEED-REGISTER
               END-IF.
               IF WS-FREG-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       "STORE-STOCK-FEED-REGISTER.DAT - STATUS "
                       WS-FREG-STATUS
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                       UNTIL WS-FP-SUB > WS-FP-COUNT
                   MOVE SPACES TO FEED-REGISTER-REC
                   MOVE WS-FP-PERIOD(WS-FP-SUB) TO SFR-PERIOD
                   MOVE WS-BUSINESS-DATE TO SFR-RUN-DATE
                   MOVE WS-FP-LINES(WS-FP-SUB) TO SFR-LINES
                   MOVE WS-FP-UNITS(WS-FP-SUB) TO SFR-UNITS
                   WRITE FEED-REGISTER-REC
               END-PERFORM.
               CLOSE FEED-REGISTER.

      *    Sem arquivo de transacoes no dia so as vendas sao baixadas.
           0300-APPLY-STOCK-TRANSACTIONS.
               OPEN INPUT STOCK-TXN-FILE.
               IF WS-TXN-STATUS = "35"
                   DISPLAY "STORE-STOCK-TXN.DAT AUSENTE - SEM "
                       "TRANSACOES DE LOJA"
               ELSE
                   IF WS-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR STORE-STOCK-TXN.DAT - "
                           "STATUS " WS-TXN-STATUS
                       STOP RUN
                   END-IF
                   READ STOCK-TXN-FILE
                    AT END SET END-OF-STOCK-TXN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-STOCK-TXN
                       ADD 1 TO WS-TXN-READ-COUNT
                       PERFORM 0310-APPLY-ONE-TRANSACTION
                       READ STOCK-TXN-FILE
                        AT END SET END-OF-STOCK-TXN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-TXN-FILE
               END-IF.

           0310-APPLY-ONE-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE STT-TO-STORE TO WS-FIND-STORE.
               MOVE STT-SKU TO WS-FIND-SKU.
               PERFORM 0130-CHECK-STORE.
               EVALUATE TRUE
                   WHEN NOT STT-IS-ENTRY AND NOT STT-IS-TRANSFER
                        AND NOT STT-IS-RANGE
                       MOVE "CODIGO DE TRANSACAO INVALIDO"
                           TO WS-REJECT-REASON
                   WHEN NOT STORE-IS-KNOWN
                       MOVE "LOJA DESTINO FORA DA REFERENCIA"
                           TO WS-REJECT-REASON
                   WHEN STT-IS-RANGE AND STT-QTY > STT-MAX-QTY
                       MOVE "MINIMO MAIOR QUE O MAXIMO"
                           TO WS-REJECT-REASON
                   WHEN STT-IS-RANGE
                       CONTINUE
                   WHEN STT-QTY = ZEROES
                       MOVE "QUANTIDADE ZERADA"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WS-REJECT-REASON = SPACES AND STT-IS-TRANSFER
                   PERFORM 0330-CHECK-TRANSFER-SOURCE
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 0380-WRITE-TXN-EXCEPTION
               ELSE
                   EVALUATE TRUE
                       WHEN STT-IS-ENTRY
                           SET CREATE-IF-MISSING TO TRUE
                           PERFORM 0140-FIND-STOCK-ROW
                           ADD STT-QTY TO WS-SS-ON-HAND(WS-SS-HIT)
                       WHEN STT-IS-TRANSFER
                           SUBTRACT STT-QTY FROM
                               WS-SS-ON-HAND(WS-SS-FROM-HIT)
                           MOVE STT-TO-STORE TO WS-FIND-STORE
                           SET CREATE-IF-MISSING TO TRUE
                           PERFORM 0140-FIND-STOCK-ROW
                           ADD STT-QTY TO WS-SS-ON-HAND(WS-SS-HIT)
                       WHEN STT-IS-RANGE
                           SET CREATE-IF-MISSING TO TRUE
                           PERFORM 0140-FIND-STOCK-ROW
                           MOVE STT-QTY TO WS-SS-MIN-QTY(WS-SS-HIT)
                           MOVE STT-MAX-QTY TO
                               WS-SS-MAX-QTY(WS-SS-HIT)
                   END-EVALUATE
                   ADD 1 TO WS-TXN-APPLIED
               END-IF.

      *    A origem tem que existir, ser outra loja e ter saldo.
           0330-CHECK-TRANSFER-SOURCE.
               MOVE STT-FROM-STORE TO WS-FIND-STORE.
               PERFORM 0130-CHECK-STORE.
               EVALUATE TRUE
                   WHEN NOT STORE-IS-KNOWN
                       MOVE "LOJA ORIGEM FORA DA REFERENCIA"
                           TO WS-REJECT-REASON
                   WHEN STT-FROM-STORE = STT-TO-STORE
                       MOVE "ORIGEM IGUAL AO DESTINO"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM 0140-FIND-STOCK-ROW
                       MOVE WS-SS-HIT TO WS-SS-FROM-HIT
                       IF WS-SS-FROM-HIT = ZEROES
                           MOVE "SKU SEM ESTOQUE NA ORIGEM"
                               TO WS-REJECT-REASON
                       ELSE
                           IF STT-QTY > WS-SS-ON-HAND(WS-SS-FROM-HIT)
                               MOVE "TRANSFERENCIA ACIMA DO SALDO"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-EVALUATE.

           0380-WRITE-TXN-EXCEPTION.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO STOCK-EXC-LINE.
               MOVE 'TRANS' TO SKX-SOURCE.
               MOVE STT-CODE TO SKX-SOURCE(6:1).
               MOVE STT-FROM-STORE TO SKX-FROM-STORE.
               MOVE STT-TO-STORE TO SKX-TO-STORE.
               MOVE STT-SKU TO SKX-SKU.
               MOVE STT-QTY TO SKX-QTY.
               MOVE WS-REJECT-REASON TO SKX-REASON.
               PERFORM 0390-WRITE-EXCEPTION-LINE.

           0390-WRITE-EXCEPTION-LINE.
               WRITE STOCK-EXC-LINE.
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR "
                       "STORE-STOCK-EXCEPTIONS.DAT - STATUS "
                       WS-EXC-STATUS
                   STOP RUN
               END-IF.

           0400-REWRITE-STORE-STOCK.
               OPEN OUTPUT STOCK-FILE.
               IF WS-STOCK-STATUS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR STORE-STOCK.DAT - "
                       "STATUS " WS-STOCK-STATUS
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                       UNTIL WS-SS-SUB > WS-SS-COUNT
                   MOVE SPACES TO STOCK-DETAILS
                   MOVE WS-SS-STORE(WS-SS-SUB) TO SST-STORE
                   MOVE WS-SS-SKU(WS-SS-SUB) TO SST-SKU
                   MOVE WS-SS-ON-HAND(WS-SS-SUB) TO SST-ON-HAND
                   MOVE WS-SS-MIN-QTY(WS-SS-SUB) TO SST-MIN-QTY
                   MOVE WS-SS-MAX-QTY(WS-SS-SUB) TO SST-MAX-QTY
                   WRITE STOCK-DETAILS
               END-PERFORM.
               CLOSE STOCK-FILE.

      *    O movimento aplicado fica numa geração datada do
      *    catalogo e STORE-STOCK-TXN.DAT volta vazio, para a
      *    proxima execução nao reaplicar entradas e transferencias.
           0450-ARCHIVE-TRANSACTIONS.
               IF WS-TXN-READ-COUNT > ZEROES
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE WS-CDT-YEAR TO WS-TS-YEAR
                   MOVE WS-CDT-MONTH TO WS-TS-MONTH
                   MOVE WS-CDT-DAY TO WS-TS-DAY
                   MOVE WS-CDT-HOUR TO WS-TS-HOUR
                   MOVE WS-CDT-MIN TO WS-TS-MIN
                   MOVE WS-CDT-SEC TO WS-TS-SEC
                   MOVE SPACES TO WS-TXN-ARCHIVE-NAME
                   STRING "STORE-STOCK-TXN.DAT." WS-TIMESTAMP-TEXT
                       DELIMITED BY SIZE INTO WS-TXN-ARCHIVE-NAME
                   OPEN INPUT STOCK-TXN-FILE
                   IF WS-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO REABRIR STORE-STOCK-TXN.DAT - "
                           "STATUS " WS-TXN-STATUS
                       STOP RUN
                   END-IF
                   OPEN OUTPUT TXN-ARCHIVE-FILE
                   IF WS-TXA-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR ARQUIVO DO MOVIMENTO - "
                           "FILE STATUS " WS-TXA-STATUS
                       STOP RUN
                   END-IF
                   READ STOCK-TXN-FILE
                    AT END SET END-OF-STOCK-TXN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-STOCK-TXN
                       MOVE STOCK-TXN-DETAILS TO TXN-ARCHIVE-LINE
                       WRITE TXN-ARCHIVE-LINE
                       READ STOCK-TXN-FILE
                        AT END SET END-OF-STOCK-TXN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TXN-ARCHIVE-FILE
                   CLOSE STOCK-TXN-FILE
                   CALL "GENCATALOG" USING WS-TXN-GEN-BASE-NAME
                       WS-TIMESTAMP-TEXT WS-TXN-READ-COUNT
                   END-CALL
                   OPEN OUTPUT STOCK-TXN-FILE
                   IF WS-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO ESVAZIAR STORE-STOCK-TXN.DAT - "
                           "STATUS " WS-TXN-STATUS
                       STOP RUN
                   END-IF
                   CLOSE STOCK-TXN-FILE
               END-IF.

          END PROGRAM STKSTORE.
