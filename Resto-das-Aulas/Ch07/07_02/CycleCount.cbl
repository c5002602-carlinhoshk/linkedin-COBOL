       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECOUNT.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: reconciliação da contagem ciclica.
      *           Le as folhas de contagem COUNT-SHEETS.DAT (SKU,
      *           quantidade contada, data da contagem, quem contou),
      *           compara com o saldo contabil de INVENTORY.DAT e
      *           imprime em CYCLE-COUNT-REPORT.DAT a divergencia em
      *           unidades e em valor, ao preço de GAME-PRICES.DAT
      *           vigente na data da contagem. Cada divergencia vai
      *           para COUNT-VARIANCES.DAT como pendente, para o
      *           aprovador decidir antes do CNTPOST lançar.
      *2026-10-15 As divergencias ainda em aberto em
      *           COUNT-VARIANCES.DAT (pendentes P e aprovadas A ainda
      *           nao lançadas pelo CNTPOST), que antes se perdiam na
      *           regravação, sao mantidas na frente das novas; as
      *           lançadas (L) e recusadas (R) saem do arquivo, e a
      *           em aberto de um SKU contado de novo e substituida
      *           pela contagem nova (senão o ajuste sairia dobrado).
      *2026-10-15 A divergencia em aberto so e substituida quando a
      *           recontagem passa na validação; recontagem rejeitada
      *           deixa a anterior como estava. Enviadas (E) e
      *           devolvidas pelo INVMAINT (X) tambem ficam em aberto;
      *           SKU com ajuste E ainda nao aplicado tem a
      *           recontagem rejeitada (AJUSTE EM TRANSITO), porque o
      *           saldo contabil ainda nao reflete o ajuste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-SHEETS ASSIGN TO "COUNT-SHEETS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHEET-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVENTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INV-STATUS.

           SELECT GAME-PRICES ASSIGN TO "GAME-PRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRICE-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO "COUNT-VARIANCES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VAR-STATUS.

           SELECT COUNT-REPORT ASSIGN TO "CYCLE-COUNT-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD COUNT-SHEETS.
           01 COUNT-SHEET-REC.
               88 END-OF-SHEETS VALUE HIGH-VALUES.
               05  CS-SKU             PIC 9(4).
               05  FILLER             PIC X.
               05  CS-COUNTED-QTY     PIC 9(7).
               05  FILLER             PIC X.
               05  CS-COUNT-DATE      PIC 9(8).
               05  FILLER             PIC X.
               05  CS-COUNTER         PIC X(8).

           FD INVENTORY-MASTER.
           01 INV-DETAILS.
               88 END-OF-INVENTORY VALUE HIGH-VALUES.
               COPY INVREC.

           FD GAME-PRICES.
           01 GAME-PRICE-REC.
               88 END-OF-PRICES VALUE HIGH-VALUES.
               05  GPR-SKU            PIC 9(4).
               05  FILLER             PIC X.
               05  GPR-PRICE          PIC 9(4)V99.
               05  FILLER             PIC X.
               05  GPR-EFF-DATE       PIC 9(8).

           FD VARIANCE-FILE.
           01 VARIANCE-DETAILS.
               88 END-OF-VARIANCES VALUE HIGH-VALUES.
               COPY CNTVAR.

           FD COUNT-REPORT.
           01 REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-SHEET-STATUS      PIC XX.
               05  WS-INV-STATUS        PIC XX.
               05  WS-PRICE-STATUS      PIC XX.
               05  WS-VAR-STATUS        PIC XX.
               05  WS-RPT-STATUS        PIC XX.

           01  WS-INVENTORY-TABLE.
               05  WS-IN-ENTRY OCCURS 500 TIMES.
                   10  WS-IN-SKU            PIC 9(4).
                   10  WS-IN-ON-HAND        PIC 9(7).
           01  WS-IN-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-IN-MAX                PIC 9(3) VALUE 500.
           01  WS-IN-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-IN-HIT                PIC 9(3) VALUE ZEROES.

           01  WS-PRICE-TABLE.
               05  WS-PRICE-ENTRY OCCURS 200 TIMES.
                   10  WS-PR-SKU            PIC 9(4).
                   10  WS-PR-PRICE          PIC 9(4)V99.
                   10  WS-PR-EFF-DATE       PIC 9(8).
           01  WS-PRICE-COUNT           PIC 9(3) VALUE ZEROES.
           01  WS-PRICE-MAX             PIC 9(3) VALUE 200.
           01  WS-PRICE-SUB             PIC 9(3) VALUE ZEROES.
           01  WS-BEST-EFF-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-UNIT-PRICE            PIC 9(4)V99 VALUE ZEROES.

      *    Divergencias em aberto da contagem anterior, mantidas
      *    no arquivo regravado.
           01  WS-OPEN-VARIANCE-TABLE.
               05  WS-OV-ENTRY OCCURS 500 TIMES.
                   10  WS-OV-LINE           PIC X(58).
                   10  WS-OV-SKU            PIC 9(4).
                   10  WS-OV-DECISION       PIC X.
                   10  WS-OV-KEEP           PIC X.
           01  WS-OV-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-OV-MAX                PIC 9(3) VALUE 500.
           01  WS-OV-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-OV-REPLACED           PIC 9(3) VALUE ZEROES.
           01  WS-SHEET-REASON          PIC X(20) VALUE SPACES.

           01  WS-VARIANCE-UNITS        PIC S9(7) VALUE ZEROES.
           01  WS-VARIANCE-VALUE        PIC S9(9)V99 VALUE ZEROES.

      *    Verificação de integridade (HDR/TRL) do master.
           01  WS-CHECK-FILE-NAME       PIC X(40) VALUE SPACES.
           01  WS-CHECK-KEY-LENGTH      PIC 9(2) VALUE 4.
           01  WS-CHECK-RESULT          PIC X VALUE 'N'.

           01  WS-COUNTERS.
               05  WS-SHEET-COUNT       PIC 9(7) VALUE ZEROES.
               05  WS-MATCH-COUNT       PIC 9(7) VALUE ZEROES.
               05  WS-VARIANCE-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROES.
               05  WS-GAIN-VALUE        PIC 9(9)V99 VALUE ZEROES.
               05  WS-LOSS-VALUE        PIC 9(9)V99 VALUE ZEROES.
               05  WS-NET-UNITS         PIC S9(9) VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'CYCLECOUNT'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(16) VALUE SPACES.
               05  FILLER     PIC X(44)
                    VALUE 'RECONCILIACAO DA CONTAGEM CICLICA'.

           01  WS-HEADING-LINE.
               05  FILLER     PIC X(6)  VALUE 'SKU'.
               05  FILLER     PIC X(10) VALUE 'CONTADOR'.
               05  FILLER     PIC X(10) VALUE 'DATA'.
               05  FILLER     PIC X(10) VALUE ' CONTABIL'.
               05  FILLER     PIC X(10) VALUE '  CONTADO'.
               05  FILLER     PIC X(10) VALUE '   DIVERG'.
               05  FILLER     PIC X(9)  VALUE '  PRECO'.
               05  FILLER     PIC X(16) VALUE '           VALOR'.
               05  FILLER     PIC X(2)  VALUE SPACES.
               05  FILLER     PIC X(10) VALUE 'SITUACAO'.

           01  WS-DETAIL-LINE.
               05  WS-DET-SKU         PIC 9(4).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-COUNTER     PIC X(8).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-DATE        PIC 9(8).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-BOOK        PIC Z,ZZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-COUNTED     PIC Z,ZZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-VARIANCE    PIC -,---,--9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-PRICE       PIC Z,ZZ9.99.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-VALUE       PIC ---,---,--9.99.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-SITUATION   PIC X(20).

           01  WS-TOTAL-LINE.
               05  WS-TOT-LABEL       PIC X(30).
               05  WS-TOT-VALUE       PIC ---,---,--9.99.

           01  WS-COUNT-TOTAL-LINE.
               05  WS-CTL-LABEL       PIC X(30).
               05  WS-CTL-VALUE       PIC ---,---,--9.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               MOVE "INVENTORY.DAT" TO WS-CHECK-FILE-NAME.
               CALL "FILECHECK" USING WS-CHECK-FILE-NAME
                   WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
               END-CALL.
               IF WS-CHECK-RESULT NOT = 'Y'
                   DISPLAY "INVENTORY.DAT REPROVADO NA VERIFICACAO "
                       "DE INTEGRIDADE - EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF.

               PERFORM 0110-LOAD-INVENTORY.
               PERFORM 0130-LOAD-GAME-PRICES.

               PERFORM 0140-LOAD-OPEN-VARIANCES.
               OPEN INPUT COUNT-SHEETS.
               IF WS-SHEET-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR COUNT-SHEETS.DAT - STATUS "
                       WS-SHEET-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT VARIANCE-FILE.
               IF WS-VAR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR COUNT-VARIANCES.DAT - "
                       "STATUS " WS-VAR-STATUS
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-OV-SUB FROM 1 BY 1
                       UNTIL WS-OV-SUB > WS-OV-COUNT
                   IF WS-OV-KEEP(WS-OV-SUB) = 'Y'
                       MOVE WS-OV-LINE(WS-OV-SUB) TO VARIANCE-DETAILS
                       WRITE VARIANCE-DETAILS
                   END-IF
               END-PERFORM.
               OPEN OUTPUT COUNT-REPORT.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR CYCLE-COUNT-REPORT.DAT - "
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.
               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-HEADING-LINE.

               READ COUNT-SHEETS
                AT END SET END-OF-SHEETS TO TRUE
               END-READ.
               PERFORM 0200-RECONCILE-ONE-SHEET UNTIL END-OF-SHEETS.

               PERFORM 0300-WRITE-TOTALS.
               CLOSE COUNT-SHEETS.
               CLOSE VARIANCE-FILE.
               CLOSE COUNT-REPORT.

               DISPLAY "LINHAS DE CONTAGEM LIDAS: " WS-SHEET-COUNT.
               DISPLAY "CONFERIDAS SEM DIVERG...: " WS-MATCH-COUNT.
               DISPLAY "COM DIVERGENCIA.........: " WS-VARIANCE-COUNT.
               DISPLAY "REJEITADAS..............: " WS-REJECT-COUNT.
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
               MOVE WS-SHEET-COUNT TO WS-RL-READ.
               MOVE WS-VARIANCE-COUNT TO WS-RL-WRITTEN.
               MOVE WS-REJECT-COUNT TO WS-RL-REJECTED.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0110-LOAD-INVENTORY.
               OPEN INPUT INVENTORY-MASTER.
               IF WS-INV-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INVENTORY.DAT - STATUS "
                       WS-INV-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0120-READ-INVENTORY-DATA.
               PERFORM UNTIL END-OF-INVENTORY
                   IF WS-IN-COUNT < WS-IN-MAX
                       ADD 1 TO WS-IN-COUNT
                       MOVE INV-SKU TO WS-IN-SKU(WS-IN-COUNT)
                       MOVE INV-ON-HAND TO WS-IN-ON-HAND(WS-IN-COUNT)
                   END-IF
                   PERFORM 0120-READ-INVENTORY-DATA
               END-PERFORM.
               CLOSE INVENTORY-MASTER.

      *    O master carrega linhas HDR/TRL de integridade; aqui so
      *    interessam os registros de dados.
           0120-READ-INVENTORY-DATA.
               READ INVENTORY-MASTER
                AT END SET END-OF-INVENTORY TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-INVENTORY
                       OR (INV-DETAILS(1:3) NOT = "HDR"
                       AND INV-DETAILS(1:3) NOT = "TRL")
                   READ INVENTORY-MASTER
                    AT END SET END-OF-INVENTORY TO TRUE
                   END-READ
               END-PERFORM.

           0130-LOAD-GAME-PRICES.
               OPEN INPUT GAME-PRICES.
               IF WS-PRICE-STATUS NOT = "00"
                   DISPLAY "GAME-PRICES.DAT INDISPONIVEL (STATUS "
                       WS-PRICE-STATUS ") - VALORES SAIRAO ZERADOS"
               ELSE
                   READ GAME-PRICES
                    AT END SET END-OF-PRICES TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-PRICES
                       IF WS-PRICE-COUNT < WS-PRICE-MAX
                           ADD 1 TO WS-PRICE-COUNT
                           MOVE GPR-SKU TO
                               WS-PR-SKU(WS-PRICE-COUNT)
                           MOVE GPR-PRICE TO
                               WS-PR-PRICE(WS-PRICE-COUNT)
                           MOVE GPR-EFF-DATE TO
                               WS-PR-EFF-DATE(WS-PRICE-COUNT)
                       END-IF
                       READ GAME-PRICES
                        AT END SET END-OF-PRICES TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE GAME-PRICES
               END-IF.

      *    Na primeira contagem o arquivo ainda nao existe.
           0140-LOAD-OPEN-VARIANCES.
               OPEN INPUT VARIANCE-FILE.
               IF WS-VAR-STATUS = "00"
                   READ VARIANCE-FILE
                    AT END SET END-OF-VARIANCES TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-VARIANCES
                       IF CV-DECISION = 'P' OR CV-DECISION = 'A'
                               OR CV-DECISION = 'E'
                               OR CV-DECISION = 'X'
                           IF WS-OV-COUNT NOT < WS-OV-MAX
                               DISPLAY "COUNT-VARIANCES.DAT EXCEDE "
                                   WS-OV-MAX " DIVERGENCIAS EM ABERTO"
                                   " - EXECUÇÃO INTERROMPIDA"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-OV-COUNT
                           MOVE VARIANCE-DETAILS TO
                               WS-OV-LINE(WS-OV-COUNT)
                           MOVE CV-SKU TO WS-OV-SKU(WS-OV-COUNT)
                           MOVE CV-DECISION TO
                               WS-OV-DECISION(WS-OV-COUNT)
                           MOVE 'Y' TO WS-OV-KEEP(WS-OV-COUNT)
                       END-IF
                       READ VARIANCE-FILE
                        AT END SET END-OF-VARIANCES TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE VARIANCE-FILE
               END-IF.
               IF WS-OV-COUNT > ZEROES
                   PERFORM 0150-DROP-RECOUNTED-SKUS
                   DISPLAY "DIVERGENCIAS EM ABERTO ANTERIORES: "
                       WS-OV-COUNT " (SUBSTITUIDAS POR RECONTAGEM: "
                       WS-OV-REPLACED ")"
               END-IF.

      *    SKU que aparece de novo nas folhas de contagem, numa
      *    linha que passa na validação, tem a divergencia em aberto
      *    substituida pela da contagem nova; a enviada (E) nunca e
      *    substituida, a recontagem dela e que e rejeitada.
           0150-DROP-RECOUNTED-SKUS.
               OPEN INPUT COUNT-SHEETS.
               IF WS-SHEET-STATUS = "00"
                   READ COUNT-SHEETS
                    AT END SET END-OF-SHEETS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-SHEETS
                       PERFORM 0160-VALIDATE-SHEET-LINE
                       IF WS-SHEET-REASON = SPACES
                           PERFORM VARYING WS-OV-SUB FROM 1 BY 1
                                   UNTIL WS-OV-SUB > WS-OV-COUNT
                               IF WS-OV-SKU(WS-OV-SUB) = CS-SKU
                                       AND WS-OV-KEEP(WS-OV-SUB) = 'Y'
                                       AND WS-OV-DECISION(WS-OV-SUB)
                                           NOT = 'E'
                                   MOVE 'N' TO WS-OV-KEEP(WS-OV-SUB)
                                   ADD 1 TO WS-OV-REPLACED
                               END-IF
                           END-PERFORM
                       END-IF
                       READ COUNT-SHEETS
                        AT END SET END-OF-SHEETS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE COUNT-SHEETS
               END-IF.

      *    Mesma validação para a substituição das em aberto e
      *    para a reconciliação; motivo em branco = linha valida.
           0160-VALIDATE-SHEET-LINE.
               MOVE SPACES TO WS-SHEET-REASON.
               MOVE ZEROES TO WS-IN-HIT.
               IF CS-SKU NUMERIC
                   PERFORM VARYING WS-IN-SUB FROM 1 BY 1
                           UNTIL WS-IN-SUB > WS-IN-COUNT
                       IF WS-IN-SKU(WS-IN-SUB) = CS-SKU
                           MOVE WS-IN-SUB TO WS-IN-HIT
                           MOVE WS-IN-COUNT TO WS-IN-SUB
                       END-IF
                   END-PERFORM
               END-IF.
               EVALUATE TRUE
                   WHEN WS-IN-HIT = ZEROES
                       MOVE "SKU FORA DO ESTOQUE"
                           TO WS-SHEET-REASON
                   WHEN CS-COUNTED-QTY NOT NUMERIC
                       MOVE "QTD CONTADA INVALIDA"
                           TO WS-SHEET-REASON
                   WHEN CS-COUNT-DATE NOT NUMERIC
                           OR CS-COUNT-DATE = ZEROES
                       MOVE "DATA INVALIDA"
                           TO WS-SHEET-REASON
                   WHEN OTHER
                       PERFORM VARYING WS-OV-SUB FROM 1 BY 1
                               UNTIL WS-OV-SUB > WS-OV-COUNT
                           IF WS-OV-SKU(WS-OV-SUB) = CS-SKU
                                   AND WS-OV-DECISION(WS-OV-SUB) = 'E'
                               MOVE "AJUSTE EM TRANSITO"
                                   TO WS-SHEET-REASON
                               MOVE WS-OV-COUNT TO WS-OV-SUB
                           END-IF
                       END-PERFORM
               END-EVALUATE.

           0200-RECONCILE-ONE-SHEET.
               ADD 1 TO WS-SHEET-COUNT.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE CS-SKU TO WS-DET-SKU.
               MOVE CS-COUNTER TO WS-DET-COUNTER.
               MOVE CS-COUNT-DATE TO WS-DET-DATE.
               PERFORM 0160-VALIDATE-SHEET-LINE.
               IF WS-SHEET-REASON = SPACES
                   PERFORM 0210-VALUE-VARIANCE
               ELSE
                   MOVE WS-SHEET-REASON TO WS-DET-SITUATION
                   ADD 1 TO WS-REJECT-COUNT
               END-IF.
               WRITE REPORT-LINE FROM WS-DETAIL-LINE.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR CYCLE-COUNT-REPORT.DAT - "
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.
               READ COUNT-SHEETS
                AT END SET END-OF-SHEETS TO TRUE
               END-READ.

      *    Divergencia = contado - contabil; sobra positiva, falta
      *    negativa, valorizada ao preço vigente na data da
      *    contagem.
           0210-VALUE-VARIANCE.
               PERFORM 0220-GET-PRICE-AT-COUNT-DATE.
               COMPUTE WS-VARIANCE-UNITS =
                   CS-COUNTED-QTY - WS-IN-ON-HAND(WS-IN-HIT).
               COMPUTE WS-VARIANCE-VALUE =
                   WS-VARIANCE-UNITS * WS-UNIT-PRICE.
               MOVE WS-IN-ON-HAND(WS-IN-HIT) TO WS-DET-BOOK.
               MOVE CS-COUNTED-QTY TO WS-DET-COUNTED.
               MOVE WS-VARIANCE-UNITS TO WS-DET-VARIANCE.
               MOVE WS-UNIT-PRICE TO WS-DET-PRICE.
               MOVE WS-VARIANCE-VALUE TO WS-DET-VALUE.
               IF WS-VARIANCE-UNITS = ZEROES
                   MOVE "CONFERE" TO WS-DET-SITUATION
                   ADD 1 TO WS-MATCH-COUNT
               ELSE
                   ADD 1 TO WS-VARIANCE-COUNT
                   ADD WS-VARIANCE-UNITS TO WS-NET-UNITS
                   MOVE SPACES TO VARIANCE-DETAILS
                   MOVE CS-SKU TO CV-SKU
                   MOVE WS-IN-ON-HAND(WS-IN-HIT) TO CV-BOOK-QTY
                   MOVE CS-COUNTED-QTY TO CV-COUNTED-QTY
                   IF WS-VARIANCE-UNITS > ZEROES
                       MOVE "SOBRA A APROVAR"
                           TO WS-DET-SITUATION
                       MOVE '+' TO CV-SIGN
                       ADD WS-VARIANCE-VALUE TO WS-GAIN-VALUE
                   ELSE
                       MOVE "FALTA A APROVAR"
                           TO WS-DET-SITUATION
                       MOVE '-' TO CV-SIGN
                       SUBTRACT WS-VARIANCE-VALUE FROM WS-LOSS-VALUE
                   END-IF
                   MOVE WS-VARIANCE-UNITS TO CV-VARIANCE-QTY
                   MOVE CS-COUNT-DATE TO CV-COUNT-DATE
                   MOVE CS-COUNTER TO CV-COUNTER
                   MOVE 'P' TO CV-DECISION
                   MOVE ZEROES TO CV-POST-DATE
                   WRITE VARIANCE-DETAILS
                   IF WS-VAR-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR COUNT-VARIANCES.DAT - "
                           "STATUS " WS-VAR-STATUS
                       STOP RUN
                   END-IF
               END-IF.

      *    Linha de preço mais recente cuja vigencia nao passa da
      *    data da contagem.
           0220-GET-PRICE-AT-COUNT-DATE.
               MOVE ZEROES TO WS-BEST-EFF-DATE.
               MOVE ZEROES TO WS-UNIT-PRICE.
               PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
                       UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
                   IF WS-PR-SKU(WS-PRICE-SUB) = CS-SKU
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) <=
                           CS-COUNT-DATE
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) >=
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-EFF-DATE(WS-PRICE-SUB) TO
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-PRICE(WS-PRICE-SUB) TO
                           WS-UNIT-PRICE
                   END-IF
               END-PERFORM.

           0300-WRITE-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "LINHAS CONTADAS" TO WS-CTL-LABEL.
               MOVE WS-SHEET-COUNT TO WS-CTL-VALUE.
               WRITE REPORT-LINE FROM WS-COUNT-TOTAL-LINE.
               MOVE "LINHAS COM DIVERGENCIA" TO WS-CTL-LABEL.
               MOVE WS-VARIANCE-COUNT TO WS-CTL-VALUE.
               WRITE REPORT-LINE FROM WS-COUNT-TOTAL-LINE.
               MOVE "LINHAS REJEITADAS" TO WS-CTL-LABEL.
               MOVE WS-REJECT-COUNT TO WS-CTL-VALUE.
               WRITE REPORT-LINE FROM WS-COUNT-TOTAL-LINE.
               MOVE "DIVERGENCIA LIQUIDA (UNID.)" TO WS-CTL-LABEL.
               MOVE WS-NET-UNITS TO WS-CTL-VALUE.
               WRITE REPORT-LINE FROM WS-COUNT-TOTAL-LINE.
               MOVE "VALOR DAS SOBRAS" TO WS-TOT-LABEL.
               MOVE WS-GAIN-VALUE TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "VALOR DAS FALTAS" TO WS-TOT-LABEL.
               MOVE WS-LOSS-VALUE TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.

          END PROGRAM CYCLECOUNT.
