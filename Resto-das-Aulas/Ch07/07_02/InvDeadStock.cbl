       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDEADSTOCK.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: relatorio de estoque parado. Lista os
      *           SKUs com saldo em maos (INVENTORY.DAT) e nenhuma
      *           venda em QTRLY-SALES nos dois ultimos trimestres
      *           fechados antes da data util; quando um deles cai no
      *           ano anterior a venda e conferida em
      *           VIDEOSALES.PRIOR. O saldo parado e valorizado ao
      *           preço de GAME-PRICES.DAT vigente na data util, com
      *           a situação do titulo (ativo, liquidação,
      *           descontinuado) e totais por situação, para decidir
      *           liquidação ou baixa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO "INVENTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INV-STATUS.

           SELECT CURR-YEAR-FILE ASSIGN TO "VIDEOSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CURR-STATUS.

           SELECT PRIOR-YEAR-FILE ASSIGN TO "VIDEOSALES.PRIOR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRIOR-STATUS.

           SELECT GAME-PRICES ASSIGN TO "GAME-PRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRICE-STATUS.

           SELECT DEAD-STOCK-REPORT ASSIGN TO "DEAD-STOCK-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVENTORY-MASTER.
           01 INV-DETAILS.
               88 END-OF-INVENTORY VALUE HIGH-VALUES.
               COPY INVREC.

           FD CURR-YEAR-FILE.
           01 CURR-DETAILS.
               88 END-OF-CURR VALUE HIGH-VALUES.
               COPY GAMEREC.

           FD PRIOR-YEAR-FILE.
           01 PRIOR-DETAILS.
               88 END-OF-PRIOR VALUE HIGH-VALUES.
               COPY GAMEREC.

           FD GAME-PRICES.
           01 GAME-PRICE-REC.
               88 END-OF-PRICES VALUE HIGH-VALUES.
               05  GPR-SKU            PIC 9(4).
               05  FILLER             PIC X.
               05  GPR-PRICE          PIC 9(4)V99.
               05  FILLER             PIC X.
               05  GPR-EFF-DATE       PIC 9(8).

           FD DEAD-STOCK-REPORT.
           01 REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-INV-STATUS        PIC XX.
               05  WS-CURR-STATUS       PIC XX.
               05  WS-PRIOR-STATUS      PIC XX.
               05  WS-PRICE-STATUS      PIC XX.
               05  WS-RPT-STATUS        PIC XX.

      *    Ano corrente e ano anterior em memoria, por SKU.
           01  WS-CURR-TABLE.
               05  WS-CY-ENTRY OCCURS 200 TIMES.
                   10  WS-CY-SKU            PIC 9(4).
                   10  WS-CY-TITLE          PIC X(20).
                   10  WS-CY-STATUS         PIC X.
                   10  WS-CY-QTR            PIC 9(5)
                       OCCURS 4 TIMES.
           01  WS-CY-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-CY-MAX                PIC 9(3) VALUE 200.
           01  WS-CY-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-CY-HIT                PIC 9(3) VALUE ZEROES.

           01  WS-PRIOR-TABLE.
               05  WS-PY-ENTRY OCCURS 200 TIMES.
                   10  WS-PY-SKU            PIC 9(4).
                   10  WS-PY-QTR            PIC 9(5)
                       OCCURS 4 TIMES.
           01  WS-PY-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-PY-MAX                PIC 9(3) VALUE 200.
           01  WS-PY-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-PY-HIT                PIC 9(3) VALUE ZEROES.

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

      *    Os dois trimestres examinados: WS-LQ-QTR e o trimestre do
      *    calendario e WS-LQ-YEAR-SW diz se cai no ano corrente (C)
      *    ou no anterior (P).
           01  WS-LOOKBACK-TABLE.
               05  WS-LQ-ENTRY OCCURS 2 TIMES.
                   10  WS-LQ-QTR            PIC 9.
                   10  WS-LQ-YEAR-SW        PIC X.
           01  WS-LQ-SUB                PIC 9 VALUE ZEROES.
           01  WS-QTR-WORK              PIC S9 VALUE ZEROES.
           01  WS-QTR-SUB               PIC 9 VALUE ZEROES.
           01  WS-CURRENT-QTR           PIC 9 VALUE ZEROES.
           01  WS-RECENT-UNITS          PIC 9(7) VALUE ZEROES.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               05  WS-BD-YEAR           PIC 9(4).
               05  WS-BD-MONTH          PIC 9(2).
               05  WS-BD-DAY            PIC 9(2).
           01  WS-PRIOR-YEAR            PIC 9(4) VALUE ZEROES.

           01  WS-STOCK-VALUE           PIC 9(9)V99 VALUE ZEROES.

      *    Totais por situação: 1 ativo, 2 liquidação, 3
      *    descontinuado, 4 sem cadastro de venda.
           01  WS-STATUS-TOTALS.
               05  WS-ST-ENTRY OCCURS 4 TIMES.
                   10  WS-ST-SKUS           PIC 9(7).
                   10  WS-ST-UNITS          PIC 9(9).
                   10  WS-ST-VALUE          PIC 9(11)V99.
           01  WS-ST-SUB                PIC 9 VALUE ZEROES.
           01  WS-STATUS-NAMES.
               05  FILLER               PIC X(20)
                   VALUE 'ATIVO'.
               05  FILLER               PIC X(20)
                   VALUE 'LIQUIDACAO'.
               05  FILLER               PIC X(20)
                   VALUE 'DESCONTINUADO'.
               05  FILLER               PIC X(20)
                   VALUE 'SEM CADASTRO VENDA'.
           01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
               05  WS-STATUS-NAME       PIC X(20)
                   OCCURS 4 TIMES.

           01  WS-COUNTERS.
               05  WS-INV-READ-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-DEAD-COUNT        PIC 9(7) VALUE ZEROES.
               05  WS-DEAD-UNITS        PIC 9(9) VALUE ZEROES.
               05  WS-DEAD-VALUE        PIC 9(11)V99 VALUE ZEROES.

      *    Verificação de integridade (HDR/TRL) dos masters.
           01  WS-CHECK-FILE-NAME       PIC X(40) VALUE SPACES.
           01  WS-CHECK-KEY-LENGTH      PIC 9(2) VALUE 4.
           01  WS-CHECK-RESULT          PIC X VALUE 'N'.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'INVDEADSTOCK'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(16) VALUE SPACES.
               05  FILLER     PIC X(40)
                    VALUE 'ESTOQUE PARADO - SEM VENDA EM 2 TRIM.'.

           01  WS-PERIOD-LINE.
               05  FILLER     PIC X(23) VALUE
                   'TRIMESTRES EXAMINADOS: '.
               05  WS-PL-YEAR-1         PIC 9(4).
               05  FILLER     PIC X(2) VALUE '-T'.
               05  WS-PL-QTR-1          PIC 9.
               05  FILLER     PIC X(3) VALUE ' E '.
               05  WS-PL-YEAR-2         PIC 9(4).
               05  FILLER     PIC X(2) VALUE '-T'.
               05  WS-PL-QTR-2          PIC 9.
               05  FILLER     PIC X(13) VALUE '  DATA UTIL: '.
               05  WS-PL-BUS-DATE       PIC 9(8).

           01  WS-HEADING-LINE.
               05  FILLER     PIC X(6)  VALUE 'SKU'.
               05  FILLER     PIC X(21) VALUE 'TITULO'.
               05  FILLER     PIC X(20) VALUE 'SITUACAO'.
               05  FILLER     PIC X(12) VALUE '   EM MAOS'.
               05  FILLER     PIC X(10) VALUE '   PRECO'.
               05  FILLER     PIC X(16) VALUE '          VALOR'.

           01  WS-DETAIL-LINE.
               05  WS-DET-SKU         PIC 9(4).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-TITLE       PIC X(20).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-STATUS      PIC X(19).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-ON-HAND     PIC Z,ZZZ,ZZ9.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  WS-DET-PRICE       PIC Z,ZZ9.99.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-VALUE       PIC ZZZ,ZZZ,ZZ9.99.

           01  WS-TOTAL-LINE.
               05  FILLER             PIC X(6)  VALUE SPACES.
               05  WS-TOT-LABEL       PIC X(20).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-TOT-SKUS        PIC ZZZ,ZZ9.
               05  FILLER             PIC X(6)  VALUE ' SKUS '.
               05  WS-TOT-UNITS       PIC ZZZ,ZZZ,ZZ9.
               05  FILLER             PIC X(5)  VALUE SPACES.
               05  WS-TOT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               MOVE "INVENTORY.DAT" TO WS-CHECK-FILE-NAME.
               PERFORM 0010-CHECK-MASTER.
               MOVE "VIDEOSALES.DAT" TO WS-CHECK-FILE-NAME.
               PERFORM 0010-CHECK-MASTER.
               MOVE "VIDEOSALES.PRIOR" TO WS-CHECK-FILE-NAME.
               PERFORM 0010-CHECK-MASTER.

               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               PERFORM 0020-SET-LOOKBACK-QUARTERS.

               PERFORM 0110-LOAD-CURRENT-YEAR.
               PERFORM 0120-LOAD-PRIOR-YEAR.
               PERFORM 0130-LOAD-GAME-PRICES.
               INITIALIZE WS-STATUS-TOTALS.

               OPEN INPUT INVENTORY-MASTER.
               IF WS-INV-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR INVENTORY.DAT - STATUS "
                       WS-INV-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT DEAD-STOCK-REPORT.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR DEAD-STOCK-REPORT.DAT - "
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.
               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               WRITE REPORT-LINE FROM WS-PERIOD-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-HEADING-LINE.

               PERFORM 0230-READ-INVENTORY-DATA.
               PERFORM 0200-JUDGE-ONE-SKU UNTIL END-OF-INVENTORY.
               IF WS-DEAD-COUNT = ZEROES
                   MOVE "NENHUM SKU PARADO NO PERIODO" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM 0300-WRITE-TOTALS.

               CLOSE INVENTORY-MASTER.
               CLOSE DEAD-STOCK-REPORT.
               DISPLAY "SKUS DO ESTOQUE LIDOS..: " WS-INV-READ-COUNT.
               DISPLAY "SKUS PARADOS...........: " WS-DEAD-COUNT.
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
               MOVE WS-INV-READ-COUNT TO WS-RL-READ.
               MOVE WS-DEAD-COUNT TO WS-RL-WRITTEN.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0010-CHECK-MASTER.
               CALL "FILECHECK" USING WS-CHECK-FILE-NAME
                   WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
               END-CALL.
               IF WS-CHECK-RESULT NOT = 'Y'
                   DISPLAY WS-CHECK-FILE-NAME
                   DISPLAY "REPROVADO NA VERIFICACAO DE INTEGRIDADE "
                       "- EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF.

      *    Os dois trimestres fechados antes do trimestre da data
      *    util; no primeiro semestre um ou os dois caem no ano
      *    anterior (VIDEOSALES.PRIOR).
           0020-SET-LOOKBACK-QUARTERS.
               COMPUTE WS-CURRENT-QTR = (WS-BD-MONTH + 2) / 3.
               COMPUTE WS-PRIOR-YEAR = WS-BD-YEAR - 1.
               PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                       UNTIL WS-LQ-SUB > 2
                   COMPUTE WS-QTR-WORK = WS-CURRENT-QTR - WS-LQ-SUB
                   IF WS-QTR-WORK < 1
                       ADD 4 TO WS-QTR-WORK
                       MOVE 'P' TO WS-LQ-YEAR-SW(WS-LQ-SUB)
                   ELSE
                       MOVE 'C' TO WS-LQ-YEAR-SW(WS-LQ-SUB)
                   END-IF
                   MOVE WS-QTR-WORK TO WS-LQ-QTR(WS-LQ-SUB)
               END-PERFORM.
               MOVE WS-LQ-QTR(2) TO WS-PL-QTR-1.
               MOVE WS-LQ-QTR(1) TO WS-PL-QTR-2.
               IF WS-LQ-YEAR-SW(2) = 'P'
                   MOVE WS-PRIOR-YEAR TO WS-PL-YEAR-1
               ELSE
                   MOVE WS-BD-YEAR TO WS-PL-YEAR-1
               END-IF.
               IF WS-LQ-YEAR-SW(1) = 'P'
                   MOVE WS-PRIOR-YEAR TO WS-PL-YEAR-2
               ELSE
                   MOVE WS-BD-YEAR TO WS-PL-YEAR-2
               END-IF.
               MOVE WS-BUSINESS-DATE TO WS-PL-BUS-DATE.

           0110-LOAD-CURRENT-YEAR.
               OPEN INPUT CURR-YEAR-FILE.
               IF WS-CURR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VIDEOSALES.DAT - STATUS "
                       WS-CURR-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0150-READ-CURR-DATA.
               PERFORM UNTIL END-OF-CURR
                   IF WS-CY-COUNT NOT < WS-CY-MAX
                       DISPLAY "VIDEOSALES.DAT EXCEDE " WS-CY-MAX
                           " TITULOS - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CY-COUNT
                   MOVE SKU OF CURR-DETAILS TO WS-CY-SKU(WS-CY-COUNT)
                   MOVE GAME-TITLE OF CURR-DETAILS
                       TO WS-CY-TITLE(WS-CY-COUNT)
                   MOVE GAME-STATUS OF CURR-DETAILS
                       TO WS-CY-STATUS(WS-CY-COUNT)
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                       MOVE QTRLY-SALES OF CURR-DETAILS(WS-QTR-SUB)
                           TO WS-CY-QTR(WS-CY-COUNT WS-QTR-SUB)
                   END-PERFORM
                   PERFORM 0150-READ-CURR-DATA
               END-PERFORM.
               CLOSE CURR-YEAR-FILE.

           0120-LOAD-PRIOR-YEAR.
               OPEN INPUT PRIOR-YEAR-FILE.
               IF WS-PRIOR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VIDEOSALES.PRIOR - STATUS "
                       WS-PRIOR-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0160-READ-PRIOR-DATA.
               PERFORM UNTIL END-OF-PRIOR
                   IF WS-PY-COUNT NOT < WS-PY-MAX
                       DISPLAY "VIDEOSALES.PRIOR EXCEDE " WS-PY-MAX
                           " TITULOS - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PY-COUNT
                   MOVE SKU OF PRIOR-DETAILS TO WS-PY-SKU(WS-PY-COUNT)
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                       MOVE QTRLY-SALES OF PRIOR-DETAILS(WS-QTR-SUB)
                           TO WS-PY-QTR(WS-PY-COUNT WS-QTR-SUB)
                   END-PERFORM
                   PERFORM 0160-READ-PRIOR-DATA
               END-PERFORM.
               CLOSE PRIOR-YEAR-FILE.

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

      *    Os arquivos carregam linhas HDR/TRL de integridade; aqui
      *    so interessam os registros de dados.
           0150-READ-CURR-DATA.
               READ CURR-YEAR-FILE
                AT END SET END-OF-CURR TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-CURR
                       OR (CURR-DETAILS(1:3) NOT = "HDR"
                       AND CURR-DETAILS(1:3) NOT = "TRL")
                   READ CURR-YEAR-FILE
                    AT END SET END-OF-CURR TO TRUE
                   END-READ
               END-PERFORM.

           0160-READ-PRIOR-DATA.
               READ PRIOR-YEAR-FILE
                AT END SET END-OF-PRIOR TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-PRIOR
                       OR (PRIOR-DETAILS(1:3) NOT = "HDR"
                       AND PRIOR-DETAILS(1:3) NOT = "TRL")
                   READ PRIOR-YEAR-FILE
                    AT END SET END-OF-PRIOR TO TRUE
                   END-READ
               END-PERFORM.

      *    So interessa quem tem saldo em maos; parado e quem nao
      *    vendeu nada nos dois trimestres examinados.
           0200-JUDGE-ONE-SKU.
               ADD 1 TO WS-INV-READ-COUNT.
               IF INV-ON-HAND OF INV-DETAILS > ZEROES
                   PERFORM 0210-SUM-RECENT-SALES
                   IF WS-RECENT-UNITS = ZEROES
                       PERFORM 0220-REPORT-DEAD-SKU
                   END-IF
               END-IF.
               PERFORM 0230-READ-INVENTORY-DATA.

           0210-SUM-RECENT-SALES.
               MOVE ZEROES TO WS-RECENT-UNITS WS-CY-HIT WS-PY-HIT.
               PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                       UNTIL WS-CY-SUB > WS-CY-COUNT
                   IF WS-CY-SKU(WS-CY-SUB) = INV-SKU OF INV-DETAILS
                       MOVE WS-CY-SUB TO WS-CY-HIT
                       MOVE WS-CY-COUNT TO WS-CY-SUB
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                       UNTIL WS-PY-SUB > WS-PY-COUNT
                   IF WS-PY-SKU(WS-PY-SUB) = INV-SKU OF INV-DETAILS
                       MOVE WS-PY-SUB TO WS-PY-HIT
                       MOVE WS-PY-COUNT TO WS-PY-SUB
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                       UNTIL WS-LQ-SUB > 2
                   MOVE WS-LQ-QTR(WS-LQ-SUB) TO WS-QTR-SUB
                   IF WS-LQ-YEAR-SW(WS-LQ-SUB) = 'C'
                       IF WS-CY-HIT > ZEROES
                           ADD WS-CY-QTR(WS-CY-HIT WS-QTR-SUB)
                               TO WS-RECENT-UNITS
                       END-IF
                   ELSE
                       IF WS-PY-HIT > ZEROES
                           ADD WS-PY-QTR(WS-PY-HIT WS-QTR-SUB)
                               TO WS-RECENT-UNITS
                       END-IF
                   END-IF
               END-PERFORM.

           0220-REPORT-DEAD-SKU.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE INV-SKU OF INV-DETAILS TO WS-DET-SKU.
               IF WS-CY-HIT = ZEROES
                   MOVE "SEM VENDA REGISTRADA" TO WS-DET-TITLE
                   MOVE 4 TO WS-ST-SUB
               ELSE
                   MOVE WS-CY-TITLE(WS-CY-HIT) TO WS-DET-TITLE
                   EVALUATE WS-CY-STATUS(WS-CY-HIT)
                       WHEN 'L'
                           MOVE 2 TO WS-ST-SUB
                       WHEN 'D'
                           MOVE 3 TO WS-ST-SUB
                       WHEN OTHER
                           MOVE 1 TO WS-ST-SUB
                   END-EVALUATE
               END-IF.
               MOVE WS-STATUS-NAME(WS-ST-SUB) TO WS-DET-STATUS.
               PERFORM 0225-GET-CURRENT-PRICE.
               COMPUTE WS-STOCK-VALUE ROUNDED =
                   INV-ON-HAND OF INV-DETAILS * WS-UNIT-PRICE.
               MOVE INV-ON-HAND OF INV-DETAILS TO WS-DET-ON-HAND.
               MOVE WS-UNIT-PRICE TO WS-DET-PRICE.
               MOVE WS-STOCK-VALUE TO WS-DET-VALUE.
               WRITE REPORT-LINE FROM WS-DETAIL-LINE.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR DEAD-STOCK-REPORT.DAT - "
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.
               ADD 1 TO WS-DEAD-COUNT WS-ST-SKUS(WS-ST-SUB).
               ADD INV-ON-HAND OF INV-DETAILS TO WS-DEAD-UNITS
                   WS-ST-UNITS(WS-ST-SUB).
               ADD WS-STOCK-VALUE TO WS-DEAD-VALUE
                   WS-ST-VALUE(WS-ST-SUB).

      *    Linha de preço mais recente cuja vigencia nao passa da
      *    data util.
           0225-GET-CURRENT-PRICE.
               MOVE ZEROES TO WS-BEST-EFF-DATE.
               MOVE ZEROES TO WS-UNIT-PRICE.
               PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
                       UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
                   IF WS-PR-SKU(WS-PRICE-SUB) = INV-SKU OF INV-DETAILS
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) <=
                           WS-BUSINESS-DATE
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) >=
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-EFF-DATE(WS-PRICE-SUB) TO
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-PRICE(WS-PRICE-SUB) TO
                           WS-UNIT-PRICE
                   END-IF
               END-PERFORM.

           0230-READ-INVENTORY-DATA.
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

           0300-WRITE-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                       UNTIL WS-ST-SUB > 4
                   MOVE WS-STATUS-NAME(WS-ST-SUB) TO WS-TOT-LABEL
                   MOVE WS-ST-SKUS(WS-ST-SUB) TO WS-TOT-SKUS
                   MOVE WS-ST-UNITS(WS-ST-SUB) TO WS-TOT-UNITS
                   MOVE WS-ST-VALUE(WS-ST-SUB) TO WS-TOT-VALUE
                   WRITE REPORT-LINE FROM WS-TOTAL-LINE
               END-PERFORM.
               MOVE "TOTAL PARADO" TO WS-TOT-LABEL.
               MOVE WS-DEAD-COUNT TO WS-TOT-SKUS.
               MOVE WS-DEAD-UNITS TO WS-TOT-UNITS.
               MOVE WS-DEAD-VALUE TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.

          END PROGRAM INVDEADSTOCK.
