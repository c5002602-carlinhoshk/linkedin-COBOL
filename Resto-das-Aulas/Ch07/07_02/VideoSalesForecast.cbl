       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSFORECAST.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: previsão de vendas por SKU para os
      *           proximos quatro trimestres. Cruza VIDEOSALES.DAT
      *           com o ano anterior em VIDEOSALES.PRIOR: os
      *           trimestres ja fechados no ano (antes do trimestre
      *           da data util) dao a tendencia contra os mesmos
      *           trimestres do ano anterior, e essa tendencia e
      *           aplicada trimestre a trimestre sobre o ano
      *           anterior, preservando a sazonalidade. Titulo sem
      *           ano anterior fica com a media dos trimestres
      *           fechados. Grava VIDEOSALES-FORECAST.DAT, que o
      *           VSBUDGETLOAD aceita como rascunho de orçamento e o
      *           INVREORDER como base de velocidade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-YEAR-FILE ASSIGN TO "VIDEOSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CURR-STATUS.

           SELECT PRIOR-YEAR-FILE ASSIGN TO "VIDEOSALES.PRIOR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRIOR-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "VIDEOSALES-FORECAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CURR-YEAR-FILE.
           01 CURR-DETAILS.
               88 END-OF-CURR VALUE HIGH-VALUES.
               COPY GAMEREC.

           FD PRIOR-YEAR-FILE.
           01 PRIOR-DETAILS.
               88 END-OF-PRIOR VALUE HIGH-VALUES.
               COPY GAMEREC.

           FD FORECAST-FILE.
           01 FORECAST-DETAILS.
               COPY FCSTREC.

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-CURR-STATUS       PIC XX.
               05  WS-PRIOR-STATUS      PIC XX.
               05  WS-FCST-STATUS       PIC XX.

      *    Ano anterior em memoria, procurado por SKU.
           01  WS-PRIOR-TABLE.
               05  WS-PR-ENTRY OCCURS 200 TIMES.
                   10  WS-PR-SKU        PIC 9(4).
                   10  WS-PR-QTR        PIC 9(5)
                       OCCURS 4 TIMES.
           01  WS-PR-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-PR-MAX                PIC 9(3) VALUE 200.
           01  WS-PR-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-PR-HIT                PIC 9(3) VALUE ZEROES.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               05  WS-BD-YEAR           PIC 9(4).
               05  WS-BD-MONTH          PIC 9(2).
               05  WS-BD-DAY            PIC 9(2).
           01  WS-CURRENT-QTR           PIC 9 VALUE ZEROES.
           01  WS-CLOSED-QTRS           PIC 9 VALUE ZEROES.
           01  WS-NEXT-QTR              PIC 9 VALUE ZEROES.
           01  WS-QTR-SUB               PIC 9 VALUE ZEROES.

           01  WS-CURR-YTD              PIC 9(7) VALUE ZEROES.
           01  WS-PRIOR-YTD             PIC 9(7) VALUE ZEROES.
           01  WS-PRIOR-YEAR-TOTAL      PIC 9(7) VALUE ZEROES.
           01  WS-GROWTH-FACTOR         PIC 9(3)V9(4) VALUE ZEROES.
           01  WS-QTR-AVERAGE           PIC 9(7) VALUE ZEROES.

           01  WS-COUNTERS.
               05  WS-READ-COUNT        PIC 9(7) VALUE ZEROES.
               05  WS-WRITTEN-COUNT     PIC 9(7) VALUE ZEROES.
               05  WS-METHOD-S-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-METHOD-A-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-METHOD-M-COUNT    PIC 9(7) VALUE ZEROES.
               05  WS-METHOD-Z-COUNT    PIC 9(7) VALUE ZEROES.

      *    Verificação de integridade (HDR/TRL) dos dois arquivos.
           01  WS-CHECK-FILE-NAME       PIC X(40) VALUE SPACES.
           01  WS-CHECK-KEY-LENGTH      PIC 9(2) VALUE 4.
           01  WS-CHECK-RESULT          PIC X VALUE 'N'.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'VSFORECAST'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               MOVE "VIDEOSALES.DAT" TO WS-CHECK-FILE-NAME.
               CALL "FILECHECK" USING WS-CHECK-FILE-NAME
                   WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
               END-CALL.
               IF WS-CHECK-RESULT NOT = 'Y'
                   DISPLAY "VIDEOSALES.DAT REPROVADO NA VERIFICACAO "
                       "DE INTEGRIDADE - EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF.
               MOVE "VIDEOSALES.PRIOR" TO WS-CHECK-FILE-NAME.
               CALL "FILECHECK" USING WS-CHECK-FILE-NAME
                   WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
               END-CALL.
               IF WS-CHECK-RESULT NOT = 'Y'
                   DISPLAY "VIDEOSALES.PRIOR REPROVADO NA "
                       "VERIFICACAO DE INTEGRIDADE - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF.

      *    Trimestres fechados sao os anteriores ao da data util; a
      *    projeção começa no trimestre seguinte ao corrente.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               COMPUTE WS-CURRENT-QTR = (WS-BD-MONTH + 2) / 3.
               COMPUTE WS-CLOSED-QTRS = WS-CURRENT-QTR - 1.
               IF WS-CURRENT-QTR = 4
                   MOVE 1 TO WS-NEXT-QTR
               ELSE
                   COMPUTE WS-NEXT-QTR = WS-CURRENT-QTR + 1
               END-IF.
               DISPLAY "TRIMESTRE CORRENTE: " WS-CURRENT-QTR
                   " - TRIMESTRES FECHADOS: " WS-CLOSED-QTRS.

               PERFORM 0110-LOAD-PRIOR-YEAR.

               OPEN INPUT CURR-YEAR-FILE.
               IF WS-CURR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VIDEOSALES.DAT - STATUS "
                       WS-CURR-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT FORECAST-FILE.
               IF WS-FCST-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VIDEOSALES-FORECAST.DAT - "
                       "STATUS " WS-FCST-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0150-READ-CURR-DATA.
               PERFORM 0200-FORECAST-ONE-SKU UNTIL END-OF-CURR.
               CLOSE CURR-YEAR-FILE.
               CLOSE FORECAST-FILE.

               DISPLAY "SKUS LIDOS.................: " WS-READ-COUNT.
               DISPLAY "PREVISOES GRAVADAS.........: "
                   WS-WRITTEN-COUNT.
               DISPLAY "  SAZONAL COM TENDENCIA (S): "
                   WS-METHOD-S-COUNT.
               DISPLAY "  REPETE ANO ANTERIOR   (A): "
                   WS-METHOD-A-COUNT.
               DISPLAY "  MEDIA DO ANO          (M): "
                   WS-METHOD-M-COUNT.
               DISPLAY "  SEM HISTORICO         (Z): "
                   WS-METHOD-Z-COUNT.
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
               MOVE WS-WRITTEN-COUNT TO WS-RL-WRITTEN.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0110-LOAD-PRIOR-YEAR.
               OPEN INPUT PRIOR-YEAR-FILE.
               IF WS-PRIOR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VIDEOSALES.PRIOR - STATUS "
                       WS-PRIOR-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0160-READ-PRIOR-DATA.
               PERFORM UNTIL END-OF-PRIOR
                   IF WS-PR-COUNT NOT < WS-PR-MAX
                       DISPLAY "VIDEOSALES.PRIOR EXCEDE " WS-PR-MAX
                           " TITULOS - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PR-COUNT
                   MOVE SKU OF PRIOR-DETAILS TO WS-PR-SKU(WS-PR-COUNT)
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                       MOVE QTRLY-SALES OF PRIOR-DETAILS(WS-QTR-SUB)
                           TO WS-PR-QTR(WS-PR-COUNT WS-QTR-SUB)
                   END-PERFORM
                   PERFORM 0160-READ-PRIOR-DATA
               END-PERFORM.
               CLOSE PRIOR-YEAR-FILE.

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

           0200-FORECAST-ONE-SKU.
               ADD 1 TO WS-READ-COUNT.
               MOVE ZEROES TO WS-PR-HIT.
               PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                       UNTIL WS-PR-SUB > WS-PR-COUNT
                   IF WS-PR-SKU(WS-PR-SUB) = SKU OF CURR-DETAILS
                       MOVE WS-PR-SUB TO WS-PR-HIT
                       MOVE WS-PR-COUNT TO WS-PR-SUB
                   END-IF
               END-PERFORM.

               MOVE ZEROES TO WS-CURR-YTD WS-PRIOR-YTD
                   WS-PRIOR-YEAR-TOTAL.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > WS-CLOSED-QTRS
                   ADD QTRLY-SALES OF CURR-DETAILS(WS-QTR-SUB)
                       TO WS-CURR-YTD
               END-PERFORM.
               IF WS-PR-HIT > ZEROES
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                       ADD WS-PR-QTR(WS-PR-HIT WS-QTR-SUB)
                           TO WS-PRIOR-YEAR-TOTAL
                       IF WS-QTR-SUB NOT > WS-CLOSED-QTRS
                           ADD WS-PR-QTR(WS-PR-HIT WS-QTR-SUB)
                               TO WS-PRIOR-YTD
                       END-IF
                   END-PERFORM
               END-IF.

               MOVE SPACES TO FORECAST-DETAILS.
               MOVE SKU OF CURR-DETAILS TO FC-SKU.
               EVALUATE TRUE
                   WHEN WS-PRIOR-YEAR-TOTAL > ZEROES
                        AND WS-PRIOR-YTD > ZEROES
                       PERFORM 0210-SEASONAL-WITH-TREND
                   WHEN WS-PRIOR-YEAR-TOTAL > ZEROES
                        AND WS-CURR-YTD = ZEROES
                       PERFORM 0220-REPEAT-PRIOR-YEAR
                   WHEN WS-CURR-YTD > ZEROES
                       PERFORM 0230-AVERAGE-OF-YEAR
                   WHEN OTHER
                       PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                               UNTIL WS-QTR-SUB > 4
                           MOVE ZEROES TO FC-QTR-UNITS(WS-QTR-SUB)
                       END-PERFORM
                       MOVE 'Z' TO FC-METHOD
                       ADD 1 TO WS-METHOD-Z-COUNT
               END-EVALUATE.
               MOVE WS-BUSINESS-DATE TO FC-BASE-DATE.
               MOVE WS-NEXT-QTR TO FC-NEXT-QTR.
               WRITE FORECAST-DETAILS.
               IF WS-FCST-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR VIDEOSALES-FORECAST.DAT - "
                       "STATUS " WS-FCST-STATUS
                   STOP RUN
               END-IF.
               ADD 1 TO WS-WRITTEN-COUNT.
               PERFORM 0150-READ-CURR-DATA.

      *    Tendencia = acumulado do ano / mesmos trimestres do ano
      *    anterior; cada trimestre projetado e o trimestre do ano
      *    anterior vezes a tendencia.
           0210-SEASONAL-WITH-TREND.
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   WS-CURR-YTD / WS-PRIOR-YTD.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   COMPUTE FC-QTR-UNITS(WS-QTR-SUB) ROUNDED =
                       WS-PR-QTR(WS-PR-HIT WS-QTR-SUB)
                       * WS-GROWTH-FACTOR
               END-PERFORM.
               MOVE 'S' TO FC-METHOD.
               ADD 1 TO WS-METHOD-S-COUNT.

      *    Sem trimestre fechado com venda nos dois anos nao ha
      *    tendencia a medir: o ano anterior e a melhor previsão.
           0220-REPEAT-PRIOR-YEAR.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   MOVE WS-PR-QTR(WS-PR-HIT WS-QTR-SUB)
                       TO FC-QTR-UNITS(WS-QTR-SUB)
               END-PERFORM.
               MOVE 'A' TO FC-METHOD.
               ADD 1 TO WS-METHOD-A-COUNT.

      *    Titulo novo: media dos trimestres fechados, igual para os
      *    quatro trimestres (nao ha sazonalidade propria ainda).
           0230-AVERAGE-OF-YEAR.
               COMPUTE WS-QTR-AVERAGE ROUNDED =
                   WS-CURR-YTD / WS-CLOSED-QTRS.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   MOVE WS-QTR-AVERAGE TO FC-QTR-UNITS(WS-QTR-SUB)
               END-PERFORM.
               MOVE 'M' TO FC-METHOD.
               ADD 1 TO WS-METHOD-M-COUNT.

          END PROGRAM VSFORECAST.
