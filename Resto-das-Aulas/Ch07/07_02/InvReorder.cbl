      *           REORDER-WEEKS (RUN-PARAMETERS.DAT, default 8),
      *           ordenados por quem seca primeiro. Tira o pedido de
      *           compra do chute.
      *2026-10-15 Quantidade sugerida por SKU (ponto de reposição
      *           mais REORDER-WEEKS semanas de venda, menos o
      *           disponivel) no relatorio e no arquivo novo
      *           REORDER-SUGGESTIONS.DAT, onde o comprador marca o
      *           que aceita (P pendente, A aceita, R recusada) para
      *           o POCREATE gerar os pedidos de compra.
      *2026-10-15 Parametro REORDER-BASIS (RUN-PARAMETERS.DAT): com
      *           PREVISAO a velocidade semanal vem do primeiro
      *           trimestre projetado em VIDEOSALES-FORECAST.DAT
      *           (VSFORECAST) em vez do ultimo trimestre vendido; SKU
      *           fora da previsão continua pela venda passada.
      *2026-10-15 Titulo descontinuado (GAME-STATUS D) nao entra mais
      *           na sugestão de reposição; a exclusão e contada no
      *           fim da execução.
      *2026-10-15 VIDEOSALES-FORECAST.DAT com mais titulos que a
      *           tabela da previsão interrompe a execução, em vez
      *           de os excedentes cairem na venda passada sem aviso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VG-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "VIDEOSALES-FORECAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCST-STATUS.

           SELECT SORT-INPUT-FILE ASSIGN TO "REORDER-INPUT.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIN-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

           SELECT SUGGESTION-FILE ASSIGN TO "REORDER-SUGGESTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVENTORY-MASTER.
               88 ENDOFFILE VALUE HIGH-VALUES.
               COPY GAMEREC.

           FD FORECAST-FILE.
           01 FORECAST-DETAILS.
               88 END-OF-FORECAST VALUE HIGH-VALUES.
               COPY FCSTREC.

           FD SORT-INPUT-FILE.
           01 SORT-INPUT-REC.
               05  SI-WEEKS-COVER     PIC 9(4)V9.
               05  SI-ON-HAND         PIC 9(7).
               05  SI-ON-ORDER        PIC 9(7).
               05  SI-WEEKLY-VELOCITY PIC 9(5)V99.
               05  SI-SUGGESTED-QTY   PIC 9(7).

           SD SORT-WORK.
           01 SORT-WORK-REC.
               05  SW-ON-HAND         PIC 9(7).
               05  SW-ON-ORDER       PIC 9(7).
               05  SW-WEEKLY-VELOCITY PIC 9(5)V99.
               05  SW-SUGGESTED-QTY   PIC 9(7).

           FD SORTED-RESULTS.
           01 SORTED-REC.
               05  SR-ON-HAND         PIC 9(7).
               05  SR-ON-ORDER        PIC 9(7).
               05  SR-WEEKLY-VELOCITY PIC 9(5)V99.
               05  SR-SUGGESTED-QTY   PIC 9(7).

           FD REORDER-REPORT.
           01 REPORT-LINE             PIC X(100).

      *    Uma linha por SKU sugerido; o comprador troca a decisão
      *    de P para A (aceita, podendo ajustar a quantidade) ou R
      *    (recusada). O POCREATE marca G nas que viraram pedido.
           FD SUGGESTION-FILE.
           01 SUGGESTION-REC.
               05  SUG-SKU            PIC 9(4).
               05  FILLER             PIC X.
               05  SUG-QTY            PIC 9(7).
               05  FILLER             PIC X.
               05  SUG-TITLE          PIC X(20).
               05  FILLER             PIC X.
               05  SUG-DECISION       PIC X.

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-INV-STATUS        PIC XX.
               05  WS-VG-STATUS         PIC XX.
               05  WS-FCST-STATUS       PIC XX.
               05  WS-SIN-STATUS        PIC XX.
               05  WS-SOUT-STATUS       PIC XX.
               05  WS-RPT-STATUS        PIC XX.
               05  WS-SUG-STATUS        PIC XX.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.
           01  WS-REORDER-WEEKS         PIC 9(3) VALUE 8.
           01  WS-REORDER-BASIS         PIC X(20) VALUE 'VELOCIDADE'.
               88  BASIS-IS-FORECAST    VALUE 'PREVISAO'.

      *    Velocidade semanal projetada por SKU (primeiro trimestre
      *    da previsão / 13 semanas), quando a base e a previsão.
           01  WS-FORECAST-TABLE.
               05  WS-FC-ENTRY OCCURS 200 TIMES.
                   10  WS-FC-SKU            PIC 9(4).
                   10  WS-FC-VELOCITY       PIC 9(5)V99.
           01  WS-FC-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-FC-MAX                PIC 9(3) VALUE 200.
           01  WS-FC-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-FORECAST-USED         PIC 9(7) VALUE ZEROES.

      *    Velocidade por SKU tirada do master de vendas: ultimo
      *    trimestre com venda, dividido pelas 13 semanas dele.
                   10  WS-SL-SKU            PIC 9(4).
                   10  WS-SL-TITLE          PIC X(20).
                   10  WS-SL-VELOCITY       PIC 9(5)V99.
                   10  WS-SL-STATUS         PIC X.
           01  WS-SL-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-SL-MAX                PIC 9(3) VALUE 200.
           01  WS-SL-SUB                PIC 9(3) VALUE ZEROES.

           01  WS-AVAILABLE             PIC 9(8) VALUE ZEROES.
           01  WS-WEEKS-COVER           PIC 9(4)V9 VALUE ZEROES.
           01  WS-TARGET-STOCK          PIC 9(8) VALUE ZEROES.
           01  WS-SUGGESTED-QTY         PIC 9(7) VALUE ZEROES.
           01  WS-NEED-ORDER-SWITCH     PIC X VALUE 'N'.
               88  SKU-NEEDS-ORDER      VALUE 'Y'.


           01  WS-INV-READ-COUNT        PIC 9(7) VALUE ZEROES.
           01  WS-SUGGESTED-COUNT       PIC 9(7) VALUE ZEROES.
           01  WS-DISCONTINUED-COUNT    PIC 9(7) VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05  FILLER     PIC X(10) VALUE 'PEDIDO'.
               05  FILLER     PIC X(12) VALUE 'VEL/SEMANA'.
               05  FILLER     PIC X(14) VALUE 'SEMANAS COBRE'.
               05  FILLER     PIC X(10) VALUE 'SUGERIDO'.

           01  WS-DETAIL-LINE.
               05  WS-DET-SKU         PIC 9(4).
               05  WS-DET-VELOCITY    PIC ZZ,ZZ9.99.
               05  FILLER             PIC X(6)  VALUE SPACES.
               05  WS-DET-WEEKS       PIC ZZZ9.9.
               05  FILLER             PIC X(4)  VALUE SPACES.
               05  WS-DET-SUGGESTED   PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.
           0100-BEGIN.
                   STOP RUN
               END-IF.

               IF BASIS-IS-FORECAST
                   PERFORM 0105-LOAD-FORECAST
               END-IF.
               PERFORM 0110-LOAD-SALES-VELOCITY.
               PERFORM 0200-JUDGE-INVENTORY.
               PERFORM 0400-SORT-AND-REPORT.
               DISPLAY "SKUS DO ESTOQUE LIDOS..: " WS-INV-READ-COUNT.
               DISPLAY "SKUS PARA REPOSICAO....: "
                   WS-SUGGESTED-COUNT.
               DISPLAY "DESCONTINUADOS FORA....: "
                   WS-DISCONTINUED-COUNT.
               IF BASIS-IS-FORECAST
                   DISPLAY "VELOCIDADE DA PREVISAO.: "
                       WS-FORECAST-USED
               END-IF.
               PERFORM 0995-LOG-RUN-END.
               STOP RUN.

                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               DISPLAY "PARAMETRO REORDER-WEEKS: " WS-REORDER-WEEKS.
               MOVE "REORDER-BASIS" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE NOT = SPACES
                   MOVE WS-PARAM-VALUE TO WS-REORDER-BASIS
               END-IF.
               DISPLAY "PARAMETRO REORDER-BASIS: " WS-REORDER-BASIS.

           0105-LOAD-FORECAST.
               OPEN INPUT FORECAST-FILE.
               IF WS-FCST-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR VIDEOSALES-FORECAST.DAT - "
                       "STATUS " WS-FCST-STATUS
                   STOP RUN
               END-IF.
               READ FORECAST-FILE
                AT END SET END-OF-FORECAST TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-FORECAST
                   IF FC-NEXT-QTR > ZEROES AND FC-NEXT-QTR < 5
                       IF WS-FC-COUNT NOT < WS-FC-MAX
                           DISPLAY "VIDEOSALES-FORECAST.DAT EXCEDE "
                               WS-FC-MAX " TITULOS - EXECUÇÃO "
                               "INTERROMPIDA"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FC-COUNT
                       MOVE FC-SKU TO WS-FC-SKU(WS-FC-COUNT)
                       COMPUTE WS-FC-VELOCITY(WS-FC-COUNT) ROUNDED =
                           FC-QTR-UNITS(FC-NEXT-QTR) / 13
                   END-IF
                   READ FORECAST-FILE
                    AT END SET END-OF-FORECAST TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE FORECAST-FILE.

           0110-LOAD-SALES-VELOCITY.
               OPEN INPUT VIDEOGAMEFILE.
                   ADD 1 TO WS-SL-COUNT
                   MOVE SKU TO WS-SL-SKU(WS-SL-COUNT)
                   MOVE GAME-TITLE TO WS-SL-TITLE(WS-SL-COUNT)
                   MOVE GAME-STATUS TO WS-SL-STATUS(WS-SL-COUNT)
                   COMPUTE WS-SL-VELOCITY(WS-SL-COUNT) ROUNDED =
                       WS-RECENT-QTR-UNITS / 13
                   IF BASIS-IS-FORECAST
                       PERFORM 0125-USE-FORECAST-VELOCITY
                   END-IF
               END-IF.
               PERFORM 0130-READ-SALES-DATA.

      *    Com base na previsão, a demanda do proximo trimestre
      *    substitui a do ultimo trimestre vendido.
           0125-USE-FORECAST-VELOCITY.
               PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                       UNTIL WS-FC-SUB > WS-FC-COUNT
                   IF WS-FC-SKU(WS-FC-SUB) = SKU
                       MOVE WS-FC-VELOCITY(WS-FC-SUB)
                           TO WS-SL-VELOCITY(WS-SL-COUNT)
                       ADD 1 TO WS-FORECAST-USED
                       MOVE WS-FC-COUNT TO WS-FC-SUB
                   END-IF
               END-PERFORM.

      *    O master carrega linhas HDR/TRL de integridade; aqui so
      *    interessam os registros de dados.
           0130-READ-SALES-DATA.
                       INV-REORDER-POINT OF INV-DETAILS
                   SET SKU-NEEDS-ORDER TO TRUE
               END-IF.
      *        Titulo descontinuado nao se repõe, por mais baixo que
      *        esteja o saldo.
               IF SALES-ROW-EXISTS
                   AND WS-SL-STATUS(WS-SL-HIT) = 'D'
                   IF SKU-NEEDS-ORDER
                       ADD 1 TO WS-DISCONTINUED-COUNT
                   END-IF
                   MOVE 'N' TO WS-NEED-ORDER-SWITCH
               END-IF.
               IF SKU-NEEDS-ORDER
                   PERFORM 0215-SIZE-SUGGESTION
                   ADD 1 TO WS-SUGGESTED-COUNT
                   MOVE SPACES TO SORT-INPUT-REC
                   MOVE WS-WEEKS-COVER TO SI-WEEKS-COVER
                   END-IF
                   MOVE INV-ON-HAND OF INV-DETAILS TO SI-ON-HAND
                   MOVE INV-ON-ORDER OF INV-DETAILS TO SI-ON-ORDER
                   MOVE WS-SUGGESTED-QTY TO SI-SUGGESTED-QTY
                   WRITE SORT-INPUT-REC
                   IF WS-SIN-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR REORDER-INPUT.TMP - "
               END-IF.
               PERFORM 0230-READ-INVENTORY-DATA.

      *    Quanto pedir: o bastante para voltar ao ponto de
      *    reposição e ainda cobrir REORDER-WEEKS semanas de venda.
      *    Nunca menos de uma unidade para quem entrou na lista.
           0215-SIZE-SUGGESTION.
               MOVE INV-REORDER-POINT OF INV-DETAILS
                   TO WS-TARGET-STOCK.
               IF SALES-ROW-EXISTS
                   COMPUTE WS-TARGET-STOCK ROUNDED = WS-TARGET-STOCK
                       + WS-SL-VELOCITY(WS-SL-HIT) * WS-REORDER-WEEKS
               END-IF.
               IF WS-TARGET-STOCK > WS-AVAILABLE
                   COMPUTE WS-SUGGESTED-QTY =
                       WS-TARGET-STOCK - WS-AVAILABLE
               ELSE
                   MOVE 1 TO WS-SUGGESTED-QTY
               END-IF.

           0220-FIND-VELOCITY.
               MOVE 'N' TO WS-SL-FOUND-SWITCH.
               MOVE ZEROES TO WS-SL-HIT.
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT SUGGESTION-FILE.
               IF WS-SUG-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR REORDER-SUGGESTIONS.DAT - "
                       "STATUS " WS-SUG-STATUS
                   STOP RUN
               END-IF.
               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               WRITE REPORT-LINE FROM WS-HEADING-LINE.
               READ SORTED-RESULTS
               END-IF.
               CLOSE SORTED-RESULTS.
               CLOSE REORDER-REPORT.
               CLOSE SUGGESTION-FILE.

           0410-WRITE-REPORT-LINE.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE SR-ON-ORDER TO WS-DET-ON-ORDER.
               MOVE SR-WEEKLY-VELOCITY TO WS-DET-VELOCITY.
               MOVE SR-WEEKS-COVER TO WS-DET-WEEKS.
               MOVE SR-SUGGESTED-QTY TO WS-DET-SUGGESTED.
               WRITE REPORT-LINE FROM WS-DETAIL-LINE.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR INV-REORDER-REPORT.DAT - "
                       "STATUS " WS-RPT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO SUGGESTION-REC.
               MOVE SR-SKU TO SUG-SKU.
               MOVE SR-SUGGESTED-QTY TO SUG-QTY.
               MOVE SR-TITLE TO SUG-TITLE.
               MOVE 'P' TO SUG-DECISION.
               WRITE SUGGESTION-REC.
               IF WS-SUG-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR REORDER-SUGGESTIONS.DAT - "
                       "STATUS " WS-SUG-STATUS
                   STOP RUN
               END-IF.
               READ SORTED-RESULTS
                AT END SET END-OF-SORTED TO TRUE
               END-READ.
