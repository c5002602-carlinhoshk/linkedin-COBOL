      *           linha com SKU desconhecido, duplicado ou zerado
      *           cai em BUDGET-EXCEPTIONS.DAT com o motivo - no
      *           molde do EMPEDIT para os feeds de RH.
      *2026-10-15 Parametro BUDGET-SOURCE (RUN-PARAMETERS.DAT): com
      *           PREVISAO o orçamento e lido da previsão
      *           VIDEOSALES-FORECAST.DAT do VSFORECAST, como
      *           rascunho, em vez de SALES-BUDGET.DAT; a critica e a
      *           saida sao as mesmas.
      *2026-10-15 A linha em critica passa para WORKING-STORAGE
      *           (WS-BUDGET-LINE): na leitura da previsão o registro
      *           de SALES-BUDGET.DAT nao esta aberto e nao pode servir
      *           de area de trabalho.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUDGET-STATUS.

           SELECT FORECAST-INPUT ASSIGN TO "VIDEOSALES-FORECAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCST-STATUS.

           SELECT VIDEOGAMEFILE ASSIGN TO "VIDEOSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD BUDGET-INPUT.
           01 BUDGET-DETAILS          PIC X(36).

           FD FORECAST-INPUT.
           01 FORECAST-DETAILS.
               88 END-OF-FORECAST VALUE HIGH-VALUES.
               COPY FCSTREC.

           FD VIDEOGAMEFILE.
           01 GAMEDETAILS.
       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-BUDGET-STATUS     PIC XX.
               05  WS-FCST-STATUS       PIC XX.
               05  WS-VG-STATUS         PIC XX.
               05  WS-CLEAN-STATUS      PIC XX.
               05  WS-EXC-STATUS        PIC XX.
           01  WS-REJECT-COUNT          PIC 9(7) VALUE ZEROES.
           01  BUDGET-REJECT-REASON     PIC X(40) VALUE SPACES.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.
           01  WS-BUDGET-SOURCE         PIC X(20) VALUE 'ORCAMENTO'.
               88  SOURCE-IS-FORECAST   VALUE 'PREVISAO'.
           01  WS-QTR-SUB               PIC 9 VALUE ZEROES.

      *    Linha de orçamento em criticas, lida de SALES-BUDGET.DAT ou
      *    montada a partir da previsão - so um dos dois arquivos de
      *    entrada fica aberto, por isso a linha vive aqui e nao no
      *    registro do FD.
           01  WS-BUDGET-LINE.
               88  END-OF-BUDGET        VALUE HIGH-VALUES.
               05  WS-BUD-SKU           PIC 9(4).
               05  WS-BUD-QUARTER-ENTRY OCCURS 4 TIMES.
                   10  FILLER           PIC X.
                   10  WS-BUD-QTR-UNITS PIC 9(7).

      *    Verificação de integridade (HDR/TRL) do master de vendas.
           01  WS-CHECK-FILE-NAME       PIC X(40) VALUE SPACES.
           01  WS-CHECK-KEY-LENGTH      PIC 9(2) VALUE 4.
                   STOP RUN
               END-IF.
               PERFORM 0110-LOAD-MASTER-SKUS.
               PERFORM 0008-READ-RUN-PARAMETERS.
               IF SOURCE-IS-FORECAST
                   OPEN INPUT FORECAST-INPUT
                   IF WS-FCST-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR VIDEOSALES-FORECAST.DAT"
                           " - STATUS " WS-FCST-STATUS
                       STOP RUN
                   END-IF
               ELSE
                   OPEN INPUT BUDGET-INPUT
                   IF WS-BUDGET-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR SALES-BUDGET.DAT - "
                           "STATUS " WS-BUDGET-STATUS
                       STOP RUN
                   END-IF
               END-IF.
               OPEN OUTPUT BUDGET-CLEAN.
               IF WS-CLEAN-STATUS NOT = "00"
                   STOP RUN
               END-IF.

               PERFORM 0140-READ-BUDGET-LINE.
               PERFORM 0200-EDIT-BUDGET-LINE UNTIL END-OF-BUDGET.

               IF SOURCE-IS-FORECAST
                   CLOSE FORECAST-INPUT
               ELSE
                   CLOSE BUDGET-INPUT
               END-IF.
               CLOSE BUDGET-CLEAN.
               CLOSE BUDGET-EXCEPTIONS.
               DISPLAY "LINHAS DE ORCAMENTO LIDAS: " WS-READ-COUNT.
                   WS-RL-OUTCOME
               END-CALL.

           0008-READ-RUN-PARAMETERS.
               MOVE "BUDGET-SOURCE" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE NOT = SPACES
                   MOVE WS-PARAM-VALUE TO WS-BUDGET-SOURCE
               END-IF.
               DISPLAY "PARAMETRO BUDGET-SOURCE: " WS-BUDGET-SOURCE.

           0110-LOAD-MASTER-SKUS.
               OPEN INPUT VIDEOGAMEFILE.
               IF WS-VG-STATUS NOT = "00"
                   END-READ
               END-PERFORM.

      *    Da previsão so interessam o SKU e os quatro trimestres,
      *    que passam para a linha de orçamento em WORKING-STORAGE.
           0140-READ-BUDGET-LINE.
               IF SOURCE-IS-FORECAST
                   READ FORECAST-INPUT
                    AT END SET END-OF-FORECAST TO TRUE
                   END-READ
                   IF END-OF-FORECAST
                       SET END-OF-BUDGET TO TRUE
                   ELSE
                       MOVE SPACES TO WS-BUDGET-LINE
                       MOVE FC-SKU TO WS-BUD-SKU
                       PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                               UNTIL WS-QTR-SUB > 4
                           MOVE FC-QTR-UNITS(WS-QTR-SUB)
                               TO WS-BUD-QTR-UNITS(WS-QTR-SUB)
                       END-PERFORM
                   END-IF
               ELSE
                   READ BUDGET-INPUT INTO WS-BUDGET-LINE
                    AT END SET END-OF-BUDGET TO TRUE
                   END-READ
               END-IF.

           0200-EDIT-BUDGET-LINE.
               ADD 1 TO WS-READ-COUNT.
               MOVE 'N' TO WS-SK-FOUND-SWITCH.
               PERFORM VARYING WS-SK-SUB FROM 1 BY 1
                       UNTIL WS-SK-SUB > WS-SK-COUNT
                   IF WS-SK-SKU(WS-SK-SUB) = WS-BUD-SKU
                       SET SKU-IS-KNOWN TO TRUE
                   END-IF
               END-PERFORM.
               MOVE 'N' TO WS-DUP-SWITCH.
               PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                       UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                   IF WS-SEEN-SKU(WS-SEEN-SUB) = WS-BUD-SKU
                       SET SKU-IS-DUPLICATE TO TRUE
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN WS-BUD-SKU NOT NUMERIC OR WS-BUD-SKU = ZEROES
                       MOVE "SKU ZERADO OU NAO NUMERICO"
                           TO BUDGET-REJECT-REASON
                       PERFORM 0300-WRITE-EXCEPTION
                   WHEN WS-BUD-QTR-UNITS(1) NOT NUMERIC
                           OR WS-BUD-QTR-UNITS(2) NOT NUMERIC
                           OR WS-BUD-QTR-UNITS(3) NOT NUMERIC
                           OR WS-BUD-QTR-UNITS(4) NOT NUMERIC
                       MOVE "META TRIMESTRAL NAO NUMERICA"
                           TO BUDGET-REJECT-REASON
                       PERFORM 0300-WRITE-EXCEPTION
                           TO BUDGET-REJECT-REASON
                       PERFORM 0300-WRITE-EXCEPTION
                   WHEN OTHER
                       MOVE WS-BUDGET-LINE TO BUDGET-CLEAN-DETAILS
                       WRITE BUDGET-CLEAN-DETAILS
                       ADD 1 TO WS-CLEAN-COUNT
                       IF WS-SEEN-COUNT < WS-SK-MAX
                           ADD 1 TO WS-SEEN-COUNT
                           MOVE WS-BUD-SKU TO
                               WS-SEEN-SKU(WS-SEEN-COUNT)
                       END-IF
               END-EVALUATE.
               PERFORM 0140-READ-BUDGET-LINE.

           0300-WRITE-EXCEPTION.
               ADD 1 TO WS-REJECT-COUNT.
               MOVE SPACES TO BUDGET-EXC-LINE.
               IF WS-BUD-SKU NUMERIC
                   MOVE WS-BUD-SKU TO BEXC-SKU
               ELSE
                   MOVE ZEROES TO BEXC-SKU
               END-IF.
