       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKREBAL.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: relatorio de rebalanceamento do
      *           estoque por loja (STORE-STOCK.DAT). Para cada SKU,
      *           as lojas abaixo do minimo (para ficar sem o titulo)
      *           recebem sugestao de transferencia das lojas acima
      *           do maximo, ate o minimo da loja destino e sem
      *           tirar a origem abaixo do seu maximo. O que nao tem
      *           loja doadora aparece como falta sem cobertura. As
      *           sugestoes saem tambem em STORE-TRANSFER-SUGGEST.DAT
      *           no layout de STORE-STOCK-TXN.DAT (codigo T), para
      *           serem revisadas e acrescentadas a transacao do dia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-REFERENCE ASSIGN TO "STORES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REF-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STORE-STOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STOCK-STATUS.

           SELECT REBALANCE-REPORT ASSIGN TO
                "STORE-REBALANCE-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

           SELECT SUGGESTION-FILE ASSIGN TO
                "STORE-TRANSFER-SUGGEST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUG-STATUS.

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

           FD REBALANCE-REPORT.
           01 REPORT-LINE             PIC X(100).

           FD SUGGESTION-FILE.
           01 SUGGESTION-DETAILS.
               COPY STKTXN.

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-REF-STATUS        PIC XX.
               05  WS-STOCK-STATUS      PIC XX.
               05  WS-REPORT-STATUS     PIC XX.
               05  WS-SUG-STATUS        PIC XX.

           01  WS-STORE-REF-TABLE.
               05  WS-SR-ENTRY OCCURS 100 TIMES.
                   10  WS-SR-STORE      PIC 9(3).
                   10  WS-SR-NAME       PIC X(20).
           01  WS-SR-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-SR-MAX                PIC 9(3) VALUE 100.
           01  WS-SR-SUB                PIC 9(3) VALUE ZEROES.

      *    WS-SS-EXCESS e a sobra ainda disponivel da loja doadora;
      *    WS-SS-NEED e o que falta para a loja chegar ao minimo.
           01  WS-STOCK-TABLE.
               05  WS-SS-ENTRY OCCURS 2000 TIMES.
                   10  WS-SS-STORE      PIC 9(3).
                   10  WS-SS-SKU        PIC 9(4).
                   10  WS-SS-ON-HAND    PIC 9(7).
                   10  WS-SS-MIN-QTY    PIC 9(7).
                   10  WS-SS-MAX-QTY    PIC 9(7).
                   10  WS-SS-EXCESS     PIC 9(7).
                   10  WS-SS-NEED       PIC 9(7).
                   10  WS-SS-DONE       PIC X.
           01  WS-SS-COUNT              PIC 9(4) VALUE ZEROES.
           01  WS-SS-MAX                PIC 9(4) VALUE 2000.
           01  WS-SS-SUB                PIC 9(4) VALUE ZEROES.
           01  WS-SS-SUB-2              PIC 9(4) VALUE ZEROES.
           01  WS-SS-DONOR              PIC 9(4) VALUE ZEROES.

           01  WS-CURRENT-SKU           PIC 9(4) VALUE ZEROES.
           01  WS-MOVE-QTY              PIC 9(7) VALUE ZEROES.
           01  WS-LOOKUP-STORE          PIC 9(3) VALUE ZEROES.
           01  WS-LOOKUP-NAME           PIC X(20) VALUE SPACES.

           01  WS-COUNTERS.
               05  WS-ROWS-READ         PIC 9(7) VALUE ZEROES.
               05  WS-SHORT-ROWS        PIC 9(7) VALUE ZEROES.
               05  WS-OVER-ROWS         PIC 9(7) VALUE ZEROES.
               05  WS-SUGGEST-COUNT     PIC 9(7) VALUE ZEROES.
               05  WS-SUGGEST-UNITS     PIC 9(7) VALUE ZEROES.
               05  WS-UNCOVERED-COUNT   PIC 9(7) VALUE ZEROES.
               05  WS-UNCOVERED-UNITS   PIC 9(7) VALUE ZEROES.

           01  WS-HEADING-1.
               05  FILLER               PIC X(40) VALUE
                   'REBALANCEAMENTO DE ESTOQUE ENTRE LOJAS'.
           01  WS-HEADING-2.
               05  FILLER               PIC X(6) VALUE 'SKU'.
               05  FILLER               PIC X(25) VALUE
                   'LOJA ORIGEM'.
               05  FILLER               PIC X(25) VALUE
                   'LOJA DESTINO'.
               05  FILLER               PIC X(10) VALUE
                   '   QTDE'.
               05  FILLER               PIC X(20) VALUE
                   ' SITUACAO'.

           01  WS-DETAIL-LINE.
               05  WS-DET-SKU           PIC 9(4).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-DET-FROM-STORE    PIC 9(3).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-DET-FROM-NAME     PIC X(20).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-DET-TO-STORE      PIC 9(3).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-DET-TO-NAME       PIC X(20).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-DET-QTY           PIC Z,ZZZ,ZZ9.
               05  FILLER               PIC X VALUE SPACE.
               05  WS-DET-SITUATION     PIC X(25).

           01  WS-TOTAL-LINE.
               05  WS-TOT-LABEL         PIC X(35).
               05  WS-TOT-VALUE         PIC Z,ZZZ,ZZ9.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'STKREBAL'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0110-LOAD-STORE-REFERENCE.
               PERFORM 0120-LOAD-STORE-STOCK.

               OPEN OUTPUT REBALANCE-REPORT.
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       "STORE-REBALANCE-REPORT.DAT - STATUS "
                       WS-REPORT-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT SUGGESTION-FILE.
               IF WS-SUG-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       "STORE-TRANSFER-SUGGEST.DAT - STATUS "
                       WS-SUG-STATUS
                   STOP RUN
               END-IF.
               WRITE REPORT-LINE FROM WS-HEADING-1.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-HEADING-2.

      *    Cada SKU e tratado uma vez, na primeira linha em que
      *    aparece; as demais linhas do mesmo SKU ficam marcadas.
               PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                       UNTIL WS-SS-SUB > WS-SS-COUNT
                   IF WS-SS-DONE(WS-SS-SUB) = 'N'
                       MOVE WS-SS-SKU(WS-SS-SUB) TO WS-CURRENT-SKU
                       PERFORM 0200-REBALANCE-SKU
                   END-IF
               END-PERFORM.

               PERFORM 0800-WRITE-TOTALS.
               CLOSE REBALANCE-REPORT.
               CLOSE SUGGESTION-FILE.
               DISPLAY 'REBALANCEAMENTO CONCLUIDO'.
               DISPLAY 'LOJAS ABAIXO DO MINIMO.: ' WS-SHORT-ROWS.
               DISPLAY 'TRANSFERENCIAS SUGERIDAS: ' WS-SUGGEST-COUNT.
               DISPLAY 'FALTAS SEM COBERTURA...: '
                   WS-UNCOVERED-COUNT.
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
               MOVE WS-ROWS-READ TO WS-RL-READ.
               MOVE WS-SUGGEST-COUNT TO WS-RL-WRITTEN.
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
                       MOVE SREF-STORE TO WS-SR-STORE(WS-SR-COUNT)
                       MOVE SREF-NAME TO WS-SR-NAME(WS-SR-COUNT)
                   END-IF
                   READ STORE-REFERENCE
                    AT END SET END-OF-STORE-REF TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE STORE-REFERENCE.

           0120-LOAD-STORE-STOCK.
               OPEN INPUT STOCK-FILE.
               IF WS-STOCK-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR STORE-STOCK.DAT - STATUS "
                       WS-STOCK-STATUS
                   STOP RUN
               END-IF.
               READ STOCK-FILE
                AT END SET END-OF-STOCK TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-STOCK
                   IF WS-SS-COUNT NOT < WS-SS-MAX
                       DISPLAY "STORE-STOCK.DAT EXCEDE "
                           WS-SS-MAX " LINHAS - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ROWS-READ
                   ADD 1 TO WS-SS-COUNT
                   MOVE SST-STORE TO WS-SS-STORE(WS-SS-COUNT)
                   MOVE SST-SKU TO WS-SS-SKU(WS-SS-COUNT)
                   MOVE SST-ON-HAND TO WS-SS-ON-HAND(WS-SS-COUNT)
                   MOVE SST-MIN-QTY TO WS-SS-MIN-QTY(WS-SS-COUNT)
                   MOVE SST-MAX-QTY TO WS-SS-MAX-QTY(WS-SS-COUNT)
                   MOVE ZEROES TO WS-SS-EXCESS(WS-SS-COUNT)
                       WS-SS-NEED(WS-SS-COUNT)
                   MOVE 'N' TO WS-SS-DONE(WS-SS-COUNT)
      *            Faixa zerada = loja sem faixa definida; nao entra
      *            nem como doadora nem como destino.
                   IF SST-MAX-QTY > ZEROES
                       IF SST-ON-HAND > SST-MAX-QTY
                           COMPUTE WS-SS-EXCESS(WS-SS-COUNT) =
                               SST-ON-HAND - SST-MAX-QTY
                           ADD 1 TO WS-OVER-ROWS
                       END-IF
                       IF SST-ON-HAND < SST-MIN-QTY
                           COMPUTE WS-SS-NEED(WS-SS-COUNT) =
                               SST-MIN-QTY - SST-ON-HAND
                           ADD 1 TO WS-SHORT-ROWS
                       END-IF
                   END-IF
                   READ STOCK-FILE
                    AT END SET END-OF-STOCK TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE STOCK-FILE.

      *    Percorre as lojas do SKU corrente que precisam de
      *    reposição e cobre cada uma com as sobras das outras lojas.
           0200-REBALANCE-SKU.
               PERFORM VARYING WS-SS-SUB-2 FROM WS-SS-SUB BY 1
                       UNTIL WS-SS-SUB-2 > WS-SS-COUNT
                   IF WS-SS-SKU(WS-SS-SUB-2) = WS-CURRENT-SKU
                       MOVE 'Y' TO WS-SS-DONE(WS-SS-SUB-2)
                       IF WS-SS-NEED(WS-SS-SUB-2) > ZEROES
                           PERFORM 0210-COVER-ONE-STORE
                       END-IF
                   END-IF
               END-PERFORM.

           0210-COVER-ONE-STORE.
               PERFORM VARYING WS-SS-DONOR FROM WS-SS-SUB BY 1
                       UNTIL WS-SS-DONOR > WS-SS-COUNT
                          OR WS-SS-NEED(WS-SS-SUB-2) = ZEROES
                   IF WS-SS-SKU(WS-SS-DONOR) = WS-CURRENT-SKU
                      AND WS-SS-EXCESS(WS-SS-DONOR) > ZEROES
                       IF WS-SS-EXCESS(WS-SS-DONOR) <
                          WS-SS-NEED(WS-SS-SUB-2)
                           MOVE WS-SS-EXCESS(WS-SS-DONOR)
                               TO WS-MOVE-QTY
                       ELSE
                           MOVE WS-SS-NEED(WS-SS-SUB-2)
                               TO WS-MOVE-QTY
                       END-IF
                       SUBTRACT WS-MOVE-QTY FROM
                           WS-SS-EXCESS(WS-SS-DONOR)
                       SUBTRACT WS-MOVE-QTY FROM
                           WS-SS-NEED(WS-SS-SUB-2)
                       PERFORM 0220-WRITE-SUGGESTION
                   END-IF
               END-PERFORM.
               IF WS-SS-NEED(WS-SS-SUB-2) > ZEROES
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-CURRENT-SKU TO WS-DET-SKU
                   MOVE ZEROES TO WS-DET-FROM-STORE
                   MOVE '(SEM LOJA DOADORA)' TO WS-DET-FROM-NAME
                   MOVE WS-SS-STORE(WS-SS-SUB-2) TO WS-DET-TO-STORE
                       WS-LOOKUP-STORE
                   PERFORM 0230-LOOKUP-STORE-NAME
                   MOVE WS-LOOKUP-NAME TO WS-DET-TO-NAME
                   MOVE WS-SS-NEED(WS-SS-SUB-2) TO WS-DET-QTY
                   MOVE 'FALTA SEM COBERTURA' TO WS-DET-SITUATION
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-UNCOVERED-COUNT
                   ADD WS-SS-NEED(WS-SS-SUB-2) TO WS-UNCOVERED-UNITS
               END-IF.

           0220-WRITE-SUGGESTION.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE WS-CURRENT-SKU TO WS-DET-SKU.
               MOVE WS-SS-STORE(WS-SS-DONOR) TO WS-DET-FROM-STORE
                   WS-LOOKUP-STORE.
               PERFORM 0230-LOOKUP-STORE-NAME.
               MOVE WS-LOOKUP-NAME TO WS-DET-FROM-NAME.
               MOVE WS-SS-STORE(WS-SS-SUB-2) TO WS-DET-TO-STORE
                   WS-LOOKUP-STORE.
               PERFORM 0230-LOOKUP-STORE-NAME.
               MOVE WS-LOOKUP-NAME TO WS-DET-TO-NAME.
               MOVE WS-MOVE-QTY TO WS-DET-QTY.
               MOVE 'TRANSFERIR' TO WS-DET-SITUATION.
               WRITE REPORT-LINE FROM WS-DETAIL-LINE.

               MOVE SPACES TO SUGGESTION-DETAILS.
               MOVE 'T' TO STT-CODE.
               MOVE WS-SS-STORE(WS-SS-DONOR) TO STT-FROM-STORE.
               MOVE WS-SS-STORE(WS-SS-SUB-2) TO STT-TO-STORE.
               MOVE WS-CURRENT-SKU TO STT-SKU.
               MOVE WS-MOVE-QTY TO STT-QTY.
               MOVE ZEROES TO STT-MAX-QTY.
               WRITE SUGGESTION-DETAILS.
               IF WS-SUG-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR "
                       "STORE-TRANSFER-SUGGEST.DAT - STATUS "
                       WS-SUG-STATUS
                   STOP RUN
               END-IF.
               ADD 1 TO WS-SUGGEST-COUNT.
               ADD WS-MOVE-QTY TO WS-SUGGEST-UNITS.

           0230-LOOKUP-STORE-NAME.
               MOVE '(LOJA DESCONHECIDA)' TO WS-LOOKUP-NAME.
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                       UNTIL WS-SR-SUB > WS-SR-COUNT
                   IF WS-SR-STORE(WS-SR-SUB) = WS-LOOKUP-STORE
                       MOVE WS-SR-NAME(WS-SR-SUB) TO WS-LOOKUP-NAME
                       MOVE WS-SR-COUNT TO WS-SR-SUB
                   END-IF
               END-PERFORM.

           0800-WRITE-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 'LINHAS LOJA X SKU LIDAS' TO WS-TOT-LABEL.
               MOVE WS-ROWS-READ TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE 'LOJAS ABAIXO DO MINIMO' TO WS-TOT-LABEL.
               MOVE WS-SHORT-ROWS TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE 'LOJAS ACIMA DO MAXIMO' TO WS-TOT-LABEL.
               MOVE WS-OVER-ROWS TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE 'TRANSFERENCIAS SUGERIDAS' TO WS-TOT-LABEL.
               MOVE WS-SUGGEST-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE 'UNIDADES A TRANSFERIR' TO WS-TOT-LABEL.
               MOVE WS-SUGGEST-UNITS TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE 'FALTAS SEM COBERTURA' TO WS-TOT-LABEL.
               MOVE WS-UNCOVERED-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE 'UNIDADES SEM COBERTURA' TO WS-TOT-LABEL.
               MOVE WS-UNCOVERED-UNITS TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.

          END PROGRAM STKREBAL.
