       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESBATCHEDIT.
      *Historico de alteracoes:
      *2026-10-15 Toda rejeição J vai com o lote original (o proprio
      *           lote, ou o citado no header marcado R) e entra na
      *           tabela de rejeições em aberto assim que e gravada,
      *           para o reenvio do mesmo lote na mesma execução ser
      *           reconhecido.
      *2026-10-15 Reenvio recusado devolve as linhas com o numero do
      *           lote original da loja, para o VSSTORERET casar a
      *           devolução com a rejeição em aberto.
      *2026-10-15 Devolução por loja: o header do lote passa a trazer
      *           a loja, a marca de reenvio R e o lote original.
      *           Lote recusado grava cada linha, com o motivo e o
      *           lote original, no registro STORE-REJECTS.DAT, de
      *           onde o VSSTORERET monta o arquivo de devolução de
      *           cada loja. Lote da loja cujo lote original tem
      *           rejeição em aberto e reconhecido como reenvio: nao
      *           cai na checagem de duplicata, entra no
      *           BATCH-REGISTER.DAT marcado R com o lote original e
      *           fecha a rejeição com uma correção C. Reenvio sem
      *           rejeição em aberto e recusado.
      *2026-10-15 Detalhe do lote em 51 posições: o GAMEREC passou a
      *           carregar a situação do titulo (GAME-STATUS).
      *2026-09-02 Registro persistente de lotes aceitos
      *           (BATCH-REGISTER.DAT: lote, loja/preparador, data
      *           de aceite, contagem, hash). Lote cujo numero ja
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

           SELECT STORE-REJECTS ASSIGN TO "STORE-REJECTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BATCH-INPUT.
               88 END-OF-BATCH-FILE VALUE HIGH-VALUES.
               05  BR-TYPE            PIC X.
               05  FILLER             PIC X.
               05  BR-BODY            PIC X(51).
               05  BR-HEADER-BODY REDEFINES BR-BODY.
                   10  BRH-BATCH-NO       PIC 9(4).
                   10  BRH-PREPARED-BY    PIC X(20).
                   10  FILLER             PIC X.
                   10  BRH-STORE          PIC 9(3).
                   10  FILLER             PIC X.
                   10  BRH-RESUBMIT-FLAG  PIC X.
                       88  BRH-IS-RESUBMISSION VALUE 'R'.
                   10  FILLER             PIC X.
                   10  BRH-ORIG-BATCH-NO  PIC 9(4).
                   10  FILLER             PIC X(16).
               05  BR-TRAILER-BODY REDEFINES BR-BODY.
                   10  BRT-EXPECTED-COUNT PIC 9(5).
                   10  BRT-HASH-TOTAL     PIC 9(9).
                   10  FILLER             PIC X(37).

           FD PROVEN-TXNS.
           01 PROVEN-LINE                 PIC X(53).

           FD BATCH-REGISTER.
           01 REGISTER-REC.
               05  BRG-COUNT          PIC 9(5).
               05  FILLER             PIC X.
               05  BRG-HASH           PIC 9(9).
               05  FILLER             PIC X.
               05  BRG-STORE          PIC 9(3).
               05  FILLER             PIC X.
               05  BRG-RESUBMIT-FLAG  PIC X.
               05  FILLER             PIC X.
               05  BRG-ORIG-BATCH-NO  PIC 9(4).

           FD STORE-REJECTS.
           01 STORE-REJECT-REC.
               88 END-OF-STORE-REJECTS VALUE HIGH-VALUES.
               COPY SREJREC.

           FD ERROR-REPORT.
           01 ERROR-LINE.
               05  WS-PROVEN-STATUS     PIC XX.
               05  WS-ERROR-STATUS      PIC XX.
               05  WS-REGISTER-STATUS   PIC XX.
               05  WS-REJECTS-STATUS    PIC XX.

      *    Registro de detalhe do lote desmontado nos campos do
      *    GAMEREC para conferir SKU e sequencia.
               05  WS-DETAIL-COUNT      PIC 9(5) VALUE ZEROES.
               05  WS-SKU-HASH          PIC 9(9) VALUE ZEROES.
               05  WS-LAST-SKU          PIC 9(4) VALUE ZEROES.
               05  WS-CURRENT-STORE     PIC 9(3) VALUE ZEROES.
               05  WS-ORIG-BATCH-NO     PIC 9(4) VALUE ZEROES.
               05  WS-RESUBMIT-SWITCH   PIC X VALUE 'N'.
                   88  BATCH-IS-RESUBMISSION VALUE 'Y'.
               05  WS-LINE-REASON       PIC X(50) VALUE SPACES.
               05  WS-BATCH-REFUSE-REASON PIC X(50) VALUE SPACES.
               05  WS-RETURN-LINE       PIC X(53) VALUE SPACES.

      *    Cada detalhe retido guarda o motivo proprio, se teve; a
      *    linha boa de um lote recusado volta para a loja com o
      *    motivo do lote.
           01  WS-BATCH-BUFFER.
               05  WS-BUFFER-ENTRY OCCURS 500 TIMES.
                   10  WS-BUFFERED-TXN      PIC X(53).
                   10  WS-BUFFERED-REASON   PIC X(50).
           01  WS-BUFFER-MAX            PIC 9(3) VALUE 500.
           01  WS-BUFFER-SUB            PIC 9(3) VALUE ZEROES.

               88  BATCH-IS-DUPLICATE   VALUE 'Y'.
           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.

      *    Lotes de loja com rejeição ainda em aberto no
      *    STORE-REJECTS.DAT (rejeições J sem correção C posterior).
           01  WS-OPEN-REJ-TABLE.
               05  WS-OR-ENTRY OCCURS 500 TIMES.
                   10  WS-OR-STORE          PIC 9(3).
                   10  WS-OR-BATCH-NO       PIC 9(4).
                   10  WS-OR-OPEN-COUNT     PIC 9(5).
           01  WS-OR-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-OR-MAX                PIC 9(3) VALUE 500.
           01  WS-OR-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-OR-HIT                PIC 9(3) VALUE ZEROES.

           01  WS-COUNTERS.
               05  WS-BATCH-ACCEPTED    PIC 9(5) VALUE ZEROES.
               05  WS-BATCH-REFUSED     PIC 9(5) VALUE ZEROES.
               05  WS-TXNS-WRITTEN      PIC 9(7) VALUE ZEROES.
               05  WS-LINES-RETURNED    PIC 9(7) VALUE ZEROES.
               05  WS-RESUBMITS-ACCEPTED PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0050-LOAD-BATCH-REGISTER.
               PERFORM 0060-LOAD-OPEN-REJECTIONS.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               OPEN INPUT BATCH-INPUT.
               IF WS-BATCH-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR SALES-BATCH-INPUT.DAT - "
               DISPLAY 'LOTES RECUSADOS: ' WS-BATCH-REFUSED.
               DISPLAY 'TRANSACOES PROVADAS GRAVADAS: '
                   WS-TXNS-WRITTEN.
               DISPLAY 'LINHAS DEVOLVIDAS AS LOJAS..: '
                   WS-LINES-RETURNED.
               DISPLAY 'REENVIOS ACEITOS............: '
                   WS-RESUBMITS-ACCEPTED.
               PERFORM 0995-LOG-RUN-END.
               GOBACK.

                   CLOSE BATCH-REGISTER
               END-IF.

      *    Sem registro de rejeições ainda (primeira execução) a
      *    tabela fica vazia e nenhum lote e reenvio.
           0060-LOAD-OPEN-REJECTIONS.
               OPEN INPUT STORE-REJECTS.
               IF WS-REJECTS-STATUS NOT = "00"
                   CONTINUE
               ELSE
                   READ STORE-REJECTS
                    AT END SET END-OF-STORE-REJECTS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-STORE-REJECTS
                       IF SRJ-FROM-BATCH
                           PERFORM 0065-TALLY-REJECT-RECORD
                       END-IF
                       READ STORE-REJECTS
                        AT END SET END-OF-STORE-REJECTS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE STORE-REJECTS
               END-IF.

           0065-TALLY-REJECT-RECORD.
               MOVE SRJ-STORE TO WS-CURRENT-STORE.
               MOVE SRJ-BATCH-NO TO WS-ORIG-BATCH-NO.
               PERFORM 0070-FIND-OPEN-REJECTION.
               IF SRJ-IS-REJECTION
                   PERFORM 0068-COUNT-OPEN-REJECTION
               END-IF.
               IF SRJ-IS-CORRECTION AND WS-OR-HIT > ZEROES
                   MOVE ZEROES TO WS-OR-OPEN-COUNT(WS-OR-HIT)
               END-IF.
               MOVE ZEROES TO WS-CURRENT-STORE WS-ORIG-BATCH-NO.

      *    Conta a rejeição J do registro corrente no lote da loja
      *    achado pelo 0070 (WS-OR-HIT), abrindo a entrada se falta.
           0068-COUNT-OPEN-REJECTION.
               IF WS-OR-HIT = ZEROES
                   IF WS-OR-COUNT NOT < WS-OR-MAX
                       DISPLAY "STORE-REJECTS.DAT EXCEDE "
                           WS-OR-MAX " LOTES - EXECUÇÃO "
                           "INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OR-COUNT
                   MOVE WS-OR-COUNT TO WS-OR-HIT
                   MOVE SRJ-STORE TO WS-OR-STORE(WS-OR-HIT)
                   MOVE SRJ-BATCH-NO TO WS-OR-BATCH-NO(WS-OR-HIT)
                   MOVE ZEROES TO WS-OR-OPEN-COUNT(WS-OR-HIT)
               END-IF.
               ADD 1 TO WS-OR-OPEN-COUNT(WS-OR-HIT).

           0070-FIND-OPEN-REJECTION.
               MOVE ZEROES TO WS-OR-HIT.
               PERFORM VARYING WS-OR-SUB FROM 1 BY 1
                       UNTIL WS-OR-SUB > WS-OR-COUNT
                   IF WS-OR-STORE(WS-OR-SUB) = WS-CURRENT-STORE
                       AND WS-OR-BATCH-NO(WS-OR-SUB) =
                           WS-ORIG-BATCH-NO
                       MOVE WS-OR-SUB TO WS-OR-HIT
                       MOVE WS-OR-COUNT TO WS-OR-SUB
                   END-IF
               END-PERFORM.

           0200-PROCESS-BATCH-RECORD.
               EVALUATE BR-TYPE
                   WHEN 'H'
               MOVE ZEROES TO WS-DETAIL-COUNT.
               MOVE ZEROES TO WS-SKU-HASH.
               MOVE ZEROES TO WS-LAST-SKU.
               MOVE SPACES TO WS-BATCH-REFUSE-REASON.
               MOVE SPACES TO WS-LINE-REASON.
               MOVE 'N' TO WS-DUP-BATCH-SWITCH.
               PERFORM 0220-CHECK-RESUBMISSION.
               IF NOT BATCH-IS-RESUBMISSION
                   PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                           UNTIL WS-REG-SUB > WS-REG-COUNT
                       IF WS-RG-BATCH-NO(WS-REG-SUB) = BRH-BATCH-NO
                           SET BATCH-IS-DUPLICATE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF.
               IF BATCH-IS-DUPLICATE
                   MOVE 'N' TO WS-BATCH-OK-SWITCH
                   MOVE "LOTE JA REGISTRADO - RETRANSMISSAO DUPLICADA"
                   PERFORM 0510-WRITE-ERROR-LINE
               END-IF.

      *    Reenvio e o lote da loja cujo lote original (o informado
      *    no header marcado R, ou o proprio numero) ainda tem
      *    rejeição em aberto. Header antigo sem loja vale loja zero.
           0220-CHECK-RESUBMISSION.
               MOVE 'N' TO WS-RESUBMIT-SWITCH.
               IF BRH-STORE IS NUMERIC
                   MOVE BRH-STORE TO WS-CURRENT-STORE
               ELSE
                   MOVE ZEROES TO WS-CURRENT-STORE
               END-IF.
               IF BRH-IS-RESUBMISSION AND BRH-ORIG-BATCH-NO IS NUMERIC
                   AND BRH-ORIG-BATCH-NO > ZEROES
                   MOVE BRH-ORIG-BATCH-NO TO WS-ORIG-BATCH-NO
               ELSE
                   MOVE BRH-BATCH-NO TO WS-ORIG-BATCH-NO
               END-IF.
               PERFORM 0070-FIND-OPEN-REJECTION.
               IF WS-OR-HIT > ZEROES
                   IF WS-OR-OPEN-COUNT(WS-OR-HIT) > ZEROES
                       SET BATCH-IS-RESUBMISSION TO TRUE
                   END-IF
               END-IF.
               IF BRH-IS-RESUBMISSION AND NOT BATCH-IS-RESUBMISSION
                   MOVE 'N' TO WS-BATCH-OK-SWITCH
                   MOVE "REENVIO SEM REJEICAO EM ABERTO PARA O LOTE"
                       TO BATCH-ERROR-REASON
                   PERFORM 0510-WRITE-ERROR-LINE
               END-IF.

           0300-BUFFER-DETAIL.
               IF NOT INSIDE-A-BATCH
                   MOVE ZEROES TO WS-CURRENT-BATCH-NO
                           MOVE 'N' TO WS-BATCH-OK-SWITCH
                           MOVE "CODIGO DE TRANSACAO INVALIDO NO LOTE"
                               TO BATCH-ERROR-REASON
                           MOVE BATCH-ERROR-REASON TO WS-LINE-REASON
                           PERFORM 0510-WRITE-ERROR-LINE
                       WHEN SKU OF WS-DETAIL-GAME NOT > WS-LAST-SKU
                           MOVE 'N' TO WS-BATCH-OK-SWITCH
                           MOVE "SKU FORA DE ORDEM ASCENDENTE NO LOTE"
                               TO BATCH-ERROR-REASON
                           MOVE BATCH-ERROR-REASON TO WS-LINE-REASON
                           PERFORM 0510-WRITE-ERROR-LINE
                       WHEN OTHER
                           CONTINUE
                   ELSE
                       MOVE BATCH-REC TO
                           WS-BUFFERED-TXN(WS-DETAIL-COUNT)
                       MOVE WS-LINE-REASON TO
                           WS-BUFFERED-REASON(WS-DETAIL-COUNT)
                   END-IF
                   MOVE SPACES TO WS-LINE-REASON
               END-IF.

      *    No trailer o lote fecha: contagem e hash conferidos contra
                       PERFORM 0410-RELEASE-BATCH
                   ELSE
                       ADD 1 TO WS-BATCH-REFUSED
                       PERFORM 0520-RETURN-REFUSED-LINES
                   END-IF
                   MOVE 'N' TO WS-IN-BATCH-SWITCH
               END-IF.
               END-PERFORM.
               ADD 1 TO WS-BATCH-ACCEPTED.
               PERFORM 0420-REGISTER-ACCEPTED-BATCH.
               IF BATCH-IS-RESUBMISSION
                   PERFORM 0430-CLOSE-REJECTION
               END-IF.

      *    Lote aceito entra no registro persistente na hora; se a
      *    loja retransmitir amanhã, o numero ja estara la.
               MOVE WS-BUSINESS-DATE TO BRG-DATE-ACCEPTED.
               MOVE WS-DETAIL-COUNT TO BRG-COUNT.
               MOVE WS-SKU-HASH TO BRG-HASH.
               MOVE WS-CURRENT-STORE TO BRG-STORE.
               IF BATCH-IS-RESUBMISSION
                   MOVE 'R' TO BRG-RESUBMIT-FLAG
                   MOVE WS-ORIG-BATCH-NO TO BRG-ORIG-BATCH-NO
               ELSE
                   MOVE ZEROES TO BRG-ORIG-BATCH-NO
               END-IF.
               WRITE REGISTER-REC.
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR BATCH-REGISTER.DAT - "
                       WS-RG-BATCH-NO(WS-REG-COUNT)
               END-IF.

      *    O reenvio aceito fecha as rejeições em aberto do lote
      *    original da loja.
           0430-CLOSE-REJECTION.
               PERFORM 0540-OPEN-STORE-REJECTS.
               MOVE SPACES TO STORE-REJECT-REC.
               MOVE 'C' TO SRJ-TYPE.
               MOVE WS-CURRENT-STORE TO SRJ-STORE.
               MOVE 'B' TO SRJ-SOURCE.
               MOVE WS-ORIG-BATCH-NO TO SRJ-BATCH-NO.
               MOVE ZEROES TO SRJ-ITEM-KEY.
               MOVE WS-BUSINESS-DATE TO SRJ-DATE.
               STRING "REENVIO ACEITO NO LOTE " DELIMITED BY SIZE
                   WS-CURRENT-BATCH-NO DELIMITED BY SIZE
                   INTO SRJ-REASON
               END-STRING.
               PERFORM 0550-WRITE-STORE-REJECT.
               CLOSE STORE-REJECTS.
               MOVE ZEROES TO WS-OR-OPEN-COUNT(WS-OR-HIT).
               ADD 1 TO WS-RESUBMITS-ACCEPTED.

           0500-REFUSE-BATCH.
               ADD 1 TO WS-BATCH-REFUSED.
               PERFORM 0510-WRITE-ERROR-LINE.
               PERFORM 0520-RETURN-REFUSED-LINES.
               MOVE 'N' TO WS-IN-BATCH-SWITCH.

           0510-WRITE-ERROR-LINE.
               MOVE SPACES TO ERROR-LINE.
               MOVE WS-CURRENT-BATCH-NO TO ERR-BATCH-NO.
               MOVE BATCH-ERROR-REASON TO ERR-REASON.
               IF INSIDE-A-BATCH AND WS-LINE-REASON = SPACES
                   AND WS-BATCH-REFUSE-REASON = SPACES
                   MOVE BATCH-ERROR-REASON TO WS-BATCH-REFUSE-REASON
               END-IF.
               WRITE ERROR-LINE.
               IF WS-ERROR-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR BATCH-EDIT-ERRORS.DAT - "
                   STOP RUN
               END-IF.

      *    Cada linha do lote recusado volta para a loja pelo
      *    STORE-REJECTS.DAT com o lote original e o motivo - o
      *    proprio da linha ou, se a linha estava certa, o do lote.
      *    Retransmissão duplicada nao volta: o lote ja entrou.
           0520-RETURN-REFUSED-LINES.
               IF NOT BATCH-IS-DUPLICATE
                   PERFORM 0540-OPEN-STORE-REJECTS
                   IF WS-DETAIL-COUNT > WS-BUFFER-MAX
                       MOVE WS-BUFFER-MAX TO WS-DETAIL-COUNT
                   END-IF
                   IF WS-BATCH-REFUSE-REASON = SPACES
                       MOVE
                           "LINHA CERTA - LOTE RECUSADO POR OUTRA LINHA"
                           TO WS-BATCH-REFUSE-REASON
                   END-IF
                   PERFORM VARYING WS-BUFFER-SUB FROM 1 BY 1
                           UNTIL WS-BUFFER-SUB > WS-DETAIL-COUNT
                       PERFORM 0530-RETURN-ONE-LINE
                   END-PERFORM
                   IF WS-DETAIL-COUNT = ZEROES
                       MOVE SPACES TO WS-DETAIL-GAME
                       MOVE SPACES TO WS-RETURN-LINE
                       PERFORM 0535-WRITE-REJECTION
                   END-IF
                   CLOSE STORE-REJECTS
               END-IF.

           0530-RETURN-ONE-LINE.
               MOVE WS-BUFFERED-TXN(WS-BUFFER-SUB) TO WS-RETURN-LINE.
               MOVE WS-RETURN-LINE(3:51) TO WS-DETAIL-GAME.
               IF WS-BUFFERED-REASON(WS-BUFFER-SUB) NOT = SPACES
                   MOVE WS-BUFFERED-REASON(WS-BUFFER-SUB)
                       TO WS-LINE-REASON
               END-IF.
               PERFORM 0535-WRITE-REJECTION.
               MOVE SPACES TO WS-LINE-REASON.

           0535-WRITE-REJECTION.
               MOVE SPACES TO STORE-REJECT-REC.
               MOVE 'J' TO SRJ-TYPE.
               MOVE WS-CURRENT-STORE TO SRJ-STORE.
               MOVE 'B' TO SRJ-SOURCE.
               MOVE WS-ORIG-BATCH-NO TO SRJ-BATCH-NO.
               IF SKU OF WS-DETAIL-GAME IS NUMERIC
                   MOVE SKU OF WS-DETAIL-GAME TO SRJ-ITEM-SKU
               ELSE
                   MOVE ZEROES TO SRJ-ITEM-SKU
               END-IF.
               MOVE ZEROES TO SRJ-ITEM-MONTH.
               MOVE WS-BUSINESS-DATE TO SRJ-DATE.
               IF WS-LINE-REASON NOT = SPACES
                   MOVE WS-LINE-REASON TO SRJ-REASON
               ELSE
                   MOVE WS-BATCH-REFUSE-REASON TO SRJ-REASON
               END-IF.
               MOVE WS-RETURN-LINE TO SRJ-LINE.
               PERFORM 0550-WRITE-STORE-REJECT.
               ADD 1 TO WS-LINES-RETURNED.
               PERFORM 0070-FIND-OPEN-REJECTION.
               PERFORM 0068-COUNT-OPEN-REJECTION.

           0540-OPEN-STORE-REJECTS.
               OPEN EXTEND STORE-REJECTS.
               IF WS-REJECTS-STATUS = "35"
                   OPEN OUTPUT STORE-REJECTS
               END-IF.
               IF WS-REJECTS-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR STORE-REJECTS.DAT - "
                       "STATUS " WS-REJECTS-STATUS
                   STOP RUN
               END-IF.

           0550-WRITE-STORE-REJECT.
               WRITE STORE-REJECT-REC.
               IF WS-REJECTS-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR STORE-REJECTS.DAT - "
                       "STATUS " WS-REJECTS-STATUS
                   STOP RUN
               END-IF.

          END PROGRAM SALESBATCHEDIT.
