       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSSTORERET.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: devolução das rejeições por loja.
      *           Le o registro STORE-REJECTS.DAT gravado pelo
      *           SALESBATCHEDIT e pelo VSSTORE e grava, para cada
      *           loja de STORES.DAT (e para loja rejeitada fora da
      *           referencia), o arquivo STORE-RETURN-nnn.DAT com as
      *           linhas ainda em aberto - fonte, lote original, SKU,
      *           mes, data da rejeição, dias em aberto, motivo e a
      *           imagem da linha para a loja corrigir e reenviar.
      *           Grava tambem STORE-RESUBMIT-TRACKER.DAT: por loja,
      *           rejeitadas, corrigidas, em aberto e vencidas (em
      *           aberto ha mais de REJECT-OPEN-DAYS dias, padrão 7),
      *           com a lista das vencidas. Acaba com a manhã no
      *           telefone lendo erros para cada loja.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-REFERENCE ASSIGN TO "STORES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REF-STATUS.

           SELECT STORE-REJECTS ASSIGN TO "STORE-REJECTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECTS-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RETURN-STATUS.

           SELECT TRACKER-REPORT ASSIGN TO
                "STORE-RESUBMIT-TRACKER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRACKER-STATUS.

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

           FD STORE-REJECTS.
           01 STORE-REJECT-REC.
               88 END-OF-STORE-REJECTS VALUE HIGH-VALUES.
               COPY SREJREC.

           FD RETURN-FILE.
           01 RETURN-LINE             PIC X(150).

           FD TRACKER-REPORT.
           01 REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-REF-STATUS        PIC XX.
               05  WS-REJECTS-STATUS    PIC XX.
               05  WS-RETURN-STATUS     PIC XX.
               05  WS-TRACKER-STATUS    PIC XX.

           01  WS-RETURN-FILE-NAME      PIC X(40) VALUE SPACES.

      *    Lojas a receber devolução: as da referencia e as que so
      *    aparecem no registro de rejeições.
           01  WS-STORE-TABLE.
               05  WS-ST-ENTRY OCCURS 200 TIMES.
                   10  WS-ST-STORE          PIC 9(3).
                   10  WS-ST-NAME           PIC X(20).
                   10  WS-ST-REJECTED       PIC 9(5).
                   10  WS-ST-CORRECTED      PIC 9(5).
                   10  WS-ST-OPEN           PIC 9(5).
                   10  WS-ST-OVERDUE        PIC 9(5).
           01  WS-ST-COUNT              PIC 9(3) VALUE ZEROES.
           01  WS-ST-MAX                PIC 9(3) VALUE 200.
           01  WS-ST-SUB                PIC 9(3) VALUE ZEROES.
           01  WS-ST-HIT                PIC 9(3) VALUE ZEROES.
           01  WS-FIND-STORE            PIC 9(3) VALUE ZEROES.

      *    Uma entrada por rejeição J; a correção C posterior fecha
      *    as entradas da mesma chave.
           01  WS-REJECT-TABLE.
               05  WS-RJ-ENTRY OCCURS 3000 TIMES.
                   10  WS-RJ-STORE          PIC 9(3).
                   10  WS-RJ-SOURCE         PIC X.
                   10  WS-RJ-BATCH-NO       PIC 9(4).
                   10  WS-RJ-SKU            PIC 9(4).
                   10  WS-RJ-MONTH          PIC 9(2).
                   10  WS-RJ-DATE           PIC 9(8).
                   10  WS-RJ-REASON         PIC X(50).
                   10  WS-RJ-LINE           PIC X(53).
                   10  WS-RJ-OPEN-SWITCH    PIC X.
                       88  WS-RJ-IS-OPEN    VALUE 'Y'.
                   10  WS-RJ-DAYS-OPEN      PIC 9(5).
           01  WS-RJ-COUNT              PIC 9(4) VALUE ZEROES.
           01  WS-RJ-MAX                PIC 9(4) VALUE 3000.
           01  WS-RJ-SUB                PIC 9(4) VALUE ZEROES.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.
           01  WS-OPEN-DAYS-LIMIT       PIC 9(3) VALUE 7.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-STORE-OPEN-COUNT      PIC 9(5) VALUE ZEROES.

           01  WS-COUNTERS.
               05  WS-REGISTER-READ     PIC 9(7) VALUE ZEROES.
               05  WS-RETURN-FILES      PIC 9(5) VALUE ZEROES.
               05  WS-RETURN-LINES      PIC 9(7) VALUE ZEROES.
               05  WS-TOTAL-REJECTED    PIC 9(7) VALUE ZEROES.
               05  WS-TOTAL-CORRECTED   PIC 9(7) VALUE ZEROES.
               05  WS-TOTAL-OPEN        PIC 9(7) VALUE ZEROES.
               05  WS-TOTAL-OVERDUE     PIC 9(7) VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'VSSTORERET'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

      *    Arquivo de devolução da loja.
           01  WS-RETURN-TITLE.
               05  FILLER     PIC X(30)
                    VALUE 'DEVOLUCAO DE REJEICOES - LOJA '.
               05  WS-RT-STORE          PIC 9(3).
               05  FILLER     PIC X(1)  VALUE SPACES.
               05  WS-RT-NAME           PIC X(20).
               05  FILLER     PIC X(13) VALUE '  DATA UTIL: '.
               05  WS-RT-BUS-DATE       PIC 9(8).

           01  WS-RETURN-HEADING.
               05  FILLER     PIC X(6)  VALUE 'FONTE'.
               05  FILLER     PIC X(6)  VALUE 'LOTE'.
               05  FILLER     PIC X(6)  VALUE 'SKU'.
               05  FILLER     PIC X(4)  VALUE 'MES'.
               05  FILLER     PIC X(10) VALUE 'REJEITADA'.
               05  FILLER     PIC X(6)  VALUE ' DIAS'.
               05  FILLER     PIC X(51) VALUE 'MOTIVO'.
               05  FILLER     PIC X(20) VALUE 'LINHA ORIGINAL'.

           01  WS-RETURN-DETAIL.
               05  WS-RD-SOURCE         PIC X(4).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-RD-BATCH-NO       PIC 9(4).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-RD-SKU            PIC 9(4).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-RD-MONTH          PIC X(2).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-RD-DATE           PIC 9(8).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-RD-DAYS           PIC ZZZ9.
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-RD-REASON         PIC X(50).
               05  FILLER               PIC X(1)  VALUE SPACES.
               05  WS-RD-LINE           PIC X(53).

      *    Acompanhamento dos reenvios.
           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(16) VALUE SPACES.
               05  FILLER     PIC X(40)
                    VALUE 'ACOMPANHAMENTO DE REENVIOS DAS LOJAS'.

           01  WS-LIMIT-LINE.
               05  FILLER     PIC X(28) VALUE
                   'VENCIDA = EM ABERTO HA MAIS '.
               05  FILLER     PIC X(3)  VALUE 'DE '.
               05  WS-LL-DAYS           PIC ZZ9.
               05  FILLER     PIC X(20) VALUE ' DIAS   DATA UTIL: '.
               05  WS-LL-BUS-DATE       PIC 9(8).

           01  WS-HEADING-LINE.
               05  FILLER     PIC X(5)  VALUE 'LOJA'.
               05  FILLER     PIC X(21) VALUE 'NOME'.
               05  FILLER     PIC X(11) VALUE ' REJEITADAS'.
               05  FILLER     PIC X(11) VALUE ' CORRIGIDAS'.
               05  FILLER     PIC X(11) VALUE '  EM ABERTO'.
               05  FILLER     PIC X(10) VALUE '  VENCIDAS'.

           01  WS-DETAIL-LINE.
               05  WS-DET-STORE       PIC 9(3).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  WS-DET-NAME        PIC X(20).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-REJECTED    PIC ZZ,ZZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-CORRECTED   PIC ZZ,ZZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-OPEN        PIC ZZ,ZZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  WS-DET-OVERDUE     PIC ZZ,ZZZ,ZZ9.

           01  WS-OVERDUE-TITLE.
               05  FILLER     PIC X(40) VALUE
                   'REJEICOES VENCIDAS SEM REENVIO'.

           01  WS-OVERDUE-HEADING.
               05  FILLER     PIC X(5)  VALUE 'LOJA'.
               05  FILLER     PIC X(6)  VALUE 'FONTE'.
               05  FILLER     PIC X(6)  VALUE 'LOTE'.
               05  FILLER     PIC X(6)  VALUE 'SKU'.
               05  FILLER     PIC X(4)  VALUE 'MES'.
               05  FILLER     PIC X(10) VALUE 'REJEITADA'.
               05  FILLER     PIC X(6)  VALUE ' DIAS'.
               05  FILLER     PIC X(50) VALUE 'MOTIVO'.

           01  WS-OVERDUE-LINE.
               05  WS-OV-STORE          PIC 9(3).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-SOURCE         PIC X(4).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-BATCH-NO       PIC 9(4).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-SKU            PIC 9(4).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-MONTH          PIC X(2).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-DATE           PIC 9(8).
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-DAYS           PIC ZZZ9.
               05  FILLER               PIC X(2)  VALUE SPACES.
               05  WS-OV-REASON         PIC X(50).

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0008-READ-RUN-PARAMETERS.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               PERFORM 0110-LOAD-STORE-REFERENCE.
               PERFORM 0120-LOAD-STORE-REJECTS.
               PERFORM 0150-AGE-OPEN-REJECTIONS.

               PERFORM 0200-WRITE-RETURN-FILE
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT.
               PERFORM 0300-WRITE-TRACKER-REPORT.

               DISPLAY 'ARQUIVOS DE DEVOLUCAO GRAVADOS: '
                   WS-RETURN-FILES.
               DISPLAY 'LINHAS DEVOLVIDAS EM ABERTO..: '
                   WS-RETURN-LINES.
               DISPLAY 'REJEICOES VENCIDAS...........: '
                   WS-TOTAL-OVERDUE.
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
               MOVE WS-REGISTER-READ TO WS-RL-READ.
               MOVE WS-RETURN-LINES TO WS-RL-WRITTEN.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0008-READ-RUN-PARAMETERS.
               MOVE "REJECT-OPEN-DAYS" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
                   COMPUTE WS-OPEN-DAYS-LIMIT =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               DISPLAY "PARAMETRO REJECT-OPEN-DAYS: "
                   WS-OPEN-DAYS-LIMIT.

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
                   IF WS-ST-COUNT < WS-ST-MAX
                       ADD 1 TO WS-ST-COUNT
                       MOVE SREF-STORE TO WS-ST-STORE(WS-ST-COUNT)
                       MOVE SREF-NAME TO WS-ST-NAME(WS-ST-COUNT)
                       MOVE ZEROES TO WS-ST-REJECTED(WS-ST-COUNT)
                           WS-ST-CORRECTED(WS-ST-COUNT)
                           WS-ST-OPEN(WS-ST-COUNT)
                           WS-ST-OVERDUE(WS-ST-COUNT)
                   END-IF
                   READ STORE-REFERENCE
                    AT END SET END-OF-STORE-REF TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE STORE-REFERENCE.

      *    Sem registro de rejeições ainda nenhuma loja tem o que
      *    corrigir; os arquivos de devolução saem so com o aviso.
           0120-LOAD-STORE-REJECTS.
               OPEN INPUT STORE-REJECTS.
               IF WS-REJECTS-STATUS NOT = "00"
                   DISPLAY "STORE-REJECTS.DAT INDISPONIVEL (STATUS "
                       WS-REJECTS-STATUS ") - NENHUMA REJEICAO"
               ELSE
                   READ STORE-REJECTS
                    AT END SET END-OF-STORE-REJECTS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-STORE-REJECTS
                       ADD 1 TO WS-REGISTER-READ
                       MOVE SRJ-STORE TO WS-FIND-STORE
                       PERFORM 0130-FIND-STORE
                       EVALUATE TRUE
                           WHEN SRJ-IS-REJECTION
                               PERFORM 0135-ADD-REJECTION
                           WHEN SRJ-IS-CORRECTION
                               PERFORM 0140-APPLY-CORRECTION
                       END-EVALUATE
                       READ STORE-REJECTS
                        AT END SET END-OF-STORE-REJECTS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE STORE-REJECTS
               END-IF.

      *    Loja rejeitada que nao consta da referencia ganha linha
      *    propria para nao sumir da devolução.
           0130-FIND-STORE.
               MOVE ZEROES TO WS-ST-HIT.
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                       UNTIL WS-ST-SUB > WS-ST-COUNT
                   IF WS-ST-STORE(WS-ST-SUB) = WS-FIND-STORE
                       MOVE WS-ST-SUB TO WS-ST-HIT
                       MOVE WS-ST-COUNT TO WS-ST-SUB
                   END-IF
               END-PERFORM.
               IF WS-ST-HIT = ZEROES
                   IF WS-ST-COUNT NOT < WS-ST-MAX
                       DISPLAY "TABELA DE LOJAS EXCEDE " WS-ST-MAX
                           " - EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-HIT
                   MOVE WS-FIND-STORE TO WS-ST-STORE(WS-ST-HIT)
                   MOVE "FORA DA REFERENCIA" TO WS-ST-NAME(WS-ST-HIT)
                   MOVE ZEROES TO WS-ST-REJECTED(WS-ST-HIT)
                       WS-ST-CORRECTED(WS-ST-HIT)
                       WS-ST-OPEN(WS-ST-HIT)
                       WS-ST-OVERDUE(WS-ST-HIT)
               END-IF.

           0135-ADD-REJECTION.
               IF WS-RJ-COUNT NOT < WS-RJ-MAX
                   DISPLAY "STORE-REJECTS.DAT EXCEDE " WS-RJ-MAX
                       " REJEICOES - EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-RJ-COUNT.
               MOVE SRJ-STORE TO WS-RJ-STORE(WS-RJ-COUNT).
               MOVE SRJ-SOURCE TO WS-RJ-SOURCE(WS-RJ-COUNT).
               MOVE SRJ-BATCH-NO TO WS-RJ-BATCH-NO(WS-RJ-COUNT).
               MOVE SRJ-ITEM-SKU TO WS-RJ-SKU(WS-RJ-COUNT).
               MOVE SRJ-ITEM-MONTH TO WS-RJ-MONTH(WS-RJ-COUNT).
               MOVE SRJ-DATE TO WS-RJ-DATE(WS-RJ-COUNT).
               MOVE SRJ-REASON TO WS-RJ-REASON(WS-RJ-COUNT).
               MOVE SRJ-LINE TO WS-RJ-LINE(WS-RJ-COUNT).
               MOVE 'Y' TO WS-RJ-OPEN-SWITCH(WS-RJ-COUNT).
               MOVE ZEROES TO WS-RJ-DAYS-OPEN(WS-RJ-COUNT).
               ADD 1 TO WS-ST-REJECTED(WS-ST-HIT).

      *    No lote (fonte B) a correção fecha o lote inteiro; no
      *    feed mensal (fonte M) so a linha do mesmo SKU e mes.
           0140-APPLY-CORRECTION.
               PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
                       UNTIL WS-RJ-SUB > WS-RJ-COUNT
                   IF WS-RJ-IS-OPEN(WS-RJ-SUB)
                       AND WS-RJ-STORE(WS-RJ-SUB) = SRJ-STORE
                       AND WS-RJ-SOURCE(WS-RJ-SUB) = SRJ-SOURCE
                       AND WS-RJ-BATCH-NO(WS-RJ-SUB) = SRJ-BATCH-NO
                       IF SRJ-FROM-BATCH
                           OR (WS-RJ-SKU(WS-RJ-SUB) = SRJ-ITEM-SKU
                           AND WS-RJ-MONTH(WS-RJ-SUB) =
                               SRJ-ITEM-MONTH)
                           MOVE 'N' TO WS-RJ-OPEN-SWITCH(WS-RJ-SUB)
                           ADD 1 TO WS-ST-CORRECTED(WS-ST-HIT)
                       END-IF
                   END-IF
               END-PERFORM.

      *    Idade de cada rejeição em aberto em dias corridos ate a
      *    data util.
           0150-AGE-OPEN-REJECTIONS.
               PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
                       UNTIL WS-RJ-SUB > WS-RJ-COUNT
                   IF WS-RJ-IS-OPEN(WS-RJ-SUB)
                       MOVE WS-RJ-STORE(WS-RJ-SUB) TO WS-FIND-STORE
                       PERFORM 0130-FIND-STORE
                       IF WS-RJ-DATE(WS-RJ-SUB) > ZEROES
                           AND WS-RJ-DATE(WS-RJ-SUB) < WS-BUSINESS-DATE
                           COMPUTE WS-RJ-DAYS-OPEN(WS-RJ-SUB) =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-BUSINESS-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-RJ-DATE(WS-RJ-SUB))
                       END-IF
                       ADD 1 TO WS-ST-OPEN(WS-ST-HIT)
                       ADD 1 TO WS-TOTAL-OPEN
                       IF WS-RJ-DAYS-OPEN(WS-RJ-SUB) >
                               WS-OPEN-DAYS-LIMIT
                           ADD 1 TO WS-ST-OVERDUE(WS-ST-HIT)
                           ADD 1 TO WS-TOTAL-OVERDUE
                       END-IF
                   END-IF
               END-PERFORM.

      *    Cada loja recebe o arquivo regravado a cada rodada, so com
      *    o que ainda esta em aberto; o que ja voltou corrigido sai.
           0200-WRITE-RETURN-FILE.
               MOVE SPACES TO WS-RETURN-FILE-NAME.
               STRING "STORE-RETURN-" DELIMITED BY SIZE
                   WS-ST-STORE(WS-ST-SUB) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-RETURN-FILE-NAME
               END-STRING.
               OPEN OUTPUT RETURN-FILE.
               IF WS-RETURN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR " WS-RETURN-FILE-NAME
                       " - STATUS " WS-RETURN-STATUS
                   STOP RUN
               END-IF.
               MOVE WS-ST-STORE(WS-ST-SUB) TO WS-RT-STORE.
               MOVE WS-ST-NAME(WS-ST-SUB) TO WS-RT-NAME.
               MOVE WS-BUSINESS-DATE TO WS-RT-BUS-DATE.
               WRITE RETURN-LINE FROM WS-RETURN-TITLE.
               WRITE RETURN-LINE FROM WS-RETURN-HEADING.
               MOVE ZEROES TO WS-STORE-OPEN-COUNT.
               PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
                       UNTIL WS-RJ-SUB > WS-RJ-COUNT
                   IF WS-RJ-IS-OPEN(WS-RJ-SUB)
                       AND WS-RJ-STORE(WS-RJ-SUB) =
                           WS-ST-STORE(WS-ST-SUB)
                       PERFORM 0210-WRITE-RETURN-DETAIL
                   END-IF
               END-PERFORM.
               IF WS-STORE-OPEN-COUNT = ZEROES
                   MOVE "NENHUMA REJEICAO EM ABERTO" TO RETURN-LINE
                   WRITE RETURN-LINE
               END-IF.
               CLOSE RETURN-FILE.
               ADD 1 TO WS-RETURN-FILES.

           0210-WRITE-RETURN-DETAIL.
               MOVE SPACES TO WS-RETURN-DETAIL.
               IF WS-RJ-SOURCE(WS-RJ-SUB) = 'B'
                   MOVE "LOTE" TO WS-RD-SOURCE
                   MOVE SPACES TO WS-RD-MONTH
               ELSE
                   MOVE "FEED" TO WS-RD-SOURCE
                   MOVE WS-RJ-MONTH(WS-RJ-SUB) TO WS-RD-MONTH
               END-IF.
               MOVE WS-RJ-BATCH-NO(WS-RJ-SUB) TO WS-RD-BATCH-NO.
               MOVE WS-RJ-SKU(WS-RJ-SUB) TO WS-RD-SKU.
               MOVE WS-RJ-DATE(WS-RJ-SUB) TO WS-RD-DATE.
               MOVE WS-RJ-DAYS-OPEN(WS-RJ-SUB) TO WS-RD-DAYS.
               MOVE WS-RJ-REASON(WS-RJ-SUB) TO WS-RD-REASON.
               MOVE WS-RJ-LINE(WS-RJ-SUB) TO WS-RD-LINE.
               WRITE RETURN-LINE FROM WS-RETURN-DETAIL.
               IF WS-RETURN-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR " WS-RETURN-FILE-NAME
                       " - STATUS " WS-RETURN-STATUS
                   STOP RUN
               END-IF.
               ADD 1 TO WS-STORE-OPEN-COUNT.
               ADD 1 TO WS-RETURN-LINES.

           0300-WRITE-TRACKER-REPORT.
               OPEN OUTPUT TRACKER-REPORT.
               IF WS-TRACKER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       "STORE-RESUBMIT-TRACKER.DAT - STATUS "
                       WS-TRACKER-STATUS
                   STOP RUN
               END-IF.
               WRITE REPORT-LINE FROM WS-REPORT-TITLE.
               MOVE WS-OPEN-DAYS-LIMIT TO WS-LL-DAYS.
               MOVE WS-BUSINESS-DATE TO WS-LL-BUS-DATE.
               WRITE REPORT-LINE FROM WS-LIMIT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-HEADING-LINE.
               PERFORM 0310-WRITE-STORE-LINE
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE "TOTAL" TO WS-DET-NAME.
               MOVE WS-TOTAL-REJECTED TO WS-DET-REJECTED.
               MOVE WS-TOTAL-CORRECTED TO WS-DET-CORRECTED.
               MOVE WS-TOTAL-OPEN TO WS-DET-OPEN.
               MOVE WS-TOTAL-OVERDUE TO WS-DET-OVERDUE.
               WRITE REPORT-LINE FROM WS-DETAIL-LINE.

               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM WS-OVERDUE-TITLE.
               WRITE REPORT-LINE FROM WS-OVERDUE-HEADING.
               PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
                       UNTIL WS-RJ-SUB > WS-RJ-COUNT
                   IF WS-RJ-IS-OPEN(WS-RJ-SUB)
                       AND WS-RJ-DAYS-OPEN(WS-RJ-SUB) >
                           WS-OPEN-DAYS-LIMIT
                       PERFORM 0320-WRITE-OVERDUE-LINE
                   END-IF
               END-PERFORM.
               IF WS-TOTAL-OVERDUE = ZEROES
                   MOVE "NENHUMA REJEICAO VENCIDA" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               CLOSE TRACKER-REPORT.

           0310-WRITE-STORE-LINE.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE WS-ST-STORE(WS-ST-SUB) TO WS-DET-STORE.
               MOVE WS-ST-NAME(WS-ST-SUB) TO WS-DET-NAME.
               MOVE WS-ST-REJECTED(WS-ST-SUB) TO WS-DET-REJECTED.
               MOVE WS-ST-CORRECTED(WS-ST-SUB) TO WS-DET-CORRECTED.
               MOVE WS-ST-OPEN(WS-ST-SUB) TO WS-DET-OPEN.
               MOVE WS-ST-OVERDUE(WS-ST-SUB) TO WS-DET-OVERDUE.
               WRITE REPORT-LINE FROM WS-DETAIL-LINE.
               ADD WS-ST-REJECTED(WS-ST-SUB) TO WS-TOTAL-REJECTED.
               ADD WS-ST-CORRECTED(WS-ST-SUB) TO WS-TOTAL-CORRECTED.

           0320-WRITE-OVERDUE-LINE.
               MOVE SPACES TO WS-OVERDUE-LINE.
               MOVE WS-RJ-STORE(WS-RJ-SUB) TO WS-OV-STORE.
               IF WS-RJ-SOURCE(WS-RJ-SUB) = 'B'
                   MOVE "LOTE" TO WS-OV-SOURCE
                   MOVE SPACES TO WS-OV-MONTH
               ELSE
                   MOVE "FEED" TO WS-OV-SOURCE
                   MOVE WS-RJ-MONTH(WS-RJ-SUB) TO WS-OV-MONTH
               END-IF.
               MOVE WS-RJ-BATCH-NO(WS-RJ-SUB) TO WS-OV-BATCH-NO.
               MOVE WS-RJ-SKU(WS-RJ-SUB) TO WS-OV-SKU.
               MOVE WS-RJ-DATE(WS-RJ-SUB) TO WS-OV-DATE.
               MOVE WS-RJ-DAYS-OPEN(WS-RJ-SUB) TO WS-OV-DAYS.
               MOVE WS-RJ-REASON(WS-RJ-SUB) TO WS-OV-REASON.
               WRITE REPORT-LINE FROM WS-OVERDUE-LINE.

          END PROGRAM VSSTORERET.
