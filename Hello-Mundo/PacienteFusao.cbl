       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PACIENTEFUSAO.
       AUTHOR.         Carlinhoshk.
      *Fusao controlada de pacientes duplicados, a partir dos grupos
      *do PACIENTEDUPLIC. Cada linha de PATIENT-MERGE.DAT traz:
      *  F sobrevivente aposentado - o ID aposentado some do
      *      cadastro PATIENT-MASTER.DAT, as medicoes dele em
      *      BMI-HISTORY.DAT e a rechamada em aberto em
      *      BMI-RECALL-PENDING.DAT passam para o sobrevivente
      *      (com o nome do sobrevivente), e a referencia cruzada
      *      PATIENT-XREF.DAT (PACXRF.cpy) ganha a linha aposentado
      *      -> sobrevivente que os movimentos seguintes consultam
      *      via PACXREF;
      *  D carimbo - desfaz a rodada de fusao daquele carimbo,
      *      devolvendo os quatro arquivos da geracao de backup
      *      tirada antes dela.
      *Antes de mexer em qualquer coisa a rodada de fusao copia os
      *quatro arquivos para geracoes <arquivo>.<carimbo> (as tres
      *que cabem no catalogo vao tambem para o BACKUP-CATALOG.DAT
      *via GENCATALOG, para o GENRESTORE). Toda fusao, rejeicao e
      *reversao fica em PATIENT-MERGE-LOG.DAT com o operador de
      *CURRENT-OPERATOR.DAT, e o diario PATIENT-CHANGE-JOURNAL.DAT
      *registra a fusao nos dois pacientes. A reversao so vale para
      *a ultima rodada em vigor e so enquanto os arquivos continuam
      *com as contagens que a fusao deixou; depois disso (ex.: o
      *IMCLOTE da noite ja gravou historico) a volta e pelo
      *GENRESTORE, arquivo a arquivo. O PATIENT-MASTER.IDX so e
      *recarregado no proximo PACIENTECARGA; ate la o ID aposentado
      *ja cai no desvio da referencia cruzada antes do indexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-REQUESTS ASSIGN TO "PATIENT-MERGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BMI-HISTORY ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RECALL-PENDING ASSIGN TO "BMI-RECALL-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT XREF-FILE ASSIGN TO "PATIENT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT MERGE-LOG ASSIGN TO "PATIENT-MERGE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CHANGE-JOURNAL
               ASSIGN TO "PATIENT-CHANGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPERATOR-STAMP ASSIGN TO "CURRENT-OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT COPY-SOURCE ASSIGN TO DYNAMIC WS-COPY-FROM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-SRC-STATUS.

           SELECT COPY-TARGET ASSIGN TO DYNAMIC WS-COPY-TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-TGT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *F: sobrevivente e aposentado; D: carimbo da rodada a desfazer.
      *Os IDs ficam alfanumericos para a critica pegar lixo digitado.
       FD  MERGE-REQUESTS.
       01  MERGE-REQUEST-REC.
           88 END-OF-REQUESTS      VALUE HIGH-VALUES.
           05 FUS-CODE             PIC X.
           05 FILLER               PIC X.
           05 FUS-BODY             PIC X(20).
           05 FUS-MERGE-BODY REDEFINES FUS-BODY.
               10 FUS-SURVIVOR-ID  PIC X(6).
               10 FILLER           PIC X.
               10 FUS-RETIRED-ID   PIC X(6).
               10 FILLER           PIC X(7).
           05 FUS-UNDO-BODY REDEFINES FUS-BODY.
               10 FUS-UNDO-TIMESTAMP PIC X(14).
               10 FILLER           PIC X(6).

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-LINE     PIC X(59).
           88 END-OF-MASTER        VALUE HIGH-VALUES.

       FD  BMI-HISTORY.
       01  HISTORY-LINE            PIC X(96).

       FD  RECALL-PENDING.
       01  PENDING-REC.
           88 END-OF-PENDING       VALUE HIGH-VALUES.
           COPY BMIRCP.

       FD  XREF-FILE.
       01  XREF-REC.
           88 END-OF-XREF          VALUE HIGH-VALUES.
           COPY PACXRF.

      *Uma linha por fusao, rejeicao ou reversao, e uma linha RODADA
      *por rodada de fusao com as contagens que ela deixou nos quatro
      *arquivos (e o que a reversao confere antes de restaurar).
       FD  MERGE-LOG.
       01  MERGE-LOG-REC.
           88 END-OF-MERGE-LOG     VALUE HIGH-VALUES.
           05 MLG-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 MLG-TIME             PIC 9(6).
           05 FILLER               PIC X.
           05 MLG-TIMESTAMP        PIC X(14).
           05 FILLER               PIC X.
           05 MLG-OPERATOR         PIC X(8).
           05 FILLER               PIC X.
           05 MLG-TXN-CODE         PIC X.
           05 FILLER               PIC X.
           05 MLG-ACTION           PIC X(9).
           05 FILLER               PIC X.
           05 MLG-SURVIVOR-ID      PIC X(6).
           05 FILLER               PIC X.
           05 MLG-RETIRED-ID       PIC X(6).
           05 FILLER               PIC X.
           05 MLG-HIST-LINES       PIC 9(5).
           05 FILLER               PIC X.
           05 MLG-PEND-LINES       PIC 9(3).
           05 FILLER               PIC X.
           05 MLG-TEXT             PIC X(40).
           05 MLG-COUNTS REDEFINES MLG-TEXT.
               10 MLG-MASTER-COUNT PIC 9(7).
               10 FILLER           PIC X.
               10 MLG-HIST-COUNT   PIC 9(7).
               10 FILLER           PIC X.
               10 MLG-PEND-COUNT   PIC 9(7).
               10 FILLER           PIC X.
               10 MLG-XREF-COUNT   PIC 9(7).
               10 FILLER           PIC X(9).
           05 MLG-UNDO REDEFINES MLG-TEXT.
               10 MLG-UNDO-LABEL   PIC X(26).
               10 MLG-UNDO-SNAPSHOT PIC X(14).

       FD  CHANGE-JOURNAL.
       01  JOURNAL-REC.
           COPY PACCHJ.

       FD  OPERATOR-STAMP.
       01  OPERATOR-STAMP-REC.
           05 STAMP-OPERATOR       PIC X(8).

       FD  COPY-SOURCE.
       01  COPY-SOURCE-LINE        PIC X(100).
           88 END-OF-COPY-SOURCE   VALUE HIGH-VALUES.

       FD  COPY-TARGET.
       01  COPY-TARGET-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS PIC XX VALUE SPACES.
       01 WS-XREF-STATUS PIC XX VALUE SPACES.
       01 WS-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-STAMP-STATUS PIC XX VALUE SPACES.
       01 WS-COPY-SRC-STATUS PIC XX VALUE SPACES.
       01 WS-COPY-TGT-STATUS PIC XX VALUE SPACES.

       01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZEROES.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TIMESTAMP-TEXT PIC X(14) VALUE SPACES.
       01 WS-UNDO-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-RUN-MODE PIC X VALUE 'F'.
           88 MERGE-RUN            VALUE 'F'.
           88 UNDO-RUN             VALUE 'D'.

      *Pedidos da rodada, na ordem do arquivo.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES.
               10 WS-RQ-CODE       PIC X.
               10 WS-RQ-SURVIVOR   PIC X(6).
               10 WS-RQ-SURV-NUM REDEFINES WS-RQ-SURVIVOR
                                   PIC 9(6).
               10 WS-RQ-RETIRED    PIC X(6).
               10 WS-RQ-RET-NUM REDEFINES WS-RQ-RETIRED
                                   PIC 9(6).
               10 WS-RQ-UNDO-TS    PIC X(14).
               10 WS-RQ-OUTCOME    PIC X.
               10 WS-RQ-REASON     PIC X(40).
               10 WS-RQ-XREF-SUB   PIC 9(4).
               10 WS-RQ-HIST-LINES PIC 9(5).
               10 WS-RQ-PEND-LINES PIC 9(3).
       01 WS-REQ-COUNT PIC 9(4) VALUE 0.
       01 WS-REQ-MAX PIC 9(4) VALUE 500.
       01 WS-REQ-SUB PIC 9(4) VALUE 0.
       01 WS-UNDO-REQ-SUB PIC 9(4) VALUE 0.

      *Cadastro inteiro em memoria; aposentado fica marcado 'F' e
      *nao volta para o arquivo.
       01  WS-PAC-TABLE.
           05 WS-PAC-ENTRY OCCURS 10000 TIMES.
               10 WS-PT-ID         PIC 9(6).
               10 WS-PT-IMAGE      PIC X(59).
               10 WS-PT-FLAG       PIC X.
       01 WS-PAC-COUNT PIC 9(5) VALUE 0.
       01 WS-PAC-MAX PIC 9(5) VALUE 10000.
       01 WS-PAC-SUB PIC 9(5) VALUE 0.
       01 WS-SURV-PAC-SUB PIC 9(5) VALUE 0.
       01 WS-RET-PAC-SUB PIC 9(5) VALUE 0.
       01 WS-FIND-ID PIC 9(6) VALUE 0.
       01 WS-FIND-SUB PIC 9(5) VALUE 0.

       01  WS-PATIENT-REC.
           COPY PACREC.

       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.
               10 WS-XT-IMAGE      PIC X(46).
               10 WS-XT-RETIRED    PIC 9(6).
               10 WS-XT-SURVIVOR   PIC 9(6).
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-MAX PIC 9(4) VALUE 5000.
       01 WS-XREF-SUB PIC 9(4) VALUE 0.
       01 WS-XREF-HIT PIC 9(4) VALUE 0.
       01 WS-FLATTENED-COUNT PIC 9(5) VALUE 0.

       01  WS-XREF-BUILD.
           COPY PACXRF.

       01  WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 5000 TIMES.
               10 WS-PE-ID         PIC 9(6).
               10 WS-PE-DATE       PIC 9(8).
               10 WS-PE-PRIORITY   PIC 9.
               10 WS-PE-LASTNAME   PIC X(20).
               10 WS-PE-FIRSTNAME  PIC X(20).
               10 WS-PE-STATUS     PIC X.
       01 WS-PEND-COUNT PIC 9(4) VALUE 0.
       01 WS-PEND-MAX PIC 9(4) VALUE 5000.
       01 WS-PEND-SUB PIC 9(4) VALUE 0.
       01 WS-SURV-PEND-SUB PIC 9(4) VALUE 0.

       01  WS-HIST-REC.
           COPY BMIHIST.

      *Rodadas de fusao achadas no log, para a reversao saber qual e
      *a ultima em vigor e que contagens ela deixou.
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 500 TIMES.
               10 WS-RN-TIMESTAMP  PIC X(14).
               10 WS-RN-MASTER     PIC 9(7).
               10 WS-RN-HIST       PIC 9(7).
               10 WS-RN-PEND       PIC 9(7).
               10 WS-RN-XREF       PIC 9(7).
               10 WS-RN-UNDONE     PIC X.
       01 WS-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-MAX PIC 9(3) VALUE 500.
       01 WS-RUN-SUB PIC 9(3) VALUE 0.
       01 WS-RUN-HIT PIC 9(3) VALUE 0.
       01 WS-LAST-LIVE-RUN PIC 9(3) VALUE 0.
       01  WS-LOGGED-MERGE-TABLE.
           05 WS-LOGGED-MERGE OCCURS 2000 TIMES.
               10 WS-LM-TIMESTAMP  PIC X(14).
               10 WS-LM-SURVIVOR   PIC 9(6).
               10 WS-LM-RETIRED    PIC 9(6).
       01 WS-LM-COUNT PIC 9(4) VALUE 0.
       01 WS-LM-MAX PIC 9(4) VALUE 2000.
       01 WS-LM-SUB PIC 9(4) VALUE 0.

      *Os quatro arquivos que a fusao mexe; o de rechamadas tem nome
      *maior que a base do catalogo e fica so com a geracao datada.
       01  WS-MERGED-FILES-TEXT.
           05 FILLER PIC X(25) VALUE 'PATIENT-MASTER.DAT      Y'.
           05 FILLER PIC X(25) VALUE 'BMI-HISTORY.DAT         Y'.
           05 FILLER PIC X(25) VALUE 'BMI-RECALL-PENDING.DAT  N'.
           05 FILLER PIC X(25) VALUE 'PATIENT-XREF.DAT        Y'.
       01  WS-MERGED-FILES REDEFINES WS-MERGED-FILES-TEXT.
           05 WS-MERGED-FILE OCCURS 4 TIMES.
               10 WS-MF-NAME       PIC X(24).
               10 WS-MF-CATALOG    PIC X.
       01 WS-MF-SUB PIC 9 VALUE 0.
       01  WS-MF-COUNTS.
           05 WS-MF-COUNT          PIC 9(7) OCCURS 4 TIMES.

       01 WS-COPY-FROM PIC X(40) VALUE SPACES.
       01 WS-COPY-TO PIC X(40) VALUE SPACES.
       01 WS-COPY-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-GEN-BASE-NAME PIC X(20) VALUE SPACES.
       01 WS-GENS-MISSING PIC 9 VALUE ZERO.

       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-ID-TEXT PIC X(6) VALUE SPACES.
       01 WS-JRN-PATIENT-ID PIC 9(6) VALUE ZEROES.
       01 WS-JRN-FIELD PIC X(12) VALUE SPACES.
       01 WS-JRN-OLD PIC X(20) VALUE SPACES.
       01 WS-JRN-NEW PIC X(20) VALUE SPACES.
       01 WS-LOG-ACTION PIC X(9) VALUE SPACES.

       01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-HIST-MOVED-COUNT PIC 9(7) VALUE 0.
       01 WS-PEND-MOVED-COUNT PIC 9(5) VALUE 0.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'PACIENTEFUSAO'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           PERFORM 0020-READ-OPERATOR-STAMP.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT.

           PERFORM 0110-LOAD-REQUESTS.
           IF WS-REQ-COUNT = 0
               DISPLAY "PATIENT-MERGE.DAT AUSENTE OU VAZIO - "
                   "NENHUMA FUSAO NESTA RODADA"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.
           PERFORM 0130-OPEN-MERGE-LOG.
           PERFORM 0140-LOAD-MASTER.
           PERFORM 0150-LOAD-XREF.

           IF UNDO-RUN
               PERFORM 0600-UNDO-MERGE-RUN
           ELSE
               PERFORM 0200-VALIDATE-MERGE
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-ACCEPT-COUNT > 0
                   PERFORM 0160-LOAD-PENDING
                   PERFORM 0500-BACKUP-MERGED-FILES
                   PERFORM 0300-REKEY-HISTORY
                   PERFORM 0350-REKEY-RECALL-PENDING
                   PERFORM 0400-REWRITE-MASTER
                   PERFORM 0420-REWRITE-XREF
                   PERFORM 0440-LOG-ACCEPTED-MERGES
               END-IF
           END-IF.
           CLOSE MERGE-LOG.
           PERFORM 0800-ARCHIVE-REQUESTS.

           DISPLAY "FUSAO DE PACIENTES CONCLUIDA".
           DISPLAY "PEDIDOS.............: " WS-REQ-COUNT.
           DISPLAY "ACEITOS.............: " WS-ACCEPT-COUNT.
           DISPLAY "REJEITADOS..........: " WS-REJECT-COUNT.
           IF MERGE-RUN
               DISPLAY "MEDICOES REPASSADAS.: " WS-HIST-MOVED-COUNT
               DISPLAY "RECHAMADAS REPASSADAS: " WS-PEND-MOVED-COUNT
               DISPLAY "REFERENCIAS REAPONTADAS: " WS-FLATTENED-COUNT
               IF WS-ACCEPT-COUNT > 0
                   DISPLAY "GERACAO DE BACKUP...: " WS-TIMESTAMP-TEXT
               END-IF
           END-IF.
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
           MOVE WS-REQ-COUNT TO WS-RL-READ.
           MOVE WS-ACCEPT-COUNT TO WS-RL-WRITTEN.
           MOVE WS-REJECT-COUNT TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *O operador da sessao vem do carimbo que o OBTAININPUT grava
      *no sign-on; sem carimbo a rodada e atribuida a BATCH.
       0020-READ-OPERATOR-STAMP.
           OPEN INPUT OPERATOR-STAMP.
           IF WS-STAMP-STATUS = "00"
               READ OPERATOR-STAMP
                   AT END CONTINUE
               END-READ
               IF WS-STAMP-STATUS = "00"
                       AND STAMP-OPERATOR NOT = SPACES
                   MOVE STAMP-OPERATOR TO WS-OPERATOR-ID
               END-IF
               CLOSE OPERATOR-STAMP
           END-IF.

      *Uma linha D faz da rodada uma reversao; as linhas F que
      *vierem junto sao rejeitadas para serem reenviadas depois.
       0110-LOAD-REQUESTS.
           OPEN INPUT MERGE-REQUESTS.
           IF WS-REQUEST-STATUS = "00"
               READ MERGE-REQUESTS
                   AT END SET END-OF-REQUESTS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-REQUESTS
                   IF WS-REQ-COUNT >= WS-REQ-MAX
                       DISPLAY "PATIENT-MERGE.DAT TEM MAIS DE "
                           WS-REQ-MAX " PEDIDOS - DIVIDA O ARQUIVO"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REQ-COUNT
                   MOVE SPACES TO WS-REQ-ENTRY(WS-REQ-COUNT)
                   MOVE ZEROES TO WS-RQ-XREF-SUB(WS-REQ-COUNT)
                       WS-RQ-HIST-LINES(WS-REQ-COUNT)
                       WS-RQ-PEND-LINES(WS-REQ-COUNT)
                   MOVE FUS-CODE TO WS-RQ-CODE(WS-REQ-COUNT)
                   IF FUS-CODE = 'D'
                       MOVE FUS-UNDO-TIMESTAMP TO
                           WS-RQ-UNDO-TS(WS-REQ-COUNT)
                       SET UNDO-RUN TO TRUE
                   ELSE
                       MOVE FUS-SURVIVOR-ID TO
                           WS-RQ-SURVIVOR(WS-REQ-COUNT)
                       MOVE FUS-RETIRED-ID TO
                           WS-RQ-RETIRED(WS-REQ-COUNT)
                   END-IF
                   READ MERGE-REQUESTS
                       AT END SET END-OF-REQUESTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MERGE-REQUESTS
           END-IF.

       0130-OPEN-MERGE-LOG.
           OPEN EXTEND MERGE-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT MERGE-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MERGE-LOG.DAT - "
                   "STATUS " WS-LOG-STATUS
               STOP RUN
           END-IF.

      *Cadastro incompleto na tabela perderia pacientes na
      *regravacao; melhor parar aqui.
       0140-LOAD-MASTER.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MASTER.DAT - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           READ PATIENT-MASTER
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
               IF WS-PAC-COUNT >= WS-PAC-MAX
                   DISPLAY "PATIENT-MASTER.DAT TEM MAIS DE "
                       WS-PAC-MAX " PACIENTES - EXECUCAO "
                       "INTERROMPIDA SEM ALTERAR NADA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAC-COUNT
               MOVE PATIENT-MASTER-LINE TO WS-PATIENT-REC
               MOVE PAC-PATIENT-ID TO WS-PT-ID(WS-PAC-COUNT)
               MOVE PATIENT-MASTER-LINE TO WS-PT-IMAGE(WS-PAC-COUNT)
               MOVE SPACE TO WS-PT-FLAG(WS-PAC-COUNT)
               READ PATIENT-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER.

      *Sem PATIENT-XREF.DAT (nenhuma fusao ainda) a tabela fica
      *vazia.
       0150-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               READ XREF-FILE
                   AT END SET END-OF-XREF TO TRUE
               END-READ
               PERFORM UNTIL END-OF-XREF
                   IF WS-XREF-COUNT >= WS-XREF-MAX
                       DISPLAY "PATIENT-XREF.DAT TEM MAIS DE "
                           WS-XREF-MAX " FUSOES - EXECUCAO "
                           "INTERROMPIDA SEM ALTERAR NADA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XREF-REC TO WS-XT-IMAGE(WS-XREF-COUNT)
                   MOVE XRF-RETIRED-ID OF XREF-REC TO
                       WS-XT-RETIRED(WS-XREF-COUNT)
                   MOVE XRF-SURVIVOR-ID OF XREF-REC TO
                       WS-XT-SURVIVOR(WS-XREF-COUNT)
                   READ XREF-FILE
                       AT END SET END-OF-XREF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      *Rechamadas em aberto em memoria antes de qualquer regravacao;
      *tabela cheia para a rodada sem ter mexido em nada.
       0160-LOAD-PENDING.
           OPEN INPUT RECALL-PENDING.
           IF WS-PENDING-STATUS = "00"
               READ RECALL-PENDING
                   AT END SET END-OF-PENDING TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PENDING
                   IF WS-PEND-COUNT >= WS-PEND-MAX
                       DISPLAY "BMI-RECALL-PENDING.DAT TEM MAIS DE "
                           WS-PEND-MAX " LINHAS - EXECUCAO "
                           "INTERROMPIDA SEM ALTERAR NADA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE PEND-PATIENT-ID TO WS-PE-ID(WS-PEND-COUNT)
                   MOVE PEND-DATE-ADDED TO WS-PE-DATE(WS-PEND-COUNT)
                   MOVE PEND-PRIORITY TO
                       WS-PE-PRIORITY(WS-PEND-COUNT)
                   MOVE PEND-LASTNAME TO
                       WS-PE-LASTNAME(WS-PEND-COUNT)
                   MOVE PEND-FIRSTNAME TO
                       WS-PE-FIRSTNAME(WS-PEND-COUNT)
                   MOVE 'P' TO WS-PE-STATUS(WS-PEND-COUNT)
                   READ RECALL-PENDING
                       AT END SET END-OF-PENDING TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECALL-PENDING
           END-IF.

      *Critica de um pedido F. O aceito ja e aplicado nas tabelas de
      *cadastro e referencia cruzada, para os pedidos seguintes da
      *mesma rodada enxergarem o resultado.
       0200-VALIDATE-MERGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROES TO WS-SURV-PAC-SUB WS-RET-PAC-SUB.
           EVALUATE TRUE
               WHEN WS-RQ-CODE(WS-REQ-SUB) NOT = 'F'
                   MOVE 'CODIGO DE PEDIDO INVALIDO - USE F OU D'
                       TO WS-REJECT-REASON
               WHEN WS-RQ-SURVIVOR(WS-REQ-SUB) NOT NUMERIC
                       OR WS-RQ-SURV-NUM(WS-REQ-SUB) = ZEROES
                       OR WS-RQ-RETIRED(WS-REQ-SUB) NOT NUMERIC
                       OR WS-RQ-RET-NUM(WS-REQ-SUB) = ZEROES
                   MOVE 'ID DO PACIENTE ZERO OU INVALIDO'
                       TO WS-REJECT-REASON
               WHEN WS-RQ-SURV-NUM(WS-REQ-SUB) =
                       WS-RQ-RET-NUM(WS-REQ-SUB)
                   MOVE 'SOBREVIVENTE E APOSENTADO SAO O MESMO ID'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 0210-CHECK-MERGE-IDS
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 0230-ACCEPT-MERGE
           ELSE
               PERFORM 0290-REJECT-REQUEST
           END-IF.

       0210-CHECK-MERGE-IDS.
           MOVE WS-RQ-RET-NUM(WS-REQ-SUB) TO WS-FIND-ID.
           PERFORM 0250-FIND-XREF.
           IF WS-XREF-HIT > 0
               MOVE 'APOSENTADO JA FOI FUNDIDO EM OUTRO ID'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-RQ-SURV-NUM(WS-REQ-SUB) TO WS-FIND-ID
               PERFORM 0250-FIND-XREF
               IF WS-XREF-HIT > 0
                   MOVE 'SOBREVIVENTE E UM ID JA FUNDIDO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-RQ-SURV-NUM(WS-REQ-SUB) TO WS-FIND-ID
               PERFORM 0260-FIND-PATIENT
               MOVE WS-FIND-SUB TO WS-SURV-PAC-SUB
               IF WS-SURV-PAC-SUB = 0
                   MOVE 'SOBREVIVENTE NAO CONSTA NO CADASTRO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-RQ-RET-NUM(WS-REQ-SUB) TO WS-FIND-ID
               PERFORM 0260-FIND-PATIENT
               MOVE WS-FIND-SUB TO WS-RET-PAC-SUB
               IF WS-RET-PAC-SUB = 0
                   MOVE 'APOSENTADO NAO CONSTA NO CADASTRO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *Desativado nao recebe historico: reative antes pelo
      *PACIENTEMANUT se ele for mesmo o sobrevivente.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-PT-IMAGE(WS-SURV-PAC-SUB) TO WS-PATIENT-REC
               IF PAC-IS-INACTIVE
                   MOVE 'SOBREVIVENTE ESTA DESATIVADO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-XREF-COUNT >= WS-XREF-MAX
               MOVE 'REFERENCIA CRUZADA CHEIA'
                   TO WS-REJECT-REASON
           END-IF.

      *Aceite: o aposentado sai do cadastro, ganha a linha na
      *referencia cruzada, e quem ja apontava para ele passa a
      *apontar direto para o sobrevivente (nunca dois saltos).
       0230-ACCEPT-MERGE.
           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE 'A' TO WS-RQ-OUTCOME(WS-REQ-SUB).
           MOVE 'F' TO WS-PT-FLAG(WS-RET-PAC-SUB).
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XT-SURVIVOR(WS-XREF-SUB) =
                       WS-RQ-RET-NUM(WS-REQ-SUB)
                   MOVE WS-XT-IMAGE(WS-XREF-SUB) TO WS-XREF-BUILD
                   MOVE WS-RQ-SURV-NUM(WS-REQ-SUB) TO
                       XRF-SURVIVOR-ID OF WS-XREF-BUILD
                       WS-XT-SURVIVOR(WS-XREF-SUB)
                   MOVE WS-XREF-BUILD TO WS-XT-IMAGE(WS-XREF-SUB)
                   ADD 1 TO WS-FLATTENED-COUNT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-XREF-COUNT.
           MOVE SPACES TO WS-XREF-BUILD.
           MOVE WS-RQ-RET-NUM(WS-REQ-SUB) TO
               XRF-RETIRED-ID OF WS-XREF-BUILD
               WS-XT-RETIRED(WS-XREF-COUNT).
           MOVE WS-RQ-SURV-NUM(WS-REQ-SUB) TO
               XRF-SURVIVOR-ID OF WS-XREF-BUILD
               WS-XT-SURVIVOR(WS-XREF-COUNT).
           MOVE WS-BUSINESS-DATE TO XRF-MERGE-DATE OF WS-XREF-BUILD.
           MOVE WS-TIMESTAMP-TEXT TO
               XRF-MERGE-TIMESTAMP OF WS-XREF-BUILD.
           MOVE WS-OPERATOR-ID TO XRF-OPERATOR OF WS-XREF-BUILD.
           MOVE WS-XREF-BUILD TO WS-XT-IMAGE(WS-XREF-COUNT).
           MOVE WS-XREF-COUNT TO WS-RQ-XREF-SUB(WS-REQ-SUB).

       0250-FIND-XREF.
           MOVE ZEROES TO WS-XREF-HIT.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
                       OR WS-XREF-HIT > 0
               IF WS-XT-RETIRED(WS-XREF-SUB) = WS-FIND-ID
                   MOVE WS-XREF-SUB TO WS-XREF-HIT
               END-IF
           END-PERFORM.

      *Aposentado nesta mesma rodada ja nao conta como cadastrado.
       0260-FIND-PATIENT.
           MOVE ZEROES TO WS-FIND-SUB.
           PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                   UNTIL WS-PAC-SUB > WS-PAC-COUNT
                       OR WS-FIND-SUB > 0
               IF WS-PT-ID(WS-PAC-SUB) = WS-FIND-ID
                       AND WS-PT-FLAG(WS-PAC-SUB) NOT = 'F'
                   MOVE WS-PAC-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.

       0290-REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'R' TO WS-RQ-OUTCOME(WS-REQ-SUB).
           MOVE WS-REJECT-REASON TO WS-RQ-REASON(WS-REQ-SUB).
           DISPLAY "PEDIDO " WS-REQ-SUB " REJEITADO: "
               WS-REJECT-REASON.
           MOVE 'REJEITADA' TO WS-LOG-ACTION.
           PERFORM 0450-WRITE-LOG-LINE.

      *O historico e regravado a partir da geracao de backup recem
      *tirada: a linha de um aposentado desta rodada vai para o
      *sobrevivente final, com o nome dele.
       0300-REKEY-HISTORY.
           MOVE SPACES TO WS-COPY-FROM.
           STRING 'BMI-HISTORY.DAT.' WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-COPY-FROM.
           OPEN INPUT COPY-SOURCE.
           IF WS-COPY-SRC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-COPY-FROM " - STATUS "
                   WS-COPY-SRC-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT BMI-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BMI-HISTORY.DAT - STATUS "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           READ COPY-SOURCE
               AT END SET END-OF-COPY-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-COPY-SOURCE
               MOVE COPY-SOURCE-LINE(1:96) TO WS-HIST-REC
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   IF WS-RQ-OUTCOME(WS-REQ-SUB) = 'A'
                           AND HIST-PATIENT-ID =
                               WS-RQ-RET-NUM(WS-REQ-SUB)
                       PERFORM 0310-MOVE-HISTORY-LINE
                   END-IF
               END-PERFORM
               MOVE WS-HIST-REC TO HISTORY-LINE
               WRITE HISTORY-LINE
               READ COPY-SOURCE
                   AT END SET END-OF-COPY-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE COPY-SOURCE.
           CLOSE BMI-HISTORY.

       0310-MOVE-HISTORY-LINE.
           MOVE WS-RQ-XREF-SUB(WS-REQ-SUB) TO WS-XREF-SUB.
           MOVE WS-XT-SURVIVOR(WS-XREF-SUB) TO WS-FIND-ID.
           PERFORM 0260-FIND-PATIENT.
           MOVE WS-PT-IMAGE(WS-FIND-SUB) TO WS-PATIENT-REC.
           MOVE PAC-PATIENT-ID TO HIST-PATIENT-ID.
           MOVE PAC-LASTNAME TO HIST-LASTNAME.
           MOVE PAC-FIRSTNAME TO HIST-FIRSTNAME.
           ADD 1 TO WS-RQ-HIST-LINES(WS-REQ-SUB).
           ADD 1 TO WS-HIST-MOVED-COUNT.
           MOVE WS-REQ-COUNT TO WS-REQ-SUB.

      *Rechamada em aberto do aposentado: se o sobrevivente ja tem a
      *dele, fica uma so, com a data mais antiga e a prioridade mais
      *urgente das duas; senao a do aposentado passa para ele.
       0350-REKEY-RECALL-PENDING.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-RQ-OUTCOME(WS-REQ-SUB) = 'A'
                   PERFORM 0360-MERGE-ONE-PENDING
               END-IF
           END-PERFORM.
           OPEN OUTPUT RECALL-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR BMI-RECALL-PENDING.DAT - "
                   "STATUS " WS-PENDING-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PE-STATUS(WS-PEND-SUB) = 'P'
                   MOVE SPACES TO PENDING-REC
                   MOVE WS-PE-ID(WS-PEND-SUB) TO PEND-PATIENT-ID
                   MOVE WS-PE-DATE(WS-PEND-SUB) TO PEND-DATE-ADDED
                   MOVE WS-PE-PRIORITY(WS-PEND-SUB)
                       TO PEND-PRIORITY
                   MOVE WS-PE-LASTNAME(WS-PEND-SUB)
                       TO PEND-LASTNAME
                   MOVE WS-PE-FIRSTNAME(WS-PEND-SUB)
                       TO PEND-FIRSTNAME
                   WRITE PENDING-REC
               END-IF
           END-PERFORM.
           CLOSE RECALL-PENDING.

       0360-MERGE-ONE-PENDING.
           MOVE WS-RQ-XREF-SUB(WS-REQ-SUB) TO WS-XREF-SUB.
           MOVE WS-XT-SURVIVOR(WS-XREF-SUB) TO WS-FIND-ID.
           PERFORM 0260-FIND-PATIENT.
           MOVE WS-PT-IMAGE(WS-FIND-SUB) TO WS-PATIENT-REC.
           MOVE ZEROES TO WS-SURV-PEND-SUB.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PE-ID(WS-PEND-SUB) = PAC-PATIENT-ID
                       AND WS-PE-STATUS(WS-PEND-SUB) = 'P'
                   MOVE WS-PEND-SUB TO WS-SURV-PEND-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PE-ID(WS-PEND-SUB) = WS-RQ-RET-NUM(WS-REQ-SUB)
                       AND WS-PE-STATUS(WS-PEND-SUB) = 'P'
                   ADD 1 TO WS-RQ-PEND-LINES(WS-REQ-SUB)
                   ADD 1 TO WS-PEND-MOVED-COUNT
                   IF WS-SURV-PEND-SUB > 0
                       PERFORM 0370-FOLD-INTO-SURVIVOR
                   ELSE
                       MOVE PAC-PATIENT-ID TO WS-PE-ID(WS-PEND-SUB)
                       MOVE PAC-LASTNAME TO
                           WS-PE-LASTNAME(WS-PEND-SUB)
                       MOVE PAC-FIRSTNAME TO
                           WS-PE-FIRSTNAME(WS-PEND-SUB)
                       MOVE WS-PEND-SUB TO WS-SURV-PEND-SUB
                   END-IF
               END-IF
           END-PERFORM.

       0370-FOLD-INTO-SURVIVOR.
           IF WS-PE-DATE(WS-PEND-SUB) < WS-PE-DATE(WS-SURV-PEND-SUB)
               MOVE WS-PE-DATE(WS-PEND-SUB) TO
                   WS-PE-DATE(WS-SURV-PEND-SUB)
           END-IF.
           IF WS-PE-PRIORITY(WS-PEND-SUB) <
                   WS-PE-PRIORITY(WS-SURV-PEND-SUB)
               MOVE WS-PE-PRIORITY(WS-PEND-SUB) TO
                   WS-PE-PRIORITY(WS-SURV-PEND-SUB)
           END-IF.
           MOVE 'X' TO WS-PE-STATUS(WS-PEND-SUB).

       0400-REWRITE-MASTER.
           OPEN OUTPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-MASTER.DAT - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                   UNTIL WS-PAC-SUB > WS-PAC-COUNT
               IF WS-PT-FLAG(WS-PAC-SUB) NOT = 'F'
                   MOVE WS-PT-IMAGE(WS-PAC-SUB) TO PATIENT-MASTER-LINE
                   WRITE PATIENT-MASTER-LINE
               END-IF
           END-PERFORM.
           CLOSE PATIENT-MASTER.

       0420-REWRITE-XREF.
           OPEN OUTPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-XREF.DAT - STATUS "
                   WS-XREF-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               MOVE WS-XT-IMAGE(WS-XREF-SUB) TO XREF-REC
               WRITE XREF-REC
           END-PERFORM.
           CLOSE XREF-FILE.

      *Log e diario das fusoes aceitas (ja com as contagens do que
      *foi repassado) e a linha RODADA com as contagens finais dos
      *quatro arquivos, que a reversao confere.
       0440-LOG-ACCEPTED-MERGES.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-RQ-OUTCOME(WS-REQ-SUB) = 'A'
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE 'FUSAO' TO WS-LOG-ACTION
                   PERFORM 0450-WRITE-LOG-LINE
                   MOVE WS-RQ-RET-NUM(WS-REQ-SUB)
                       TO WS-JRN-PATIENT-ID
                   MOVE 'FUNDIDO EM' TO WS-JRN-FIELD
                   MOVE WS-RQ-RETIRED(WS-REQ-SUB) TO WS-JRN-OLD
                   MOVE WS-RQ-SURVIVOR(WS-REQ-SUB) TO WS-JRN-NEW
                   PERFORM 0460-WRITE-JOURNAL-LINE
                   MOVE WS-RQ-SURV-NUM(WS-REQ-SUB)
                       TO WS-JRN-PATIENT-ID
                   MOVE 'ABSORVEU' TO WS-JRN-FIELD
                   MOVE SPACES TO WS-JRN-OLD
                   MOVE WS-RQ-RETIRED(WS-REQ-SUB) TO WS-JRN-NEW
                   PERFORM 0460-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.
           PERFORM 0720-COUNT-MERGED-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO MERGE-LOG-REC.
           MOVE WS-BUSINESS-DATE TO MLG-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO MLG-TIME.
           MOVE WS-TIMESTAMP-TEXT TO MLG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO MLG-OPERATOR.
           MOVE 'F' TO MLG-TXN-CODE.
           MOVE 'RODADA' TO MLG-ACTION.
           MOVE WS-HIST-MOVED-COUNT TO MLG-HIST-LINES.
           MOVE WS-PEND-MOVED-COUNT TO MLG-PEND-LINES.
           MOVE WS-MF-COUNT(1) TO MLG-MASTER-COUNT.
           MOVE WS-MF-COUNT(2) TO MLG-HIST-COUNT.
           MOVE WS-MF-COUNT(3) TO MLG-PEND-COUNT.
           MOVE WS-MF-COUNT(4) TO MLG-XREF-COUNT.
           PERFORM 0455-WRITE-LOG-REC.

       0450-WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO MERGE-LOG-REC.
           MOVE WS-BUSINESS-DATE TO MLG-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO MLG-TIME.
           MOVE WS-TIMESTAMP-TEXT TO MLG-TIMESTAMP.
           IF WS-RQ-CODE(WS-REQ-SUB) = 'D'
               MOVE WS-RQ-UNDO-TS(WS-REQ-SUB) TO MLG-TIMESTAMP
           END-IF.
           MOVE WS-OPERATOR-ID TO MLG-OPERATOR.
           MOVE WS-RQ-CODE(WS-REQ-SUB) TO MLG-TXN-CODE.
           MOVE WS-LOG-ACTION TO MLG-ACTION.
           MOVE WS-RQ-SURVIVOR(WS-REQ-SUB) TO MLG-SURVIVOR-ID.
           MOVE WS-RQ-RETIRED(WS-REQ-SUB) TO MLG-RETIRED-ID.
           MOVE WS-RQ-HIST-LINES(WS-REQ-SUB) TO MLG-HIST-LINES.
           MOVE WS-RQ-PEND-LINES(WS-REQ-SUB) TO MLG-PEND-LINES.
           MOVE WS-REJECT-REASON TO MLG-TEXT.
           PERFORM 0455-WRITE-LOG-REC.

       0455-WRITE-LOG-REC.
           WRITE MERGE-LOG-REC.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-MERGE-LOG.DAT - "
                   "STATUS " WS-LOG-STATUS
               STOP RUN
           END-IF.

      *A data do diario e a data util; a hora e a do relogio.
       0460-WRITE-JOURNAL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-BUSINESS-DATE TO PCJ-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO PCJ-TIME.
           MOVE WS-JRN-PATIENT-ID TO PCJ-PATIENT-ID.
           MOVE WS-JRN-FIELD TO PCJ-FIELD.
           MOVE WS-JRN-OLD TO PCJ-OLD-VALUE.
           MOVE WS-JRN-NEW TO PCJ-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO PCJ-OPERATOR.
           MOVE "PACIENTEFUSAO" TO PCJ-SOURCE.
           WRITE JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

      *Os quatro arquivos vao para geracoes com o carimbo da rodada
      *antes de qualquer regravacao; arquivo que ainda nao existe
      *vira geracao vazia, para a reversao devolver o estado exato.
       0500-BACKUP-MERGED-FILES.
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB > 4
               MOVE WS-MF-NAME(WS-MF-SUB) TO WS-COPY-FROM
               MOVE SPACES TO WS-COPY-TO
               STRING WS-MF-NAME(WS-MF-SUB) DELIMITED BY SPACE
                   '.' WS-TIMESTAMP-TEXT DELIMITED BY SIZE
                   INTO WS-COPY-TO
               PERFORM 0700-COPY-FILE
               IF WS-MF-CATALOG(WS-MF-SUB) = 'Y'
                   MOVE WS-MF-NAME(WS-MF-SUB) TO WS-GEN-BASE-NAME
                   CALL "GENCATALOG" USING WS-GEN-BASE-NAME
                       WS-TIMESTAMP-TEXT WS-COPY-COUNT
                   END-CALL
               END-IF
           END-PERFORM.

      *Reversao de uma rodada de fusao: so a ultima ainda em vigor
      *e so se os quatro arquivos estao como ela os deixou. O estado
      *atual vira geracao nova antes da volta, como no GENRESTORE.
       0600-UNDO-MERGE-RUN.
           PERFORM 0610-SCAN-MERGE-LOG.
           MOVE ZEROES TO WS-UNDO-REQ-SUB.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                   WHEN WS-RQ-CODE(WS-REQ-SUB) NOT = 'D'
                       MOVE 'FUSAO NAO ACEITA EM RODADA DE REVERSAO'
                           TO WS-REJECT-REASON
                   WHEN WS-UNDO-REQ-SUB > 0
                       MOVE 'SO UMA REVERSAO POR RODADA'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-REQ-SUB TO WS-UNDO-REQ-SUB
                       PERFORM 0620-CHECK-UNDO
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 0290-REJECT-REQUEST
               END-IF
           END-PERFORM.
           IF WS-UNDO-REQ-SUB > 0
               MOVE WS-UNDO-REQ-SUB TO WS-REQ-SUB
               IF WS-RQ-OUTCOME(WS-REQ-SUB) = 'A'
                   PERFORM 0650-RESTORE-MERGE-RUN
               END-IF
           END-IF.

       0610-SCAN-MERGE-LOG.
           CLOSE MERGE-LOG.
           OPEN INPUT MERGE-LOG.
           IF WS-LOG-STATUS = "00"
               READ MERGE-LOG
                   AT END SET END-OF-MERGE-LOG TO TRUE
               END-READ
               PERFORM UNTIL END-OF-MERGE-LOG
                   PERFORM 0615-REMEMBER-LOG-LINE
                   READ MERGE-LOG
                       AT END SET END-OF-MERGE-LOG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MERGE-LOG
           END-IF.
           PERFORM 0130-OPEN-MERGE-LOG.
           MOVE ZEROES TO WS-LAST-LIVE-RUN.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RN-UNDONE(WS-RUN-SUB) NOT = 'Y'
                   MOVE WS-RUN-SUB TO WS-LAST-LIVE-RUN
               END-IF
           END-PERFORM.

       0615-REMEMBER-LOG-LINE.
           EVALUATE MLG-ACTION
               WHEN 'RODADA'
                   IF WS-RUN-COUNT >= WS-RUN-MAX
                       DISPLAY "PATIENT-MERGE-LOG.DAT TEM MAIS DE "
                           WS-RUN-MAX " RODADAS - ARQUIVE O LOG"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RUN-COUNT
                   MOVE MLG-TIMESTAMP TO
                       WS-RN-TIMESTAMP(WS-RUN-COUNT)
                   MOVE MLG-MASTER-COUNT TO WS-RN-MASTER(WS-RUN-COUNT)
                   MOVE MLG-HIST-COUNT TO WS-RN-HIST(WS-RUN-COUNT)
                   MOVE MLG-PEND-COUNT TO WS-RN-PEND(WS-RUN-COUNT)
                   MOVE MLG-XREF-COUNT TO WS-RN-XREF(WS-RUN-COUNT)
                   MOVE 'N' TO WS-RN-UNDONE(WS-RUN-COUNT)
               WHEN 'DESFEITA'
                   PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                           UNTIL WS-RUN-SUB > WS-RUN-COUNT
                       IF WS-RN-TIMESTAMP(WS-RUN-SUB) = MLG-TIMESTAMP
                           MOVE 'Y' TO WS-RN-UNDONE(WS-RUN-SUB)
                       END-IF
                   END-PERFORM
               WHEN 'FUSAO'
                   IF WS-LM-COUNT < WS-LM-MAX
                       ADD 1 TO WS-LM-COUNT
                       MOVE MLG-TIMESTAMP TO
                           WS-LM-TIMESTAMP(WS-LM-COUNT)
                       MOVE MLG-SURVIVOR-ID TO
                           WS-LM-SURVIVOR(WS-LM-COUNT)
                       MOVE MLG-RETIRED-ID TO
                           WS-LM-RETIRED(WS-LM-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0620-CHECK-UNDO.
           MOVE WS-RQ-UNDO-TS(WS-REQ-SUB) TO WS-UNDO-TIMESTAMP.
           MOVE ZEROES TO WS-RUN-HIT.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RN-TIMESTAMP(WS-RUN-SUB) = WS-UNDO-TIMESTAMP
                   MOVE WS-RUN-SUB TO WS-RUN-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-RUN-HIT = 0
                   MOVE 'CARIMBO NAO E DE UMA RODADA DE FUSAO'
                       TO WS-REJECT-REASON
               WHEN WS-RN-UNDONE(WS-RUN-HIT) = 'Y'
                   MOVE 'RODADA DE FUSAO JA FOI DESFEITA'
                       TO WS-REJECT-REASON
               WHEN WS-RUN-HIT NOT = WS-LAST-LIVE-RUN
                   MOVE 'SO A ULTIMA RODADA EM VIGOR PODE VOLTAR'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 0720-COUNT-MERGED-FILES
                   IF WS-MF-COUNT(1) NOT = WS-RN-MASTER(WS-RUN-HIT)
                           OR WS-MF-COUNT(2) NOT =
                               WS-RN-HIST(WS-RUN-HIT)
                           OR WS-MF-COUNT(3) NOT =
                               WS-RN-PEND(WS-RUN-HIT)
                           OR WS-MF-COUNT(4) NOT =
                               WS-RN-XREF(WS-RUN-HIT)
                       MOVE 'ARQUIVOS MUDARAM DESDE A FUSAO'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 0630-CHECK-UNDO-GENERATIONS
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE 'A' TO WS-RQ-OUTCOME(WS-REQ-SUB)
               ADD 1 TO WS-ACCEPT-COUNT
           END-IF.

       0630-CHECK-UNDO-GENERATIONS.
           MOVE ZERO TO WS-GENS-MISSING.
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB > 4
               MOVE SPACES TO WS-COPY-FROM
               STRING WS-MF-NAME(WS-MF-SUB) DELIMITED BY SPACE
                   '.' WS-UNDO-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-COPY-FROM
               OPEN INPUT COPY-SOURCE
               IF WS-COPY-SRC-STATUS = "00"
                   CLOSE COPY-SOURCE
               ELSE
                   DISPLAY "GERACAO AUSENTE: " WS-COPY-FROM
                   ADD 1 TO WS-GENS-MISSING
               END-IF
           END-PERFORM.
           IF WS-GENS-MISSING > 0
               MOVE 'GERACAO DE BACKUP DA FUSAO NAO ENCONTRADA'
                   TO WS-REJECT-REASON
           END-IF.

       0650-RESTORE-MERGE-RUN.
           PERFORM 0500-BACKUP-MERGED-FILES.
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB > 4
               MOVE SPACES TO WS-COPY-FROM
               STRING WS-MF-NAME(WS-MF-SUB) DELIMITED BY SPACE
                   '.' WS-UNDO-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-COPY-FROM
               MOVE WS-MF-NAME(WS-MF-SUB) TO WS-COPY-TO
               PERFORM 0700-COPY-FILE
           END-PERFORM.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                   UNTIL WS-LM-SUB > WS-LM-COUNT
               IF WS-LM-TIMESTAMP(WS-LM-SUB) = WS-UNDO-TIMESTAMP
                   MOVE WS-LM-RETIRED(WS-LM-SUB) TO WS-JRN-PATIENT-ID
                   MOVE 'DESFUSAO' TO WS-JRN-FIELD
                   MOVE WS-LM-SURVIVOR(WS-LM-SUB) TO WS-JRN-OLD
                   MOVE WS-LM-RETIRED(WS-LM-SUB) TO WS-JRN-NEW
                   PERFORM 0460-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO MERGE-LOG-REC.
           MOVE WS-BUSINESS-DATE TO MLG-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO MLG-TIME.
           MOVE WS-UNDO-TIMESTAMP TO MLG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO MLG-OPERATOR.
           MOVE 'D' TO MLG-TXN-CODE.
           MOVE 'DESFEITA' TO MLG-ACTION.
           MOVE ZEROES TO MLG-HIST-LINES MLG-PEND-LINES.
           MOVE 'ESTADO ANTERIOR NA GERACAO' TO MLG-UNDO-LABEL.
           MOVE WS-TIMESTAMP-TEXT TO MLG-UNDO-SNAPSHOT.
           PERFORM 0455-WRITE-LOG-REC.
           DISPLAY "RODADA DE FUSAO " WS-UNDO-TIMESTAMP
               " DESFEITA - ESTADO ANTERIOR NA GERACAO "
               WS-TIMESTAMP-TEXT.

      *Copia linha a linha WS-COPY-FROM para WS-COPY-TO; origem
      *inexistente vira destino vazio.
       0700-COPY-FILE.
           MOVE ZEROES TO WS-COPY-COUNT.
           OPEN OUTPUT COPY-TARGET.
           IF WS-COPY-TGT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR " WS-COPY-TO " - STATUS "
                   WS-COPY-TGT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COPY-SOURCE.
           IF WS-COPY-SRC-STATUS NOT = "00"
                   AND WS-COPY-SRC-STATUS NOT = "35"
               DISPLAY "ERRO AO LER " WS-COPY-FROM " - STATUS "
                   WS-COPY-SRC-STATUS
               STOP RUN
           END-IF.
           IF WS-COPY-SRC-STATUS = "00"
               READ COPY-SOURCE
                   AT END SET END-OF-COPY-SOURCE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-COPY-SOURCE
                   MOVE COPY-SOURCE-LINE TO COPY-TARGET-LINE
                   WRITE COPY-TARGET-LINE
                   ADD 1 TO WS-COPY-COUNT
                   READ COPY-SOURCE
                       AT END SET END-OF-COPY-SOURCE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COPY-SOURCE
           END-IF.
           CLOSE COPY-TARGET.

      *Contagem de linhas de WS-COPY-FROM; arquivo inexistente conta
      *zero.
       0710-COUNT-FILE.
           MOVE ZEROES TO WS-COPY-COUNT.
           OPEN INPUT COPY-SOURCE.
           IF WS-COPY-SRC-STATUS = "00"
               READ COPY-SOURCE
                   AT END SET END-OF-COPY-SOURCE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-COPY-SOURCE
                   ADD 1 TO WS-COPY-COUNT
                   READ COPY-SOURCE
                       AT END SET END-OF-COPY-SOURCE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COPY-SOURCE
           END-IF.

       0720-COUNT-MERGED-FILES.
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB > 4
               MOVE WS-MF-NAME(WS-MF-SUB) TO WS-COPY-FROM
               PERFORM 0710-COUNT-FILE
               MOVE WS-COPY-COUNT TO WS-MF-COUNT(WS-MF-SUB)
           END-PERFORM.

      *Os pedidos aplicados vao para uma geracao datada do catalogo
      *e PATIENT-MERGE.DAT volta vazio, para a proxima rodada nao
      *reaplicar os mesmos pedidos.
       0800-ARCHIVE-REQUESTS.
           MOVE 'PATIENT-MERGE.DAT' TO WS-COPY-FROM.
           MOVE SPACES TO WS-COPY-TO.
           STRING 'PATIENT-MERGE.DAT.' WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-COPY-TO.
           PERFORM 0700-COPY-FILE.
           MOVE 'PATIENT-MERGE.DAT' TO WS-GEN-BASE-NAME.
           CALL "GENCATALOG" USING WS-GEN-BASE-NAME
               WS-TIMESTAMP-TEXT WS-COPY-COUNT
           END-CALL.
           OPEN OUTPUT MERGE-REQUESTS.
           CLOSE MERGE-REQUESTS.

       END PROGRAM PACIENTEFUSAO.
