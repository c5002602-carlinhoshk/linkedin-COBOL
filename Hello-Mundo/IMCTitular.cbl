       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IMCTITULAR.
       AUTHOR.         Carlinhoshk.
      *Atendimento do pedido de acesso do titular (lei de protecao de
      *dados, prazo de 15 dias): para cada PATIENT-ID pedido em
      *SUBJECT-ACCESS-REQUEST.DAT (ID e referencia do pedido) gera um
      *relatorio consolidado SUBJECT-ACCESS.<id>.<carimbo> com tudo o
      *que a area de IMC guarda do paciente, arquivo por arquivo:
      *  - cadastro PATIENT-MASTER.DAT e fusoes de PATIENT-XREF.DAT
      *    (o pedido feito com um ID aposentado responde pelo
      *    sobrevivente, e os IDs fundidos nele entram na busca);
      *  - cada medicao e classificacao de BMI-HISTORY.DAT;
      *  - as linhas do BMI-AUDIT-LOG.DAT e dos arquivos mortos
      *    listados em BMI-AUDIT-ARCHIVE-LIST.DAT (linhas gravadas
      *    antes de o log levar o paciente nao tem como ser
      *    atribuidas e sao so contadas);
      *  - rechamadas em aberto (BMI-RECALL-PENDING.DAT, com marca
      *    de faltoso pela janela RECALL-DIAS), baixadas
      *    (BMI-RECALL-CLOSED.DAT) e a lista de faltosos
      *    BMI-NOSHOW-REPORT.DAT;
      *  - cada geracao do extrato da operadora em que o paciente
      *    foi enviado (copias BMI-INSURER-EXTRACT.Gnnnnnn do
      *    IMCEXTRATO e o BMI-INSURER-EXTRACT.DAT corrente);
      *  - metas de peso, diario de alteracoes do cadastro e mapa de
      *    pseudonimos da pesquisa.
      *Fecha com o resumo dos arquivos que tem dados do paciente. Cada
      *pedido atendido e anexado em SUBJECT-ACCESS-LOG.DAT com data
      *util, hora, operador (CURRENT-OPERATOR.DAT) e o nome do
      *relatorio, para o encarregado de dados. Os pedidos atendidos
      *saem do arquivo de pedidos no fim da rodada.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "SUBJECT-ACCESS-REQUEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCESS-REPORT ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ACCESS-LOG ASSIGN TO "SUBJECT-ACCESS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPERATOR-STAMP ASSIGN TO "CURRENT-OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PATIENT-XREF ASSIGN TO "PATIENT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BMI-HISTORY ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-LIST ASSIGN TO "BMI-AUDIT-ARCHIVE-LIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT RECALL-PENDING ASSIGN TO "BMI-RECALL-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT RECALL-CLOSED ASSIGN TO "BMI-RECALL-CLOSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT NOSHOW-REPORT ASSIGN TO "BMI-NOSHOW-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSHOW-STATUS.
           SELECT INSURER-EXTRACT ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT GENERATION-FILE ASSIGN TO "BMI-EXTRACT-GENNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENNO-STATUS.
           SELECT GOAL-MASTER ASSIGN TO "BMI-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO
               "PATIENT-CHANGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PSEUDONYM-MAP ASSIGN TO "RESEARCH-MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           88 END-OF-REQUESTS      VALUE HIGH-VALUES.
           05 REQ-PATIENT-ID       PIC X(6).
           05 FILLER               PIC X.
           05 REQ-REFERENCE        PIC X(20).

       FD  ACCESS-REPORT.
       01  REPORT-LINE             PIC X(80).

       FD  ACCESS-LOG.
       01  ACCESS-LOG-REC.
           05 ALOG-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 ALOG-TIME            PIC 9(6).
           05 FILLER               PIC X.
           05 ALOG-OPERATOR        PIC X(8).
           05 FILLER               PIC X.
           05 ALOG-REQUESTED-ID    PIC 9(6).
           05 FILLER               PIC X.
           05 ALOG-PATIENT-ID      PIC 9(6).
           05 FILLER               PIC X.
           05 ALOG-REFERENCE       PIC X(20).
           05 FILLER               PIC X.
           05 ALOG-RECORDS         PIC 9(7).
           05 FILLER               PIC X.
           05 ALOG-FILES           PIC 9(3).
           05 FILLER               PIC X.
           05 ALOG-REPORT-NAME     PIC X(40).

       FD  OPERATOR-STAMP.
       01  OPERATOR-STAMP-REC.
           05 STAMP-OPERATOR       PIC X(8).

       FD  PATIENT-MASTER.
       01  PATIENT-REC.
           88 END-OF-MASTER        VALUE HIGH-VALUES.
           COPY PACREC.

       FD  PATIENT-XREF.
       01  XREF-REC.
           88 END-OF-XREF          VALUE HIGH-VALUES.
           COPY PACXRF.

       FD  BMI-HISTORY.
       01  HISTDETAILS.
           88 END-OF-HISTORY       VALUE HIGH-VALUES.
           COPY BMIHIST.

       FD  AUDIT-FILE.
       01  AUDIT-LINE-REC.
           88 END-OF-AUDIT         VALUE HIGH-VALUES.
           05 FILLER               PIC X(4).
           05 ALR-YEAR             PIC X(4).
           05 FILLER               PIC X(44).
           05 ALR-PATIENT-TAG      PIC X(3).
           05 ALR-PATIENT-ID       PIC X(6).
           05 FILLER               PIC X(19).

       FD  ARCHIVE-LIST.
       01  ARCHIVE-LIST-REC.
           88 END-OF-ARCHIVE-LIST  VALUE HIGH-VALUES.
           05 ALS-ARCHIVE-NAME     PIC X(40).
           05 FILLER               PIC X.
           05 ALS-LINE-COUNT       PIC 9(7).
           05 FILLER               PIC X.
           05 ALS-CUTOFF-YYYYMM    PIC 9(6).

       FD  RECALL-PENDING.
       01  PENDING-REC.
           88 END-OF-PENDING       VALUE HIGH-VALUES.
           COPY BMIRCP.

       FD  RECALL-CLOSED.
       01  RECALL-CLOSED-REC.
           88 END-OF-CLOSED        VALUE HIGH-VALUES.
           COPY BMIRCL.

       FD  NOSHOW-REPORT.
       01  NOSHOW-LINE.
           88 END-OF-NOSHOW        VALUE HIGH-VALUES.
           05 FILLER               PIC X(2).
           05 NSH-PATIENT-ID       PIC X(6).
           05 FILLER               PIC X(72).

       FD  INSURER-EXTRACT.
       01  EXTRACT-LINE.
           88 END-OF-EXTRACT       VALUE HIGH-VALUES.
           05 EXT-RECORD-TYPE      PIC X.
           05 EXT-BODY             PIC X(79).
       01  EXTRACT-HEADER.
           05 FILLER               PIC X.
           05 EXH-RUN-DATE         PIC 9(8).
           05 EXH-GENERATION       PIC 9(6).
           05 EXH-QUARTER          PIC 9(5).
           05 FILLER               PIC X(60).
       01  EXTRACT-DETAIL.
           05 FILLER               PIC X.
           05 EXD-PATIENT-ID       PIC X(6).
           05 FILLER               PIC X(73).

       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05 GEN-NUMBER           PIC 9(6).

       FD  GOAL-MASTER.
       01  GOAL-REC.
           88 END-OF-GOALS         VALUE HIGH-VALUES.
           COPY BMIGOAL.

       FD  CHANGE-JOURNAL.
       01  JOURNAL-REC.
           88 END-OF-JOURNAL       VALUE HIGH-VALUES.
           COPY PACCHJ.

       FD  PSEUDONYM-MAP.
       01  MAP-REC.
           88 END-OF-MAP           VALUE HIGH-VALUES.
           05 MAP-PATIENT-ID       PIC 9(6).
           05 FILLER               PIC X.
           05 MAP-PSEUDONYM        PIC X(10).
           05 FILLER               PIC X.
           05 MAP-GENERATION       PIC 9(6).
           05 FILLER               PIC X.
           05 MAP-STATUS           PIC X.
           05 FILLER               PIC X.
           05 MAP-WITHDRAWAL-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-STAMP-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-XREF-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-LIST-STATUS PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS PIC XX VALUE SPACES.
       01 WS-CLOSED-STATUS PIC XX VALUE SPACES.
       01 WS-NOSHOW-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-GENNO-STATUS PIC XX VALUE SPACES.
       01 WS-GOAL-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-MAP-STATUS PIC XX VALUE SPACES.

       01 WS-REPORT-NAME PIC X(40) VALUE SPACES.
       01 WS-AUDIT-NAME PIC X(40) VALUE SPACES.
       01 WS-EXTRACT-NAME PIC X(40) VALUE SPACES.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARAM-FOUND PIC X VALUE 'N'.
       01 WS-RECALL-DIAS PIC 9(3) VALUE 30.

       01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-TODAY-INT PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CDT-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE          PIC 9(8).
           05 WS-CDT-TIME          PIC 9(6).
           05 FILLER               PIC X(7).
       01 WS-TIMESTAMP-TEXT PIC X(14) VALUE SPACES.

      *IDs que respondem pelo titular: o primeiro e o ID atual
      *(sobrevivente, quando o pedido chegou com um ID fundido), os
      *demais sao os aposentados que foram fundidos nele.
       01 WS-REQUESTED-ID PIC 9(6) VALUE 0.
       01 WS-PRIMARY-ID PIC 9(6) VALUE 0.
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 50 TIMES.
               10 WS-ID-VALUE      PIC 9(6).
               10 WS-ID-MERGE-DATE PIC 9(8).
               10 WS-ID-OPERATOR   PIC X(8).
       01 WS-ID-COUNT PIC 9(3) VALUE 0.
       01 WS-ID-MAX PIC 9(3) VALUE 50.
       01 WS-ID-SUB PIC 9(3) VALUE 0.
       01 WS-MATCH-ID PIC X(6) VALUE SPACES.
       01 WS-MATCH-ID-NUM REDEFINES WS-MATCH-ID PIC 9(6).
       01 WS-ID-MATCH PIC X VALUE 'N'.
           88 ID-MATCHED VALUE 'Y'.

      *Arquivos em que o titular aparece, para o resumo final.
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 200 TIMES.
               10 WS-HIT-FILE      PIC X(40).
               10 WS-HIT-COUNT     PIC 9(7).
       01 WS-HIT-COUNT-FILES PIC 9(3) VALUE 0.
       01 WS-HIT-MAX PIC 9(3) VALUE 200.
       01 WS-HIT-SUB PIC 9(3) VALUE 0.
       01 WS-HIT-OVERFLOW PIC 9(3) VALUE 0.

       01 WS-SECTION-FILE PIC X(40) VALUE SPACES.
       01 WS-SECTION-COUNT PIC 9(7) VALUE 0.
       01 WS-SECTION-COUNT-SAVE PIC 9(7) VALUE 0.
       01 WS-SECTION-ABSENT PIC X VALUE 'N'.
           88 SECTION-FILE-ABSENT VALUE 'Y'.
       01 WS-SECTION-BY-FILE PIC X VALUE 'N'.
           88 HITS-ADDED-BY-FILE VALUE 'Y'.
       01 WS-SUBJECT-RECORDS PIC 9(7) VALUE 0.
       01 WS-UNATTRIBUTED-COUNT PIC 9(7) VALUE 0.
       01 WS-AUDIT-FILES-READ PIC 9(5) VALUE 0.
       01 WS-DAYS-OPEN PIC S9(5) VALUE 0.
       01 WS-DAYS-TO-VISIT PIC S9(5) VALUE 0.

       01 WS-LAST-GENERATION PIC 9(6) VALUE 0.
       01 WS-GEN-SUB PIC 9(6) VALUE 0.
       01 WS-CURRENT-GENERATION PIC 9(6) VALUE 0.
       01 WS-EXT-GENERATION PIC 9(6) VALUE 0.
       01 WS-EXT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-EXT-QUARTER PIC 9(5) VALUE 0.
       01 WS-EXT-HITS PIC 9(7) VALUE 0.
       01 WS-COPY-EXISTS PIC X VALUE 'N'.
           88 GENERATION-COPY-EXISTS VALUE 'Y'.
       01 WS-EXTRACTS-READ PIC 9(5) VALUE 0.
       01 WS-EXTRACTS-MISSING PIC 9(5) VALUE 0.

       01 WS-REQUESTS-READ PIC 9(7) VALUE 0.
       01 WS-REQUESTS-SERVED PIC 9(7) VALUE 0.
       01 WS-REQUESTS-REJECTED PIC 9(7) VALUE 0.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-LINE OCCURS 100 TIMES PIC X(27).
       01 WS-REJECT-KEPT PIC 9(3) VALUE 0.
       01 WS-REJECT-MAX PIC 9(3) VALUE 100.
       01 WS-REJECT-SUB PIC 9(3) VALUE 0.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'IMCTITULAR'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-REPORT-TITLE.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(45) VALUE
              'RELATORIO DE ACESSO DO TITULAR AOS SEUS DADOS'.

       01  WS-LABEL-LINE.
           05 WS-LBL-TEXT          PIC X(25).
           05 WS-LBL-VALUE         PIC X(55).

       01  WS-SECTION-LINE.
           05 FILLER               PIC X(9) VALUE 'ARQUIVO: '.
           05 WS-SEC-FILE          PIC X(40).
           05 WS-SEC-NOTE          PIC X(31).

       01  WS-SECTION-FOOTER.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SFT-TEXT          PIC X(30).
           05 WS-SFT-COUNT         PIC ZZZZZZ9.

       01  WS-MASTER-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MST-ID            PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-MST-LASTNAME      PIC X(20).
           05 WS-MST-FIRSTNAME     PIC X(20).
           05 WS-MST-BIRTH-DATE    PIC 9(8).
           05 FILLER               PIC X(6)  VALUE ' SEXO '.
           05 WS-MST-SEX           PIC X.
           05 FILLER               PIC X(6)  VALUE ' SIT. '.
           05 WS-MST-STATUS        PIC X.

       01  WS-XREF-LINE.
           05 FILLER               PIC X(5)  VALUE '  ID '.
           05 WS-XRL-RETIRED       PIC 9(6).
           05 FILLER               PIC X(12) VALUE ' FUNDIDO EM '.
           05 WS-XRL-SURVIVOR      PIC 9(6).
           05 FILLER               PIC X(4)  VALUE ' EM '.
           05 WS-XRL-DATE          PIC 9(8).
           05 FILLER               PIC X(10) VALUE ' OPERADOR '.
           05 WS-XRL-OPERATOR      PIC X(8).

       01  WS-HIST-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HSL-ID            PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-DATE          PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-TIME          PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-WEIGHT        PIC ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-HEIGHT        PIC ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-BMI           PIC ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-CATEGORY      PIC X(17).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-HSL-CLINIC        PIC X(4).

       01  WS-TEXT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TXL-TEXT          PIC X(78).

       01  WS-PENDING-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PDL-ID            PIC 9(6).
           05 FILLER               PIC X(7)  VALUE ' DESDE '.
           05 WS-PDL-DATE          PIC 9(8).
           05 FILLER               PIC X(6)  VALUE ' PRIO '.
           05 WS-PDL-PRIORITY      PIC 9.
           05 FILLER               PIC X(11) VALUE ' ABERTA HA '.
           05 WS-PDL-DAYS          PIC ZZZZ9.
           05 FILLER               PIC X(6)  VALUE ' DIAS '.
           05 WS-PDL-FLAG          PIC X(7).

       01  WS-CLOSED-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CLL-ID            PIC 9(6).
           05 FILLER               PIC X(7)  VALUE ' DESDE '.
           05 WS-CLL-ADDED         PIC 9(8).
           05 FILLER               PIC X(6)  VALUE ' PRIO '.
           05 WS-CLL-PRIORITY      PIC 9.
           05 FILLER               PIC X(8)  VALUE ' VISITA '.
           05 WS-CLL-VISIT         PIC 9(8).
           05 FILLER               PIC X(7)  VALUE ' BAIXA '.
           05 WS-CLL-CLOSED        PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CLL-FLAG          PIC X(8).

       01  WS-EXTRACT-OUT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EXL-FILE          PIC X(28).
           05 FILLER               PIC X(9)  VALUE ' GERACAO '.
           05 WS-EXL-GENERATION    PIC 9(6).
           05 FILLER               PIC X(6)  VALUE ' TRIM '.
           05 WS-EXL-QUARTER       PIC 9(5).
           05 FILLER               PIC X(7)  VALUE ' ENVIO '.
           05 WS-EXL-RUN-DATE      PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-EXL-COUNT         PIC ZZZ9.

       01  WS-GOAL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLL-ID            PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-GLL-PROGRAM       PIC X(4).
           05 FILLER               PIC X(8)  VALUE ' INICIO '.
           05 WS-GLL-START         PIC 9(8).
           05 FILLER               PIC X(7)  VALUE ' PRAZO '.
           05 WS-GLL-TARGET-DATE   PIC 9(8).
           05 FILLER               PIC X(6)  VALUE ' META '.
           05 WS-GLL-TYPE          PIC X.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-GLL-VALUE         PIC ZZ9,99.
           05 FILLER               PIC X(6)  VALUE ' SIT. '.
           05 WS-GLL-STATUS        PIC X.

       01  WS-JOURNAL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JNL-DATE          PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-JNL-ID            PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-JNL-FIELD         PIC X(12).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-JNL-OLD           PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-JNL-NEW           PIC X(20).

       01  WS-MAP-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MPL-ID            PIC 9(6).
           05 FILLER               PIC X(7)  VALUE ' CHAVE '.
           05 WS-MPL-PSEUDONYM     PIC X(10).
           05 FILLER               PIC X(9)  VALUE ' GERACAO '.
           05 WS-MPL-GENERATION    PIC 9(6).
           05 FILLER               PIC X(6)  VALUE ' SIT. '.
           05 WS-MPL-STATUS        PIC X.
           05 FILLER               PIC X(7)  VALUE ' SAIDA '.
           05 WS-MPL-WITHDRAWAL    PIC 9(8).

       01  WS-SUMMARY-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SML-FILE          PIC X(40).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-SML-COUNT         PIC ZZZZZZ9.
           05 FILLER               PIC X(10) VALUE ' REGISTROS'.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           PERFORM 0020-READ-OPERATOR-STAMP.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           PERFORM 0110-GET-RECALL-WINDOW.
           PERFORM 0120-READ-LAST-GENERATION.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "35"
               DISPLAY "SUBJECT-ACCESS-REQUEST.DAT AUSENTE - "
                   "NENHUM PEDIDO A ATENDER"
               PERFORM 0995-LOG-RUN-END
               STOP RUN
           END-IF.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SUBJECT-ACCESS-REQUEST.DAT - "
                   "STATUS " WS-REQUEST-STATUS
               STOP RUN
           END-IF.
           READ REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
           END-READ.
           PERFORM 0200-SERVE-REQUEST UNTIL END-OF-REQUESTS.
           CLOSE REQUEST-FILE.

      *Pedido atendido nao volta na proxima rodada; a trilha fica em
      *SUBJECT-ACCESS-LOG.DAT. Pedido rejeitado fica para correcao.
      *Com mais rejeitados do que a tabela guarda o arquivo fica como
      *esta, para nenhum pedido se perder; os atendidos voltam na
      *proxima rodada.
           IF WS-REQUESTS-SERVED > 0
               IF WS-REQUESTS-REJECTED > WS-REJECT-KEPT
                   DISPLAY "SUBJECT-ACCESS-REQUEST.DAT MANTIDO COMO "
                       "ESTA: " WS-REQUESTS-REJECTED " PEDIDOS "
                       "REJEITADOS, A TABELA GUARDA " WS-REJECT-MAX
                   DISPLAY "OS PEDIDOS ATENDIDOS VOLTAM NA PROXIMA "
                       "RODADA"
               ELSE
                   PERFORM 0250-KEEP-REJECTED-REQUESTS
               END-IF
           END-IF.

           DISPLAY "PEDIDOS LIDOS..........: " WS-REQUESTS-READ.
           DISPLAY "PEDIDOS ATENDIDOS......: " WS-REQUESTS-SERVED.
           DISPLAY "PEDIDOS REJEITADOS.....: " WS-REQUESTS-REJECTED.
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
           MOVE WS-REQUESTS-READ TO WS-RL-READ.
           MOVE WS-REQUESTS-SERVED TO WS-RL-WRITTEN.
           MOVE WS-REQUESTS-REJECTED TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           IF WS-REQUESTS-REJECTED > 0
               MOVE 'FALHA' TO WS-RL-OUTCOME
           ELSE
               MOVE 'OK' TO WS-RL-OUTCOME
           END-IF.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *Mesmo carimbo de operador do PACIENTEMANUT; sem ele, BATCH.
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

      *Mesma janela do IMCRECHAMADA para marcar o faltoso.
       0110-GET-RECALL-WINDOW.
           MOVE "RECALL-DIAS" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-RECALL-DIAS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           DISPLAY "PARAMETRO RECALL-DIAS..: " WS-RECALL-DIAS.

      *Ultima geracao do extrato da operadora; as copias de 1 ate
      *ela sao procuradas uma a uma.
       0120-READ-LAST-GENERATION.
           MOVE ZERO TO WS-LAST-GENERATION.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENNO-STATUS = "00"
               READ GENERATION-FILE
                   AT END MOVE ZERO TO GEN-NUMBER
               END-READ
               IF GEN-NUMBER IS NUMERIC
                   MOVE GEN-NUMBER TO WS-LAST-GENERATION
               END-IF
               CLOSE GENERATION-FILE
           END-IF.

      *Um pedido: resolve os IDs do titular, percorre cada arquivo e
      *fecha com o resumo e a linha do log do encarregado.
       0200-SERVE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           IF REQ-PATIENT-ID IS NOT NUMERIC
               OR REQ-PATIENT-ID = ZEROES
               DISPLAY "PEDIDO COM PATIENT-ID INVALIDO: "
                   REQ-PATIENT-ID " " REQ-REFERENCE
               ADD 1 TO WS-REQUESTS-REJECTED
               IF WS-REJECT-KEPT < WS-REJECT-MAX
                   ADD 1 TO WS-REJECT-KEPT
                   MOVE REQUEST-REC TO WS-REJECT-LINE(WS-REJECT-KEPT)
               END-IF
           ELSE
               MOVE REQ-PATIENT-ID TO WS-REQUESTED-ID
               PERFORM 0210-RESOLVE-IDS
               PERFORM 0220-OPEN-REPORT
               PERFORM 0300-SCAN-MASTER
               PERFORM 0320-WRITE-XREF-SECTION
               PERFORM 0340-SCAN-HISTORY
               PERFORM 0400-SCAN-AUDIT-LOGS
               PERFORM 0500-SCAN-RECALL-PENDING
               PERFORM 0520-SCAN-RECALL-CLOSED
               PERFORM 0540-SCAN-NOSHOW-REPORT
               PERFORM 0600-SCAN-INSURER-EXTRACTS
               PERFORM 0700-SCAN-GOALS
               PERFORM 0720-SCAN-CHANGE-JOURNAL
               PERFORM 0740-SCAN-RESEARCH-MAP
               PERFORM 0800-WRITE-SUMMARY
               CLOSE ACCESS-REPORT
               PERFORM 0850-LOG-REQUEST
               ADD 1 TO WS-REQUESTS-SERVED
               DISPLAY "PEDIDO " REQ-REFERENCE " PACIENTE "
                   WS-REQUESTED-ID " - " WS-SUBJECT-RECORDS
                   " REGISTROS EM " WS-HIT-COUNT-FILES
                   " ARQUIVOS - " WS-REPORT-NAME
           END-IF.
           READ REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
           END-READ.

      *O arquivo de pedidos e regravado so com os rejeitados.
       0250-KEEP-REJECTED-REQUESTS.
           OPEN OUTPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR SUBJECT-ACCESS-REQUEST.DAT - "
                   "STATUS " WS-REQUEST-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-REJECT-SUB FROM 1 BY 1
                   UNTIL WS-REJECT-SUB > WS-REJECT-KEPT
               MOVE WS-REJECT-LINE(WS-REJECT-SUB) TO REQUEST-REC
               WRITE REQUEST-REC
           END-PERFORM.
           CLOSE REQUEST-FILE.

      *Pedido feito com um ID aposentado responde pelo sobrevivente;
      *os IDs fundidos no sobrevivente entram todos na busca, porque
      *o que foi gravado antes da fusao continua com o ID antigo.
       0210-RESOLVE-IDS.
           MOVE WS-REQUESTED-ID TO WS-PRIMARY-ID.
           MOVE 0 TO WS-ID-COUNT.
           MOVE 0 TO WS-HIT-COUNT-FILES WS-HIT-OVERFLOW.
           MOVE 0 TO WS-SUBJECT-RECORDS.
           OPEN INPUT PATIENT-XREF.
           IF WS-XREF-STATUS = "00"
               READ PATIENT-XREF
                   AT END SET END-OF-XREF TO TRUE
               END-READ
               PERFORM UNTIL END-OF-XREF
                   IF XRF-RETIRED-ID = WS-REQUESTED-ID
                       MOVE XRF-SURVIVOR-ID TO WS-PRIMARY-ID
                   END-IF
                   READ PATIENT-XREF
                       AT END SET END-OF-XREF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PATIENT-XREF
           END-IF.
           ADD 1 TO WS-ID-COUNT.
           MOVE WS-PRIMARY-ID TO WS-ID-VALUE(WS-ID-COUNT).
           MOVE ZERO TO WS-ID-MERGE-DATE(WS-ID-COUNT).
           MOVE SPACES TO WS-ID-OPERATOR(WS-ID-COUNT).
           OPEN INPUT PATIENT-XREF.
           IF WS-XREF-STATUS = "00"
               READ PATIENT-XREF
                   AT END SET END-OF-XREF TO TRUE
               END-READ
               PERFORM UNTIL END-OF-XREF
                   IF XRF-SURVIVOR-ID = WS-PRIMARY-ID
                       PERFORM 0215-ADD-RETIRED-ID
                   END-IF
                   READ PATIENT-XREF
                       AT END SET END-OF-XREF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PATIENT-XREF
           END-IF.

       0215-ADD-RETIRED-ID.
           IF WS-ID-COUNT < WS-ID-MAX
               ADD 1 TO WS-ID-COUNT
               MOVE XRF-RETIRED-ID TO WS-ID-VALUE(WS-ID-COUNT)
               MOVE XRF-MERGE-DATE TO WS-ID-MERGE-DATE(WS-ID-COUNT)
               MOVE XRF-OPERATOR TO WS-ID-OPERATOR(WS-ID-COUNT)
           ELSE
               DISPLAY "MAIS DE " WS-ID-MAX " IDS FUNDIDOS EM "
                   WS-PRIMARY-ID " - ID " XRF-RETIRED-ID
                   " FORA DA BUSCA"
           END-IF.

      *Um relatorio por pedido, com o carimbo da hora em que foi
      *atendido, para nao regravar o de um pedido anterior.
       0220-OPEN-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "SUBJECT-ACCESS." WS-REQUESTED-ID "."
               WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT ACCESS-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-REPORT-NAME " - STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PACIENTE DO PEDIDO.....:' TO WS-LBL-TEXT.
           MOVE WS-REQUESTED-ID TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           IF WS-PRIMARY-ID NOT = WS-REQUESTED-ID
               MOVE 'ID ATUAL (FUSAO).......:' TO WS-LBL-TEXT
               MOVE WS-PRIMARY-ID TO WS-LBL-VALUE
               WRITE REPORT-LINE FROM WS-LABEL-LINE
           END-IF.
           MOVE 'REFERENCIA DO PEDIDO...:' TO WS-LBL-TEXT.
           MOVE REQ-REFERENCE TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE 'DATA UTIL DO ATENDIM...:' TO WS-LBL-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE 'OPERADOR...............:' TO WS-LBL-TEXT.
           MOVE WS-OPERATOR-ID TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.

      *Cabecalho e rodape comuns de cada arquivo percorrido; o
      *rodape tambem anota o arquivo no resumo quando houve dados.
       0900-START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-SECTION-ABSENT.
           MOVE 'N' TO WS-SECTION-BY-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-FILE TO WS-SEC-FILE.
           MOVE SPACES TO WS-SEC-NOTE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.

       0910-END-SECTION.
           IF SECTION-FILE-ABSENT
               MOVE 'ARQUIVO AUSENTE' TO WS-TXL-TEXT
               WRITE REPORT-LINE FROM WS-TEXT-LINE
           ELSE
               IF WS-SECTION-COUNT = 0
                   MOVE 'NENHUM REGISTRO DO PACIENTE' TO WS-TXL-TEXT
                   WRITE REPORT-LINE FROM WS-TEXT-LINE
               ELSE
                   MOVE 'REGISTROS DO PACIENTE.......:'
                       TO WS-SFT-TEXT
                   MOVE WS-SECTION-COUNT TO WS-SFT-COUNT
                   WRITE REPORT-LINE FROM WS-SECTION-FOOTER
                   IF NOT HITS-ADDED-BY-FILE
                       PERFORM 0920-ADD-HIT
                   END-IF
               END-IF
           END-IF.

       0920-ADD-HIT.
           MOVE WS-SECTION-COUNT TO WS-SECTION-COUNT-SAVE.
           PERFORM 0925-ADD-FILE-HIT.

       0925-ADD-FILE-HIT.
           ADD WS-SECTION-COUNT-SAVE TO WS-SUBJECT-RECORDS.
           IF WS-HIT-COUNT-FILES < WS-HIT-MAX
               ADD 1 TO WS-HIT-COUNT-FILES
               MOVE WS-SECTION-FILE
                   TO WS-HIT-FILE(WS-HIT-COUNT-FILES)
               MOVE WS-SECTION-COUNT-SAVE
                   TO WS-HIT-COUNT(WS-HIT-COUNT-FILES)
           ELSE
               ADD 1 TO WS-HIT-OVERFLOW
           END-IF.

      *Confere WS-MATCH-ID contra os IDs do titular.
       0930-MATCH-ID.
           MOVE 'N' TO WS-ID-MATCH.
           IF WS-MATCH-ID IS NUMERIC
               PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > WS-ID-COUNT
                          OR ID-MATCHED
                   IF WS-ID-VALUE(WS-ID-SUB) = WS-MATCH-ID-NUM
                       SET ID-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0300-SCAN-MASTER.
           MOVE 'PATIENT-MASTER.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PATIENT-MASTER.DAT - "
                       "STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
               READ PATIENT-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               PERFORM UNTIL END-OF-MASTER
                   MOVE PAC-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE PAC-PATIENT-ID TO WS-MST-ID
                       MOVE PAC-LASTNAME TO WS-MST-LASTNAME
                       MOVE PAC-FIRSTNAME TO WS-MST-FIRSTNAME
                       MOVE PAC-BIRTH-DATE TO WS-MST-BIRTH-DATE
                       MOVE PAC-PATIENT-SEX TO WS-MST-SEX
                       MOVE PAC-STATUS TO WS-MST-STATUS
                       WRITE REPORT-LINE FROM WS-MASTER-LINE
                   END-IF
                   READ PATIENT-MASTER
                       AT END SET END-OF-MASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PATIENT-MASTER
           END-IF.
           PERFORM 0910-END-SECTION.

      *As fusoes ja foram lidas ao resolver os IDs.
       0320-WRITE-XREF-SECTION.
           MOVE 'PATIENT-XREF.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           PERFORM VARYING WS-ID-SUB FROM 2 BY 1
                   UNTIL WS-ID-SUB > WS-ID-COUNT
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ID-VALUE(WS-ID-SUB) TO WS-XRL-RETIRED
               MOVE WS-PRIMARY-ID TO WS-XRL-SURVIVOR
               MOVE WS-ID-MERGE-DATE(WS-ID-SUB) TO WS-XRL-DATE
               MOVE WS-ID-OPERATOR(WS-ID-SUB) TO WS-XRL-OPERATOR
               WRITE REPORT-LINE FROM WS-XREF-LINE
           END-PERFORM.
           PERFORM 0910-END-SECTION.

      *Cada medicao com a classificacao gravada na hora do calculo.
       0340-SCAN-HISTORY.
           MOVE 'BMI-HISTORY.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT BMI-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-HISTORY.DAT - STATUS "
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
               MOVE '  PACIENTE DATA    HORA   PESO   ALTURA IMC    '
                   TO REPORT-LINE
               MOVE 'CATEGORIA         CLIN' TO REPORT-LINE(49:23)
               WRITE REPORT-LINE
               READ BMI-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-HISTORY
                   MOVE HIST-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE HIST-PATIENT-ID TO WS-HSL-ID
                       MOVE HIST-MEAS-DATE TO WS-HSL-DATE
                       MOVE HIST-MEAS-TIME TO WS-HSL-TIME
                       MOVE HIST-WEIGHT-KG TO WS-HSL-WEIGHT
                       MOVE HIST-HEIGHT-CM TO WS-HSL-HEIGHT
                       MOVE HIST-BMI TO WS-HSL-BMI
                       MOVE HIST-CATEGORY TO WS-HSL-CATEGORY
                       MOVE HIST-CLINIC-CODE TO WS-HSL-CLINIC
                       WRITE REPORT-LINE FROM WS-HIST-LINE
                   END-IF
                   READ BMI-HISTORY
                       AT END SET END-OF-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY
           END-IF.
           PERFORM 0910-END-SECTION.

      *O log vivo e cada arquivo morto registrado pelo IMCAUDITORIA.
       0400-SCAN-AUDIT-LOGS.
           MOVE 0 TO WS-UNATTRIBUTED-COUNT.
           MOVE 0 TO WS-AUDIT-FILES-READ.
           MOVE 'BMI-AUDIT-LOG.DAT' TO WS-AUDIT-NAME.
           PERFORM 0410-SCAN-ONE-AUDIT-FILE.
           OPEN INPUT ARCHIVE-LIST.
           IF WS-LIST-STATUS = "00"
               READ ARCHIVE-LIST
                   AT END SET END-OF-ARCHIVE-LIST TO TRUE
               END-READ
               PERFORM UNTIL END-OF-ARCHIVE-LIST
                   IF ALS-ARCHIVE-NAME NOT = SPACES
                       MOVE ALS-ARCHIVE-NAME TO WS-AUDIT-NAME
                       PERFORM 0410-SCAN-ONE-AUDIT-FILE
                   END-IF
                   READ ARCHIVE-LIST
                       AT END SET END-OF-ARCHIVE-LIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ARQUIVOS DE AUDITORIA LIDOS.:' TO WS-SFT-TEXT.
           MOVE WS-AUDIT-FILES-READ TO WS-SFT-COUNT.
           WRITE REPORT-LINE FROM WS-SECTION-FOOTER.
           MOVE 'LINHAS SEM PACIENTE GRAVADO.:' TO WS-SFT-TEXT.
           MOVE WS-UNATTRIBUTED-COUNT TO WS-SFT-COUNT.
           WRITE REPORT-LINE FROM WS-SECTION-FOOTER.

      *Linhas de auditoria gravadas antes de o log levar o paciente
      *(sem o ' P=') nao tem dono conhecido; so entram na contagem.
       0410-SCAN-ONE-AUDIT-FILE.
           MOVE WS-AUDIT-NAME TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR " WS-AUDIT-NAME
                       " - STATUS " WS-AUDIT-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-AUDIT-FILES-READ
               READ AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
               PERFORM UNTIL END-OF-AUDIT
                   IF ALR-PATIENT-TAG = ' P='
                       MOVE ALR-PATIENT-ID TO WS-MATCH-ID
                       PERFORM 0930-MATCH-ID
                       IF ID-MATCHED
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE AUDIT-LINE-REC(5:61) TO WS-TXL-TEXT
                           WRITE REPORT-LINE FROM WS-TEXT-LINE
                       END-IF
                   ELSE
                       IF ALR-YEAR IS NUMERIC
                           ADD 1 TO WS-UNATTRIBUTED-COUNT
                       END-IF
                   END-IF
                   READ AUDIT-FILE
                       AT END SET END-OF-AUDIT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM 0910-END-SECTION.

      *Rechamada em aberto alem da janela e o que o IMCRECHAMADA
      *lista como faltoso.
       0500-SCAN-RECALL-PENDING.
           MOVE 'BMI-RECALL-PENDING.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT RECALL-PENDING.
           IF WS-PENDING-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-RECALL-PENDING.DAT - "
                       "STATUS " WS-PENDING-STATUS
                   STOP RUN
               END-IF
               READ RECALL-PENDING
                   AT END SET END-OF-PENDING TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PENDING
                   MOVE PEND-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       PERFORM 0510-WRITE-PENDING-LINE
                   END-IF
                   READ RECALL-PENDING
                       AT END SET END-OF-PENDING TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECALL-PENDING
           END-IF.
           PERFORM 0910-END-SECTION.

       0510-WRITE-PENDING-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE PEND-PATIENT-ID TO WS-PDL-ID.
           MOVE PEND-DATE-ADDED TO WS-PDL-DATE.
           MOVE PEND-PRIORITY TO WS-PDL-PRIORITY.
           MOVE 0 TO WS-DAYS-OPEN.
           IF PEND-DATE-ADDED IS NUMERIC
               AND PEND-DATE-ADDED > 0
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(PEND-DATE-ADDED)
           END-IF.
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF.
           MOVE WS-DAYS-OPEN TO WS-PDL-DAYS.
           IF WS-DAYS-OPEN > WS-RECALL-DIAS
               MOVE 'FALTOSO' TO WS-PDL-FLAG
           ELSE
               MOVE SPACES TO WS-PDL-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-PENDING-LINE.

      *Visita depois do fim da janela conta como falta, pela mesma
      *regra do IMCQUALCLINICA.
       0520-SCAN-RECALL-CLOSED.
           MOVE 'BMI-RECALL-CLOSED.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT RECALL-CLOSED.
           IF WS-CLOSED-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-CLOSED-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-RECALL-CLOSED.DAT - "
                       "STATUS " WS-CLOSED-STATUS
                   STOP RUN
               END-IF
               READ RECALL-CLOSED
                   AT END SET END-OF-CLOSED TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CLOSED
                   MOVE RCL-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       PERFORM 0530-WRITE-CLOSED-LINE
                   END-IF
                   READ RECALL-CLOSED
                       AT END SET END-OF-CLOSED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECALL-CLOSED
           END-IF.
           PERFORM 0910-END-SECTION.

       0530-WRITE-CLOSED-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE RCL-PATIENT-ID TO WS-CLL-ID.
           MOVE RCL-DATE-ADDED TO WS-CLL-ADDED.
           MOVE RCL-PRIORITY TO WS-CLL-PRIORITY.
           MOVE RCL-VISIT-DATE TO WS-CLL-VISIT.
           MOVE RCL-CLOSED-DATE TO WS-CLL-CLOSED.
           MOVE 'NO PRAZO' TO WS-CLL-FLAG.
           IF RCL-DATE-ADDED IS NUMERIC AND RCL-DATE-ADDED > 0
               AND RCL-VISIT-DATE IS NUMERIC
               AND RCL-VISIT-DATE > 0
               COMPUTE WS-DAYS-TO-VISIT =
                   FUNCTION INTEGER-OF-DATE(RCL-VISIT-DATE) -
                   FUNCTION INTEGER-OF-DATE(RCL-DATE-ADDED)
               IF WS-DAYS-TO-VISIT > WS-RECALL-DIAS
                   MOVE 'FALTA' TO WS-CLL-FLAG
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-CLOSED-LINE.

      *A lista de faltosos da semana traz o paciente na coluna 3.
       0540-SCAN-NOSHOW-REPORT.
           MOVE 'BMI-NOSHOW-REPORT.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT NOSHOW-REPORT.
           IF WS-NOSHOW-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-NOSHOW-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-NOSHOW-REPORT.DAT - "
                       "STATUS " WS-NOSHOW-STATUS
                   STOP RUN
               END-IF
               READ NOSHOW-REPORT
                   AT END SET END-OF-NOSHOW TO TRUE
               END-READ
               PERFORM UNTIL END-OF-NOSHOW
                   MOVE NSH-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE NOSHOW-LINE(3:78) TO WS-TXL-TEXT
                       WRITE REPORT-LINE FROM WS-TEXT-LINE
                   END-IF
                   READ NOSHOW-REPORT
                       AT END SET END-OF-NOSHOW TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NOSHOW-REPORT
           END-IF.
           PERFORM 0910-END-SECTION.

      *Extratos gravados antes de o IMCEXTRATO guardar a copia da
      *geracao so existem no BMI-INSURER-EXTRACT.DAT corrente; ele
      *e lido quando a copia da geracao dele nao existe.
       0600-SCAN-INSURER-EXTRACTS.
           MOVE 0 TO WS-EXTRACTS-READ WS-EXTRACTS-MISSING.
           MOVE 'BMI-INSURER-EXTRACT (GERACOES)' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           SET HITS-ADDED-BY-FILE TO TRUE.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-LAST-GENERATION
               MOVE SPACES TO WS-EXTRACT-NAME
               STRING "BMI-INSURER-EXTRACT.G" WS-GEN-SUB
                   DELIMITED BY SIZE INTO WS-EXTRACT-NAME
               PERFORM 0610-SCAN-ONE-EXTRACT
           END-PERFORM.
           MOVE 'BMI-INSURER-EXTRACT.DAT' TO WS-EXTRACT-NAME.
           PERFORM 0630-CHECK-CURRENT-COPY.
           IF NOT GENERATION-COPY-EXISTS
               PERFORM 0610-SCAN-ONE-EXTRACT
           END-IF.
           PERFORM 0910-END-SECTION.
           MOVE 'GERACOES SEM COPIA GUARDADA:' TO WS-SFT-TEXT.
           MOVE WS-EXTRACTS-MISSING TO WS-SFT-COUNT.
           WRITE REPORT-LINE FROM WS-SECTION-FOOTER.

      *Uma linha por geracao em que o paciente foi enviado, com o
      *trimestre e a data do envio tirados do header H.
       0610-SCAN-ONE-EXTRACT.
           MOVE 0 TO WS-EXT-HITS.
           MOVE 0 TO WS-EXT-GENERATION WS-EXT-RUN-DATE
               WS-EXT-QUARTER.
           OPEN INPUT INSURER-EXTRACT.
           IF WS-EXTRACT-STATUS = "35"
               ADD 1 TO WS-EXTRACTS-MISSING
           ELSE
               IF WS-EXTRACT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR " WS-EXTRACT-NAME
                       " - STATUS " WS-EXTRACT-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXTRACTS-READ
               READ INSURER-EXTRACT
                   AT END SET END-OF-EXTRACT TO TRUE
               END-READ
               PERFORM UNTIL END-OF-EXTRACT
                   EVALUATE EXT-RECORD-TYPE
                       WHEN 'H'
                           MOVE EXH-GENERATION TO WS-EXT-GENERATION
                           MOVE EXH-RUN-DATE TO WS-EXT-RUN-DATE
                           MOVE EXH-QUARTER TO WS-EXT-QUARTER
                       WHEN 'D'
                           MOVE EXD-PATIENT-ID TO WS-MATCH-ID
                           PERFORM 0930-MATCH-ID
                           IF ID-MATCHED
                               ADD 1 TO WS-EXT-HITS
                           END-IF
                   END-EVALUATE
                   READ INSURER-EXTRACT
                       AT END SET END-OF-EXTRACT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INSURER-EXTRACT
      *No resumo cada geracao conta como um arquivo.
               IF WS-EXT-HITS > 0
                   ADD WS-EXT-HITS TO WS-SECTION-COUNT
                   MOVE WS-EXTRACT-NAME TO WS-SECTION-FILE
                   MOVE WS-EXT-HITS TO WS-SECTION-COUNT-SAVE
                   PERFORM 0925-ADD-FILE-HIT
                   MOVE WS-EXTRACT-NAME TO WS-EXL-FILE
                   MOVE WS-EXT-GENERATION TO WS-EXL-GENERATION
                   MOVE WS-EXT-QUARTER TO WS-EXL-QUARTER
                   MOVE WS-EXT-RUN-DATE TO WS-EXL-RUN-DATE
                   MOVE WS-EXT-HITS TO WS-EXL-COUNT
                   WRITE REPORT-LINE FROM WS-EXTRACT-OUT-LINE
               END-IF
           END-IF.

      *Le so o header do extrato corrente e ve se a geracao dele ja
      *tem copia guardada (e portanto ja foi lida no laco).
       0630-CHECK-CURRENT-COPY.
           MOVE 'N' TO WS-COPY-EXISTS.
           MOVE 0 TO WS-CURRENT-GENERATION.
           OPEN INPUT INSURER-EXTRACT.
           IF WS-EXTRACT-STATUS = "00"
               READ INSURER-EXTRACT
                   AT END SET END-OF-EXTRACT TO TRUE
               END-READ
               IF NOT END-OF-EXTRACT AND EXT-RECORD-TYPE = 'H'
                   MOVE EXH-GENERATION TO WS-CURRENT-GENERATION
               END-IF
               CLOSE INSURER-EXTRACT
           ELSE
               SET GENERATION-COPY-EXISTS TO TRUE
           END-IF.
           IF WS-CURRENT-GENERATION > 0
               MOVE SPACES TO WS-EXTRACT-NAME
               STRING "BMI-INSURER-EXTRACT.G" WS-CURRENT-GENERATION
                   DELIMITED BY SIZE INTO WS-EXTRACT-NAME
               OPEN INPUT INSURER-EXTRACT
               IF WS-EXTRACT-STATUS = "00"
                   SET GENERATION-COPY-EXISTS TO TRUE
                   CLOSE INSURER-EXTRACT
               END-IF
               MOVE 'BMI-INSURER-EXTRACT.DAT' TO WS-EXTRACT-NAME
           END-IF.

       0700-SCAN-GOALS.
           MOVE 'BMI-GOALS.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT GOAL-MASTER.
           IF WS-GOAL-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-GOAL-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-GOALS.DAT - STATUS "
                       WS-GOAL-STATUS
                   STOP RUN
               END-IF
               READ GOAL-MASTER
                   AT END SET END-OF-GOALS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-GOALS
                   MOVE GOAL-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE GOAL-PATIENT-ID TO WS-GLL-ID
                       MOVE GOAL-PROGRAM TO WS-GLL-PROGRAM
                       MOVE GOAL-START-DATE TO WS-GLL-START
                       MOVE GOAL-TARGET-DATE TO WS-GLL-TARGET-DATE
                       MOVE GOAL-TARGET-TYPE TO WS-GLL-TYPE
                       MOVE GOAL-TARGET-VALUE TO WS-GLL-VALUE
                       MOVE GOAL-STATUS TO WS-GLL-STATUS
                       WRITE REPORT-LINE FROM WS-GOAL-LINE
                   END-IF
                   READ GOAL-MASTER
                       AT END SET END-OF-GOALS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GOAL-MASTER
           END-IF.
           PERFORM 0910-END-SECTION.

       0720-SCAN-CHANGE-JOURNAL.
           MOVE 'PATIENT-CHANGE-JOURNAL.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PATIENT-CHANGE-JOURNAL.DAT"
                       " - STATUS " WS-JOURNAL-STATUS
                   STOP RUN
               END-IF
               READ CHANGE-JOURNAL
                   AT END SET END-OF-JOURNAL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-JOURNAL
                   MOVE PCJ-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE PCJ-DATE TO WS-JNL-DATE
                       MOVE PCJ-PATIENT-ID TO WS-JNL-ID
                       MOVE PCJ-FIELD TO WS-JNL-FIELD
                       MOVE PCJ-OLD-VALUE TO WS-JNL-OLD
                       MOVE PCJ-NEW-VALUE TO WS-JNL-NEW
                       WRITE REPORT-LINE FROM WS-JOURNAL-LINE
                   END-IF
                   READ CHANGE-JOURNAL
                       AT END SET END-OF-JOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL
           END-IF.
           PERFORM 0910-END-SECTION.

       0740-SCAN-RESEARCH-MAP.
           MOVE 'RESEARCH-MAP.DAT' TO WS-SECTION-FILE.
           PERFORM 0900-START-SECTION.
           OPEN INPUT PSEUDONYM-MAP.
           IF WS-MAP-STATUS = "35"
               SET SECTION-FILE-ABSENT TO TRUE
           ELSE
               IF WS-MAP-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR RESEARCH-MAP.DAT - STATUS "
                       WS-MAP-STATUS
                   STOP RUN
               END-IF
               READ PSEUDONYM-MAP
                   AT END SET END-OF-MAP TO TRUE
               END-READ
               PERFORM UNTIL END-OF-MAP
                   MOVE MAP-PATIENT-ID TO WS-MATCH-ID
                   PERFORM 0930-MATCH-ID
                   IF ID-MATCHED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE MAP-PATIENT-ID TO WS-MPL-ID
                       MOVE MAP-PSEUDONYM TO WS-MPL-PSEUDONYM
                       MOVE MAP-GENERATION TO WS-MPL-GENERATION
                       MOVE MAP-STATUS TO WS-MPL-STATUS
                       MOVE MAP-WITHDRAWAL-DATE TO WS-MPL-WITHDRAWAL
                       WRITE REPORT-LINE FROM WS-MAP-LINE
                   END-IF
                   READ PSEUDONYM-MAP
                       AT END SET END-OF-MAP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PSEUDONYM-MAP
           END-IF.
           PERFORM 0910-END-SECTION.

       0800-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RESUMO - ARQUIVOS COM DADOS DO PACIENTE'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-HIT-COUNT-FILES
               MOVE WS-HIT-FILE(WS-HIT-SUB) TO WS-SML-FILE
               MOVE WS-HIT-COUNT(WS-HIT-SUB) TO WS-SML-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.
           IF WS-HIT-OVERFLOW > 0
               MOVE 'ARQUIVOS ALEM DA TABELA....:' TO WS-SFT-TEXT
               MOVE WS-HIT-OVERFLOW TO WS-SFT-COUNT
               WRITE REPORT-LINE FROM WS-SECTION-FOOTER
           END-IF.
           MOVE 'TOTAL DE REGISTROS.........:' TO WS-SFT-TEXT.
           MOVE WS-SUBJECT-RECORDS TO WS-SFT-COUNT.
           WRITE REPORT-LINE FROM WS-SECTION-FOOTER.

      *Trilha do encarregado de dados: quem atendeu, quando, para
      *qual paciente e onde ficou o relatorio.
       0850-LOG-REQUEST.
           OPEN EXTEND ACCESS-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SUBJECT-ACCESS-LOG.DAT - "
                   "STATUS " WS-LOG-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ACCESS-LOG-REC.
           MOVE WS-BUSINESS-DATE TO ALOG-DATE.
           MOVE WS-CDT-TIME TO ALOG-TIME.
           MOVE WS-OPERATOR-ID TO ALOG-OPERATOR.
           MOVE WS-REQUESTED-ID TO ALOG-REQUESTED-ID.
           MOVE WS-PRIMARY-ID TO ALOG-PATIENT-ID.
           MOVE REQ-REFERENCE TO ALOG-REFERENCE.
           MOVE WS-SUBJECT-RECORDS TO ALOG-RECORDS.
           MOVE WS-HIT-COUNT-FILES TO ALOG-FILES.
           MOVE WS-REPORT-NAME TO ALOG-REPORT-NAME.
           WRITE ACCESS-LOG-REC.
           CLOSE ACCESS-LOG.

       END PROGRAM IMCTITULAR.
