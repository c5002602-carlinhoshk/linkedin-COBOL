       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IMCPESQUISA.
       AUTHOR.         Carlinhoshk.
      *Extrato desidentificado do historico de IMC para a pesquisa
      *da universidade, separado do IMCEXTRATO da operadora (que
      *leva nome e PATIENT-ID). Le BMI-HISTORY.DAT em ordem de
      *paciente junto com PATIENT-MASTER.DAT e grava
      *RESEARCH-EXTRACT.DAT com:
      *  - chave pseudonima estavel no lugar do paciente, calculada
      *    do PATIENT-ID com o segredo de RESEARCH-SECRET.DAT, que
      *    fica so aqui e nunca vai junto com o extrato; sem o
      *    segredo nao ha como voltar da chave ao paciente;
      *  - faixa etaria na data da medicao no lugar do nascimento;
      *  - mes da medicao (AAAAMM) no lugar da data e hora;
      *  - sexo, clinica, peso, altura, IMC e categoria.
      *Celula faixa etaria/sexo/clinica com menos pacientes que
      *PESQ-MIN-CELULA (default 5) e suprimida: as linhas dela nao
      *descem. Header H (data, geracao, meses coberto e minimo da
      *celula), detalhe D e trailer T com linhas, pacientes, linhas
      *e celulas suprimidas e hash total do IMC, no molde do
      *IMCEXTRATO. O numero de geracao persiste em
      *RESEARCH-EXTRACT-GENNO.DAT.
      *A correspondencia paciente x chave de cada extrato fica em
      *RESEARCH-MAP.DAT, que nao sai daqui (a anterior vai para uma
      *geracao do catalogo), para responder pedido de retirada do
      *estudo. O paciente que pediu para sair e lancado em
      *RESEARCH-WITHDRAWALS.DAT (ID e data do pedido): nao desce
      *mais no extrato e aparece no mapa como R, com a chave que a
      *universidade deve apagar dos extratos ja entregues.
      *Paciente sem cadastro (inclusive ID aposentado por fusao, cujo
      *historico ja foi para o sobrevivente) nao desce.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SORT-WORK ASSIGN TO "BMI-RESEARCH.SRT".
           SELECT SORTED-HISTORY ASSIGN TO "BMI-RESEARCH-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATIENT-STATUS.
           SELECT SECRET-FILE ASSIGN TO "RESEARCH-SECRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRET-STATUS.
           SELECT WITHDRAWAL-FILE ASSIGN TO "RESEARCH-WITHDRAWALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHDRAWAL-STATUS.
           SELECT STAGE-FILE ASSIGN TO "RESEARCH-EXTRACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT RESEARCH-EXTRACT ASSIGN TO "RESEARCH-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PSEUDONYM-MAP ASSIGN TO "RESEARCH-MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT MAP-BACKUP-FILE
               ASSIGN TO DYNAMIC WS-MAP-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-BACKUP-STATUS.
           SELECT GENERATION-FILE
               ASSIGN TO "RESEARCH-EXTRACT-GENNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY.
       01  HISTDETAILS.
           COPY BMIHIST.

       SD  SORT-WORK.
       01  SORT-HIST-REC.
           COPY BMIHIST.

       FD  SORTED-HISTORY.
       01  SORTED-HIST.
           88 END-OF-SORTED        VALUE HIGH-VALUES.
           COPY BMIHIST.

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-REC.
           COPY PACREC.

       FD  SECRET-FILE.
       01  SECRET-REC              PIC X(32).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           88 END-OF-WITHDRAWALS   VALUE HIGH-VALUES.
           05 WDR-PATIENT-ID       PIC X(6).
           05 WDR-PATIENT-NUM REDEFINES WDR-PATIENT-ID
                                   PIC 9(6).
           05 FILLER               PIC X.
           05 WDR-REQUEST-DATE     PIC X(8).
           05 WDR-REQUEST-NUM REDEFINES WDR-REQUEST-DATE
                                   PIC 9(8).

      *Linha ja desidentificada, com o indice da celula para a
      *supressao na segunda passada.
       FD  STAGE-FILE.
       01  STAGE-REC.
           88 END-OF-STAGE         VALUE HIGH-VALUES.
           05 STG-CELL-INDEX       PIC 9(4).
           05 STG-DETAIL           PIC X(58).

       FD  RESEARCH-EXTRACT.
       01  EXTRACT-LINE            PIC X(80).

      *Uma linha por paciente do extrato: ID, chave, geracao do
      *extrato, situacao (A no estudo, R retirado) e data do pedido
      *de retirada.
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
               88 MAP-IN-STUDY     VALUE 'A'.
               88 MAP-WITHDRAWN    VALUE 'R'.
           05 FILLER               PIC X.
           05 MAP-WITHDRAWAL-DATE  PIC 9(8).

       FD  MAP-BACKUP-FILE.
       01  MAP-BACKUP-LINE         PIC X(35).

       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05 GEN-NUMBER           PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-SORTED-STATUS PIC XX VALUE SPACES.
       01 WS-PATIENT-STATUS PIC XX VALUE SPACES.
       01 WS-SECRET-STATUS PIC XX VALUE SPACES.
       01 WS-WITHDRAWAL-STATUS PIC XX VALUE SPACES.
       01 WS-STAGE-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-MAP-STATUS PIC XX VALUE SPACES.
       01 WS-MAP-BACKUP-STATUS PIC XX VALUE SPACES.
       01 WS-GENNO-STATUS PIC XX VALUE SPACES.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARAM-FOUND PIC X VALUE 'N'.
       01 WS-MIN-CELL PIC 9(3) VALUE 5.

       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-GENERATION-NUMBER PIC 9(6) VALUE 0.
       01 WS-PATIENT-KEY PIC 9(6) VALUE 0.
       01 WS-PATIENT-EOF PIC X VALUE 'N'.
           88 END-OF-PATIENTS      VALUE 'Y'.
       01 WS-CURRENT-PATIENT PIC 9(6) VALUE 0.
       01 WS-PATIENT-MATCH PIC X VALUE 'N'.
           88 PATIENT-ON-MASTER    VALUE 'Y'.
       01 WS-BIRTH-DATE PIC 9(8) VALUE 0.
       01 WS-PATIENT-SEX PIC X VALUE SPACE.

      *Segredo da chave pseudonima; com menos de 16 posicoes a
      *rodada nao sai.
       01 WS-SECRET PIC X(32) VALUE SPACES.
       01 WS-SECRET-LEN PIC 9(2) VALUE 0.

      *Chave: duas passadas de hash com o segredo dos dois lados do
      *ID, modulo primos de nove digitos; a segunda passada mistura
      *o resultado da primeira com o segredo de novo.
       01  WS-HASH-INPUT.
           05 WS-HI-SECRET-1       PIC X(32).
           05 WS-HI-KEY            PIC X(9).
           05 WS-HI-SECRET-2       PIC X(32).
       01 WS-HASH-POS PIC 9(3) VALUE 0.
       01 WS-HASH-VALUE PIC 9(12) VALUE 0.
       01 WS-HASH-QUOTIENT PIC 9(12) VALUE 0.
       01 WS-HASH-1 PIC 9(9) VALUE 0.
       01 WS-HASH-2 PIC 9(9) VALUE 0.
       01  WS-PSEUDONYM.
           05 FILLER               PIC X VALUE 'R'.
           05 WS-PSEUDO-DIGITS     PIC 9(9).

      *Pacientes retirados do estudo, de RESEARCH-WITHDRAWALS.DAT.
       01  WS-WITHDRAWAL-TABLE.
           05 WS-WITHDRAWAL-COUNT  PIC 9(4) VALUE 0.
           05 WS-WITHDRAWAL-ENTRY OCCURS 2000 TIMES.
               10 WS-WD-PATIENT-ID PIC 9(6).
               10 WS-WD-DATE       PIC 9(8).
       01 WS-WD-SUB PIC 9(4) VALUE 0.
       01 WS-WD-HIT PIC 9(4) VALUE 0.

      *Celulas faixa/sexo/clinica e quantos pacientes distintos
      *caem em cada uma.
       01  WS-CELL-TABLE.
           05 WS-CELL-COUNT        PIC 9(4) VALUE 0.
           05 WS-CELL-ENTRY OCCURS 600 TIMES.
               10 WS-CELL-KEY.
                   15 WS-CK-BAND   PIC X(5).
                   15 WS-CK-SEX    PIC X.
                   15 WS-CK-CLINIC PIC X(4).
               10 WS-CELL-PATIENTS PIC 9(7).
       01 WS-CELL-SUB PIC 9(4) VALUE 0.
       01 WS-CELL-HIT PIC 9(4) VALUE 0.
       01  WS-SEARCH-KEY.
           05 WS-SK-BAND           PIC X(5).
           05 WS-SK-SEX            PIC X.
           05 WS-SK-CLINIC         PIC X(4).

      *Celulas em que o paciente da vez ja foi contado.
       01  WS-PATIENT-CELLS.
           05 WS-PC-COUNT          PIC 9(2) VALUE 0.
           05 WS-PC-CELL OCCURS 20 TIMES
                                   PIC 9(4).
       01 WS-PC-SUB PIC 9(2) VALUE 0.
       01 WS-PC-FOUND PIC X VALUE 'N'.

       01 WS-AGE-YEARS PIC 9(3) VALUE 0.
       01 WS-MEAS-MONTH PIC 9(6) VALUE 0.
       01 WS-FIRST-MONTH PIC 9(6) VALUE 0.
       01 WS-LAST-MONTH PIC 9(6) VALUE 0.
       01 WS-LAST-PSEUDONYM PIC X(10) VALUE SPACES.

       01 WS-HIST-READ PIC 9(7) VALUE 0.
       01 WS-STAGED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOMASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-WITHDRAWN-ROWS PIC 9(7) VALUE 0.
       01 WS-WITHDRAWN-PATIENTS PIC 9(7) VALUE 0.
       01 WS-MAP-COUNT PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-PATIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-ROWS PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-CELLS PIC 9(7) VALUE 0.
       01 WS-BMI-HASH-TOTAL PIC 9(11)V99 VALUE 0.

       01 WS-MAP-PRESENT PIC X VALUE 'N'.
           88 OLD-MAP-PRESENT      VALUE 'Y'.
       01 WS-MAP-BACKUP-NAME PIC X(40) VALUE SPACES.
       01 WS-MAP-GEN-BASE-NAME PIC X(20) VALUE 'RESEARCH-MAP.DAT'.
       01 WS-MAP-BACKUP-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TIMESTAMP-TEXT PIC X(14) VALUE SPACES.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'IMCPESQUISA'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-HEADER-REC.
           05 FILLER               PIC X VALUE 'H'.
           05 WS-HDR-RUN-DATE      PIC 9(8).
           05 WS-HDR-GENERATION    PIC 9(6).
           05 WS-HDR-FIRST-MONTH   PIC 9(6).
           05 WS-HDR-LAST-MONTH    PIC 9(6).
           05 WS-HDR-MIN-CELL      PIC 9(3).
           05 FILLER               PIC X(50) VALUE SPACES.

       01  WS-DETAIL-REC.
           05 FILLER               PIC X VALUE 'D'.
           05 WS-DET-PSEUDONYM     PIC X(10).
           05 WS-DET-MONTH         PIC 9(6).
           05 WS-DET-AGE-BAND      PIC X(5).
           05 WS-DET-SEX           PIC X.
           05 WS-DET-CLINIC        PIC X(4).
           05 WS-DET-WEIGHT-KG     PIC 9(3)V99.
           05 WS-DET-HEIGHT-CM     PIC 9(3)V99.
           05 WS-DET-BMI           PIC 9(3)V99.
           05 WS-DET-CATEGORY      PIC X(17).

       01  WS-TRAILER-REC.
           05 FILLER               PIC X VALUE 'T'.
           05 WS-TRL-COUNT         PIC 9(7).
           05 WS-TRL-PATIENTS      PIC 9(7).
           05 WS-TRL-SUPP-ROWS     PIC 9(7).
           05 WS-TRL-SUPP-CELLS    PIC 9(7).
           05 WS-TRL-BMI-HASH      PIC 9(11)V99.
           05 FILLER               PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM 0110-READ-PARAMETERS.
           PERFORM 0120-READ-SECRET.
           PERFORM 0130-LOAD-WITHDRAWALS.
           OPEN INPUT BMI-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-HISTORY.DAT - STATUS "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           CLOSE BMI-HISTORY.
           PERFORM 0140-NEXT-GENERATION-NUMBER.
           PERFORM 0160-BACKUP-OLD-MAP.

      *Primeira passada: desidentifica cada medicao e conta os
      *pacientes de cada celula.
           SORT SORT-WORK ON ASCENDING KEY
                   HIST-PATIENT-ID OF SORT-HIST-REC
                   HIST-MEAS-DATE OF SORT-HIST-REC
                   HIST-MEAS-TIME OF SORT-HIST-REC
               USING BMI-HISTORY
               GIVING SORTED-HISTORY.
           PERFORM 0170-OPEN-FIRST-PASS.
           PERFORM 0200-PROCESS-PATIENT UNTIL END-OF-SORTED.
           CLOSE SORTED-HISTORY.
           CLOSE PATIENT-MASTER.
           CLOSE STAGE-FILE.
           CLOSE PSEUDONYM-MAP.

      *Segunda passada: so descem as linhas de celula com pacientes
      *suficientes.
           PERFORM 0500-WRITE-EXTRACT.

           DISPLAY "EXTRATO DE PESQUISA GERADO - GERACAO "
               WS-GENERATION-NUMBER.
           DISPLAY "MEDICOES LIDAS.........: " WS-HIST-READ.
           DISPLAY "SEM CADASTRO...........: " WS-NOMASTER-COUNT.
           DISPLAY "DE PACIENTES RETIRADOS.: " WS-WITHDRAWN-ROWS.
           DISPLAY "SUPRIMIDAS (CELULA < " WS-MIN-CELL "): "
               WS-SUPPRESSED-ROWS.
           DISPLAY "LINHAS NO EXTRATO......: " WS-DETAIL-COUNT.
           DISPLAY "PACIENTES NO EXTRATO...: " WS-PATIENT-COUNT.
           DISPLAY "PACIENTES NO MAPA......: " WS-MAP-COUNT.
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
           MOVE WS-HIST-READ TO WS-RL-READ.
           MOVE WS-DETAIL-COUNT TO WS-RL-WRITTEN.
           COMPUTE WS-RL-REJECTED = WS-NOMASTER-COUNT
               + WS-WITHDRAWN-ROWS + WS-SUPPRESSED-ROWS.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0110-READ-PARAMETERS.
           MOVE "PESQ-MIN-CELULA" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-MIN-CELL =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           DISPLAY "PARAMETRO PESQ-MIN-CELULA: " WS-MIN-CELL.

      *O segredo nao tem valor padrao: sem ele nao ha extrato.
       0120-READ-SECRET.
           OPEN INPUT SECRET-FILE.
           IF WS-SECRET-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RESEARCH-SECRET.DAT - STATUS "
                   WS-SECRET-STATUS
               STOP RUN
           END-IF.
           READ SECRET-FILE
               AT END MOVE SPACES TO SECRET-REC
           END-READ.
           MOVE SECRET-REC TO WS-SECRET.
           CLOSE SECRET-FILE.
           MOVE ZERO TO WS-SECRET-LEN.
           INSPECT WS-SECRET TALLYING WS-SECRET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SECRET-LEN < 16
               DISPLAY "SEGREDO DE RESEARCH-SECRET.DAT COM MENOS DE "
                   "16 POSICOES - EXTRATO NAO GERADO"
               STOP RUN
           END-IF.

       0130-LOAD-WITHDRAWALS.
           OPEN INPUT WITHDRAWAL-FILE.
           IF WS-WITHDRAWAL-STATUS = "00"
               READ WITHDRAWAL-FILE
                   AT END SET END-OF-WITHDRAWALS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-WITHDRAWALS
                   IF WDR-PATIENT-ID IS NUMERIC
                           AND WS-WITHDRAWAL-COUNT < 2000
                       ADD 1 TO WS-WITHDRAWAL-COUNT
                       MOVE WDR-PATIENT-NUM
                           TO WS-WD-PATIENT-ID(WS-WITHDRAWAL-COUNT)
                       IF WDR-REQUEST-DATE IS NUMERIC
                           MOVE WDR-REQUEST-NUM
                               TO WS-WD-DATE(WS-WITHDRAWAL-COUNT)
                       ELSE
                           MOVE ZEROES
                               TO WS-WD-DATE(WS-WITHDRAWAL-COUNT)
                       END-IF
                   END-IF
                   READ WITHDRAWAL-FILE
                       AT END SET END-OF-WITHDRAWALS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WITHDRAWAL-FILE
           END-IF.
           DISPLAY "PEDIDOS DE RETIRADA....: " WS-WITHDRAWAL-COUNT.

      *Le o ultimo numero de geracao, soma 1 e regrava, como o
      *IMCEXTRATO.
       0140-NEXT-GENERATION-NUMBER.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENNO-STATUS = "00"
               READ GENERATION-FILE
                   AT END MOVE ZERO TO GEN-NUMBER
               END-READ
               MOVE GEN-NUMBER TO WS-GENERATION-NUMBER
               CLOSE GENERATION-FILE
           ELSE
               MOVE ZERO TO WS-GENERATION-NUMBER
           END-IF.
           ADD 1 TO WS-GENERATION-NUMBER.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GENNO-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR RESEARCH-EXTRACT-GENNO.DAT - "
                   "STATUS " WS-GENNO-STATUS
               STOP RUN
           END-IF.
           MOVE WS-GENERATION-NUMBER TO GEN-NUMBER.
           WRITE GENERATION-REC.
           CLOSE GENERATION-FILE.

       0150-READ-SORTED.
           READ SORTED-HISTORY
               AT END SET END-OF-SORTED TO TRUE
           END-READ.
           IF NOT END-OF-SORTED
               ADD 1 TO WS-HIST-READ
           END-IF.

      *O mapa do extrato anterior vai para uma geracao datada do
      *catalogo antes de ser regravado, para a chave de um extrato
      *ja entregue continuar achavel mesmo se o segredo mudar.
       0160-BACKUP-OLD-MAP.
           OPEN INPUT PSEUDONYM-MAP.
           IF WS-MAP-STATUS = "00"
               SET OLD-MAP-PRESENT TO TRUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT
               STRING "RESEARCH-MAP.DAT." WS-TIMESTAMP-TEXT
                   DELIMITED BY SIZE INTO WS-MAP-BACKUP-NAME
               OPEN OUTPUT MAP-BACKUP-FILE
               IF WS-MAP-BACKUP-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE BACKUP - "
                       "FILE STATUS " WS-MAP-BACKUP-STATUS
                   STOP RUN
               END-IF
               READ PSEUDONYM-MAP
                   AT END SET END-OF-MAP TO TRUE
               END-READ
               PERFORM UNTIL END-OF-MAP
                   MOVE MAP-REC TO MAP-BACKUP-LINE
                   WRITE MAP-BACKUP-LINE
                   ADD 1 TO WS-MAP-BACKUP-COUNT
                   READ PSEUDONYM-MAP
                       AT END SET END-OF-MAP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MAP-BACKUP-FILE
               CLOSE PSEUDONYM-MAP
               CALL "GENCATALOG" USING WS-MAP-GEN-BASE-NAME
                   WS-TIMESTAMP-TEXT WS-MAP-BACKUP-COUNT
               END-CALL
           END-IF.

       0170-OPEN-FIRST-PASS.
           OPEN INPUT SORTED-HISTORY.
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-RESEARCH-SORTED.TMP - "
                   "STATUS " WS-SORTED-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PATIENT-MASTER.
           IF WS-PATIENT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MASTER.DAT - STATUS "
                   WS-PATIENT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RESEARCH-EXTRACT.TMP - STATUS "
                   WS-STAGE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PSEUDONYM-MAP.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RESEARCH-MAP.DAT - STATUS "
                   WS-MAP-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-SORTED.

      *Todas as medicoes de um paciente, em ordem de data: cadastro
      *e pedido de retirada sao vistos uma vez, a chave e calculada
      *uma vez e o paciente conta uma vez em cada celula em que cai.
       0200-PROCESS-PATIENT.
           MOVE HIST-PATIENT-ID OF SORTED-HIST TO WS-CURRENT-PATIENT.
           PERFORM 0210-FIND-PATIENT.
           PERFORM 0220-CHECK-WITHDRAWAL.
           MOVE ZERO TO WS-PC-COUNT.
           EVALUATE TRUE
               WHEN NOT PATIENT-ON-MASTER
                   PERFORM UNTIL END-OF-SORTED
                           OR HIST-PATIENT-ID OF SORTED-HIST
                               NOT = WS-CURRENT-PATIENT
                       ADD 1 TO WS-NOMASTER-COUNT
                       PERFORM 0150-READ-SORTED
                   END-PERFORM
               WHEN WS-WD-HIT > 0
                   PERFORM 0300-MAKE-PSEUDONYM
                   PERFORM 0400-WRITE-MAP-LINE
                   ADD 1 TO WS-WITHDRAWN-PATIENTS
                   PERFORM UNTIL END-OF-SORTED
                           OR HIST-PATIENT-ID OF SORTED-HIST
                               NOT = WS-CURRENT-PATIENT
                       ADD 1 TO WS-WITHDRAWN-ROWS
                       PERFORM 0150-READ-SORTED
                   END-PERFORM
               WHEN OTHER
                   PERFORM 0300-MAKE-PSEUDONYM
                   PERFORM 0400-WRITE-MAP-LINE
                   PERFORM UNTIL END-OF-SORTED
                           OR HIST-PATIENT-ID OF SORTED-HIST
                               NOT = WS-CURRENT-PATIENT
                       PERFORM 0230-STAGE-MEASUREMENT
                       PERFORM 0150-READ-SORTED
                   END-PERFORM
           END-EVALUATE.

       0210-FIND-PATIENT.
           MOVE 'N' TO WS-PATIENT-MATCH.
           PERFORM UNTIL END-OF-PATIENTS
                   OR WS-PATIENT-KEY >= WS-CURRENT-PATIENT
               READ PATIENT-MASTER
                   AT END SET END-OF-PATIENTS TO TRUE
               END-READ
               IF NOT END-OF-PATIENTS
                   MOVE PAC-PATIENT-ID TO WS-PATIENT-KEY
               END-IF
           END-PERFORM.
           IF NOT END-OF-PATIENTS
                   AND WS-PATIENT-KEY = WS-CURRENT-PATIENT
               SET PATIENT-ON-MASTER TO TRUE
               MOVE PAC-BIRTH-DATE TO WS-BIRTH-DATE
               MOVE PAC-PATIENT-SEX TO WS-PATIENT-SEX
           END-IF.

       0220-CHECK-WITHDRAWAL.
           MOVE ZERO TO WS-WD-HIT.
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-WITHDRAWAL-COUNT
                       OR WS-WD-HIT > 0
               IF WS-WD-PATIENT-ID(WS-WD-SUB) = WS-CURRENT-PATIENT
                   MOVE WS-WD-SUB TO WS-WD-HIT
               END-IF
           END-PERFORM.

      *Nascimento vira faixa etaria na data da medicao e a data vira
      *mes; sexo fora de M/F e clinica em branco ficam como nao
      *informados.
       0230-STAGE-MEASUREMENT.
           MOVE HIST-MEAS-DATE OF SORTED-HIST(1:6) TO WS-MEAS-MONTH.
           IF WS-BIRTH-DATE IS NUMERIC AND WS-BIRTH-DATE > ZERO
                   AND WS-BIRTH-DATE <= HIST-MEAS-DATE OF SORTED-HIST
               COMPUTE WS-AGE-YEARS =
                   (HIST-MEAS-DATE OF SORTED-HIST - WS-BIRTH-DATE)
                   / 10000
               EVALUATE TRUE
                   WHEN WS-AGE-YEARS < 18
                       MOVE '00-17' TO WS-SK-BAND
                   WHEN WS-AGE-YEARS < 30
                       MOVE '18-29' TO WS-SK-BAND
                   WHEN WS-AGE-YEARS < 40
                       MOVE '30-39' TO WS-SK-BAND
                   WHEN WS-AGE-YEARS < 50
                       MOVE '40-49' TO WS-SK-BAND
                   WHEN WS-AGE-YEARS < 60
                       MOVE '50-59' TO WS-SK-BAND
                   WHEN WS-AGE-YEARS < 70
                       MOVE '60-69' TO WS-SK-BAND
                   WHEN OTHER
                       MOVE '70+' TO WS-SK-BAND
               END-EVALUATE
           ELSE
               MOVE 'N/D' TO WS-SK-BAND
           END-IF.
           IF WS-PATIENT-SEX = 'M' OR WS-PATIENT-SEX = 'F'
               MOVE WS-PATIENT-SEX TO WS-SK-SEX
           ELSE
               MOVE 'X' TO WS-SK-SEX
           END-IF.
           IF HIST-CLINIC-CODE OF SORTED-HIST = SPACES
               MOVE '----' TO WS-SK-CLINIC
           ELSE
               MOVE HIST-CLINIC-CODE OF SORTED-HIST TO WS-SK-CLINIC
           END-IF.
           PERFORM 0240-COUNT-CELL.
           IF WS-FIRST-MONTH = ZERO OR WS-MEAS-MONTH < WS-FIRST-MONTH
               MOVE WS-MEAS-MONTH TO WS-FIRST-MONTH
           END-IF.
           IF WS-MEAS-MONTH > WS-LAST-MONTH
               MOVE WS-MEAS-MONTH TO WS-LAST-MONTH
           END-IF.
           MOVE WS-PSEUDONYM TO WS-DET-PSEUDONYM.
           MOVE WS-MEAS-MONTH TO WS-DET-MONTH.
           MOVE WS-SK-BAND TO WS-DET-AGE-BAND.
           MOVE WS-SK-SEX TO WS-DET-SEX.
           MOVE WS-SK-CLINIC TO WS-DET-CLINIC.
           MOVE HIST-WEIGHT-KG OF SORTED-HIST TO WS-DET-WEIGHT-KG.
           MOVE HIST-HEIGHT-CM OF SORTED-HIST TO WS-DET-HEIGHT-CM.
           MOVE HIST-BMI OF SORTED-HIST TO WS-DET-BMI.
           MOVE HIST-CATEGORY OF SORTED-HIST TO WS-DET-CATEGORY.
           MOVE WS-CELL-HIT TO STG-CELL-INDEX.
           MOVE WS-DETAIL-REC(2:58) TO STG-DETAIL.
           WRITE STAGE-REC.
           ADD 1 TO WS-STAGED-COUNT.

      *Acha (ou abre) a celula e conta o paciente nela na primeira
      *medicao dele que cai ali.
       0240-COUNT-CELL.
           MOVE ZERO TO WS-CELL-HIT.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
                       OR WS-CELL-HIT > 0
               IF WS-CELL-KEY(WS-CELL-SUB) = WS-SEARCH-KEY
                   MOVE WS-CELL-SUB TO WS-CELL-HIT
               END-IF
           END-PERFORM.
           IF WS-CELL-HIT = 0
               IF WS-CELL-COUNT >= 600
                   DISPLAY "TABELA DE CELULAS CHEIA (600) - EXTRATO "
                       "NAO GERADO"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CELL-HIT
               MOVE WS-SEARCH-KEY TO WS-CELL-KEY(WS-CELL-HIT)
               MOVE ZERO TO WS-CELL-PATIENTS(WS-CELL-HIT)
           END-IF.
           MOVE 'N' TO WS-PC-FOUND.
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-COUNT
               IF WS-PC-CELL(WS-PC-SUB) = WS-CELL-HIT
                   MOVE 'Y' TO WS-PC-FOUND
               END-IF
           END-PERFORM.
           IF WS-PC-FOUND = 'N'
               ADD 1 TO WS-CELL-PATIENTS(WS-CELL-HIT)
               IF WS-PC-COUNT < 20
                   ADD 1 TO WS-PC-COUNT
                   MOVE WS-CELL-HIT TO WS-PC-CELL(WS-PC-COUNT)
               END-IF
           END-IF.

      *Chave pseudonima do paciente da vez: R + nove digitos.
       0300-MAKE-PSEUDONYM.
           MOVE WS-SECRET TO WS-HI-SECRET-1 WS-HI-SECRET-2.
           MOVE SPACES TO WS-HI-KEY.
           MOVE WS-CURRENT-PATIENT TO WS-HI-KEY(1:6).
           MOVE 7 TO WS-HASH-1.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 73
               COMPUTE WS-HASH-VALUE = WS-HASH-1 * 131
                   + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1))
               DIVIDE WS-HASH-VALUE BY 999999937
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-1
           END-PERFORM.
           MOVE WS-HASH-1 TO WS-HI-KEY.
           MOVE 11 TO WS-HASH-2.
           PERFORM VARYING WS-HASH-POS FROM 73 BY -1
                   UNTIL WS-HASH-POS < 1
               COMPUTE WS-HASH-VALUE = WS-HASH-2 * 137
                   + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1))
               DIVIDE WS-HASH-VALUE BY 999999929
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-2
           END-PERFORM.
           MOVE WS-HASH-2 TO WS-PSEUDO-DIGITS.

       0400-WRITE-MAP-LINE.
           MOVE SPACES TO MAP-REC.
           MOVE WS-CURRENT-PATIENT TO MAP-PATIENT-ID.
           MOVE WS-PSEUDONYM TO MAP-PSEUDONYM.
           MOVE WS-GENERATION-NUMBER TO MAP-GENERATION.
           IF WS-WD-HIT > 0
               SET MAP-WITHDRAWN TO TRUE
               MOVE WS-WD-DATE(WS-WD-HIT) TO MAP-WITHDRAWAL-DATE
           ELSE
               SET MAP-IN-STUDY TO TRUE
               MOVE ZEROES TO MAP-WITHDRAWAL-DATE
           END-IF.
           WRITE MAP-REC.
           ADD 1 TO WS-MAP-COUNT.

       0500-WRITE-EXTRACT.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR RESEARCH-EXTRACT.TMP - STATUS "
                   WS-STAGE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RESEARCH-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RESEARCH-EXTRACT.DAT - STATUS "
                   WS-EXTRACT-STATUS
               STOP RUN
           END-IF.
           PERFORM 0510-WRITE-HEADER.
           READ STAGE-FILE
               AT END SET END-OF-STAGE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-STAGE
               PERFORM 0520-COPY-DETAIL
               READ STAGE-FILE
                   AT END SET END-OF-STAGE TO TRUE
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
               IF WS-CELL-PATIENTS(WS-CELL-SUB) < WS-MIN-CELL
                   ADD 1 TO WS-SUPPRESSED-CELLS
               END-IF
           END-PERFORM.
           PERFORM 0530-WRITE-TRAILER.
           CLOSE STAGE-FILE.
           CLOSE RESEARCH-EXTRACT.

       0510-WRITE-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-GENERATION-NUMBER TO WS-HDR-GENERATION.
           MOVE WS-FIRST-MONTH TO WS-HDR-FIRST-MONTH.
           MOVE WS-LAST-MONTH TO WS-HDR-LAST-MONTH.
           MOVE WS-MIN-CELL TO WS-HDR-MIN-CELL.
           WRITE EXTRACT-LINE FROM WS-HEADER-REC.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RESEARCH-EXTRACT.DAT - "
                   "STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF.

       0520-COPY-DETAIL.
           IF WS-CELL-PATIENTS(STG-CELL-INDEX) < WS-MIN-CELL
               ADD 1 TO WS-SUPPRESSED-ROWS
           ELSE
               MOVE STG-DETAIL TO WS-DETAIL-REC(2:58)
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-DET-BMI TO WS-BMI-HASH-TOTAL
               IF WS-DET-PSEUDONYM NOT = WS-LAST-PSEUDONYM
                   ADD 1 TO WS-PATIENT-COUNT
                   MOVE WS-DET-PSEUDONYM TO WS-LAST-PSEUDONYM
               END-IF
               WRITE EXTRACT-LINE FROM WS-DETAIL-REC
               IF WS-EXTRACT-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR RESEARCH-EXTRACT.DAT - "
                       "STATUS " WS-EXTRACT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0530-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-PATIENT-COUNT TO WS-TRL-PATIENTS.
           MOVE WS-SUPPRESSED-ROWS TO WS-TRL-SUPP-ROWS.
           MOVE WS-SUPPRESSED-CELLS TO WS-TRL-SUPP-CELLS.
           MOVE WS-BMI-HASH-TOTAL TO WS-TRL-BMI-HASH.
           WRITE EXTRACT-LINE FROM WS-TRAILER-REC.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RESEARCH-EXTRACT.DAT - "
                   "STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF.

       END PROGRAM IMCPESQUISA.
