       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IMCMETAMANUT.
       AUTHOR.         Carlinhoshk.
      *Manutencao do cadastro de metas de peso BMI-GOALS.DAT
      *(BMIGOAL.cpy) por transacao, para a meta do programa de
      *controle de peso sair do papel da clinica. Cada linha de
      *BMI-GOAL-TXN.DAT traz um codigo, o paciente e os campos:
      *  A - inclusao (programa, prazo, peso inicial, tipo e valor
      *      da meta exigidos; inicio em branco e a data util);
      *  C - correcao de programa, inicio, prazo, peso inicial e/ou
      *      meta (campo em branco mantem o atual; tipo e valor da
      *      meta andam juntos);
      *  E - encerramento da meta (a linha fica como E ate uma nova
      *      inclusao para o paciente).
      *Meta tipo P e peso em kg, tipo I e IMC; os dois com duas
      *casas implicitas (07250 = 72,50). O paciente precisa estar
      *ativo em PATIENT-MASTER.DAT para a inclusao, e ID aposentado
      *por fusao (PATIENT-XREF.DAT, via PACXREF) nao aceita
      *transacao nenhuma. Cada campo alterado vai para o diario
      *PATIENT-CHANGE-JOURNAL.DAT com o operador de
      *CURRENT-OPERATOR.DAT. O cadastro anterior e o movimento
      *aplicado ficam em geracoes datadas do catalogo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-MASTER ASSIGN TO "BMI-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NEW-GOAL-MASTER ASSIGN TO "BMI-GOALS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT RAW-TRANSACTION-FILE
               ASSIGN TO "BMI-GOAL-TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-TXN-STATUS.

           SELECT TXN-SORT-WORK ASSIGN TO "METATXN.SRT".

           SELECT TRANSACTION-FILE ASSIGN TO "BMI-GOAL-TXN-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MAINT-EXCEPTIONS
               ASSIGN TO "BMI-GOAL-MAINT-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CHANGE-JOURNAL
               ASSIGN TO "PATIENT-CHANGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPERATOR-STAMP ASSIGN TO "CURRENT-OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT TXN-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-TXN-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOAL-MASTER.
       01  GOAL-MASTER-LINE        PIC X(45).
           88 END-OF-MASTER        VALUE HIGH-VALUES.

       FD  NEW-GOAL-MASTER.
       01  NEW-GOAL-LINE           PIC X(45).
           88 END-OF-NEW-MASTER    VALUE HIGH-VALUES.

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-REC.
           88 END-OF-PATIENTS      VALUE HIGH-VALUES.
           COPY PACREC.

       FD  RAW-TRANSACTION-FILE.
       01  RAW-TXN-LINE            PIC X(45).
           88 END-OF-RAW-TXN       VALUE HIGH-VALUES.

       SD  TXN-SORT-WORK.
       01  TXN-SORT-REC.
           05 FILLER               PIC X(2).
           05 TSW-PATIENT-ID       PIC X(6).
           05 FILLER               PIC X(37).

      *Codigo e campos da meta; tudo alfanumerico para a critica
      *pegar lixo digitado antes de qualquer conta.
       FD  TRANSACTION-FILE.
       01  TXN-DETAILS.
           88 END-OF-TXN           VALUE HIGH-VALUES.
           05 TXN-CODE             PIC X.
           05 FILLER               PIC X.
           05 TXN-PATIENT-ID       PIC X(6).
           05 TXN-PATIENT-NUM REDEFINES TXN-PATIENT-ID
                                   PIC 9(6).
           05 FILLER               PIC X.
           05 TXN-PROGRAM          PIC X(4).
           05 FILLER               PIC X.
           05 TXN-START-DATE       PIC X(8).
           05 TXN-START-NUM REDEFINES TXN-START-DATE
                                   PIC 9(8).
           05 FILLER               PIC X.
           05 TXN-TARGET-DATE      PIC X(8).
           05 TXN-TARGET-NUM REDEFINES TXN-TARGET-DATE
                                   PIC 9(8).
           05 FILLER               PIC X.
           05 TXN-START-WEIGHT     PIC X(5).
           05 TXN-START-WEIGHT-NUM REDEFINES TXN-START-WEIGHT
                                   PIC 9(3)V99.
           05 FILLER               PIC X.
           05 TXN-TARGET-TYPE      PIC X.
           05 FILLER               PIC X.
           05 TXN-TARGET-VALUE     PIC X(5).
           05 TXN-TARGET-VALUE-NUM REDEFINES TXN-TARGET-VALUE
                                   PIC 9(3)V99.

       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXC-LINE.
           05 MEXC-TXN-CODE        PIC X.
           05 FILLER               PIC X(2).
           05 MEXC-PATIENT-ID      PIC X(6).
           05 FILLER               PIC X(2).
           05 MEXC-REASON          PIC X(40).

       FD  CHANGE-JOURNAL.
       01  JOURNAL-REC.
           COPY PACCHJ.

       FD  OPERATOR-STAMP.
       01  OPERATOR-STAMP-REC.
           05 STAMP-OPERATOR       PIC X(8).

       FD  BACKUP-FILE.
       01  BACKUP-LINE             PIC X(45).

       FD  TXN-ARCHIVE-FILE.
       01  TXN-ARCHIVE-LINE        PIC X(45).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-NEW-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-PATIENT-STATUS PIC XX VALUE SPACES.
       01 WS-RAW-TXN-STATUS PIC XX VALUE SPACES.
       01 WS-TXN-STATUS PIC XX VALUE SPACES.
       01 WS-EXC-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-STAMP-STATUS PIC XX VALUE SPACES.
       01 WS-BACKUP-STATUS PIC XX VALUE SPACES.
       01 WS-TXA-STATUS PIC XX VALUE SPACES.

      *Meta em manutencao: a linha do cadastro (ou a recem
      *incluida) recebe, em ordem, todas as transacoes do paciente
      *antes de ir para o cadastro novo.
       01  WS-GOAL-REC.
           COPY BMIGOAL.
       01 WS-GOAL-SWITCH PIC X VALUE 'N'.
           88 GOAL-ON-FILE         VALUE 'Y'.
           88 GOAL-NOT-ON-FILE     VALUE 'N'.
       01 WS-MASTER-KEY PIC X(6) VALUE SPACES.
       01 WS-TXN-KEY PIC X(6) VALUE SPACES.
       01 WS-CURRENT-KEY PIC X(6) VALUE SPACES.
       01 WS-MASTER-SWITCH PIC X VALUE 'N'.
           88 MASTER-PRESENT       VALUE 'Y'.
       01 WS-PATIENT-FILE-SWITCH PIC X VALUE 'N'.
           88 PATIENT-FILE-PRESENT VALUE 'Y'.
       01 WS-PATIENT-KEY PIC X(6) VALUE LOW-VALUES.
       01 WS-PATIENT-MATCH PIC X VALUE 'N'.
           88 PATIENT-IS-ACTIVE    VALUE 'A'.
           88 PATIENT-IS-INACTIVE  VALUE 'I'.
           88 PATIENT-IS-MISSING   VALUE 'N'.

       01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZEROES.
       01 MAINT-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-JRN-FIELD PIC X(12) VALUE SPACES.
       01 WS-JRN-OLD PIC X(20) VALUE SPACES.
       01 WS-JRN-NEW PIC X(20) VALUE SPACES.
       01 WS-FIELDS-CHANGED PIC 9 VALUE ZERO.
       01 WS-XREF-SURVIVOR PIC 9(6) VALUE ZEROES.
       01 WS-XREF-FOUND PIC X VALUE 'N'.

      *Valores da meta depois da critica, antes de ir para o
      *registro; na correcao partem dos valores atuais.
       01 WS-NEW-PROGRAM PIC X(4) VALUE SPACES.
       01 WS-NEW-START-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-TARGET-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-START-WEIGHT PIC 9(3)V99 VALUE ZEROES.
       01 WS-NEW-TARGET-TYPE PIC X VALUE SPACE.
       01 WS-NEW-TARGET-VALUE PIC 9(3)V99 VALUE ZEROES.

      *Texto da meta no diario: tipo e valor, ex. "P 072,50".
       01  WS-TARGET-TEXT.
           05 WS-TT-TYPE           PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-TT-VALUE          PIC 999,99.
       01  WS-WEIGHT-TEXT          PIC 999,99.

      *Dias de cada mes para a critica das datas; fevereiro
      *ganha o dia 29 nos anos bissextos.
       01  WS-MONTH-DAYS-TEXT      PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05 WS-MONTH-DAYS        PIC 99 OCCURS 12 TIMES.
       01  WS-CHECK-DATE           PIC X(8) VALUE SPACES.
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR        PIC 9(4).
           05 WS-CHECK-MONTH       PIC 9(2).
           05 WS-CHECK-DAY         PIC 9(2).
       01 WS-MAX-DAY PIC 99 VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
       01 WS-FIELD-SWITCH PIC X VALUE 'Y'.
           88 FIELDS-ARE-VALID     VALUE 'Y'.
           88 FIELDS-ARE-INVALID   VALUE 'N'.

       01 WS-TXN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ADD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CORRECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOCHANGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CLOSE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BACKUP-REC-COUNT PIC 9(7) VALUE ZERO.

       01 WS-BACKUP-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-GEN-BASE-NAME PIC X(20) VALUE 'BMI-GOALS.DAT'.
       01 WS-TXN-ARCHIVE-NAME PIC X(40) VALUE SPACES.
       01 WS-TXN-GEN-BASE-NAME PIC X(20) VALUE 'BMI-GOAL-TXN.DAT'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TIMESTAMP-TEXT PIC X(14) VALUE SPACES.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'IMCMETAMANUT'.
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

      *Noite sem movimento: o cadastro de metas fica como esta, sem
      *nova geracao nem backup.
           OPEN INPUT RAW-TRANSACTION-FILE.
           IF WS-RAW-TXN-STATUS = "35"
               DISPLAY "BMI-GOAL-TXN.DAT AUSENTE - CADASTRO "
                   "DE METAS SEM MANUTENCAO"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.
           IF WS-RAW-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-GOAL-TXN.DAT - "
                   "STATUS " WS-RAW-TXN-STATUS
               STOP RUN
           END-IF.
           READ RAW-TRANSACTION-FILE
               AT END SET END-OF-RAW-TXN TO TRUE
           END-READ.
           CLOSE RAW-TRANSACTION-FILE.
           IF END-OF-RAW-TXN
               DISPLAY "BMI-GOAL-TXN.DAT VAZIO - CADASTRO "
                   "DE METAS SEM MANUTENCAO"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.

           SORT TXN-SORT-WORK ON ASCENDING KEY TSW-PATIENT-ID
               WITH DUPLICATES IN ORDER
               USING RAW-TRANSACTION-FILE
               GIVING TRANSACTION-FILE.
           PERFORM 0120-OPEN-FILES.

           PERFORM 0150-READ-MASTER.
           PERFORM 0160-READ-TRANSACTION.
           PERFORM 0200-PROCESS-PATIENT
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-TXN-KEY = HIGH-VALUES.

           PERFORM 0900-CLOSE-FILES.
           PERFORM 0500-BACKUP-CURRENT-MASTER.
           PERFORM 0510-PROMOTE-NEW-MASTER.
           PERFORM 0520-ARCHIVE-TRANSACTIONS.

           DISPLAY "MANUTENCAO DE BMI-GOALS.DAT CONCLUIDA".
           DISPLAY "TRANSACOES....: " WS-TXN-COUNT.
           DISPLAY "INCLUSOES.....: " WS-ADD-COUNT.
           DISPLAY "CORRECOES.....: " WS-CORRECT-COUNT.
           DISPLAY "SEM DIFERENCA.: " WS-NOCHANGE-COUNT.
           DISPLAY "ENCERRAMENTOS.: " WS-CLOSE-COUNT.
           DISPLAY "REJEITADAS....: " WS-REJECT-COUNT.
           DISPLAY "METAS NO CADASTRO: " WS-WRITTEN-COUNT.
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
           MOVE WS-TXN-COUNT TO WS-RL-READ.
           MOVE WS-WRITTEN-COUNT TO WS-RL-WRITTEN.
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

      *Sem BMI-GOALS.DAT (primeira carga) o cadastro nasce so das
      *inclusoes do movimento. O cadastro de pacientes e lido junto,
      *em ordem de ID, so para conferir o paciente das inclusoes.
       0120-OPEN-FILES.
           OPEN INPUT GOAL-MASTER.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "BMI-GOALS.DAT AUSENTE - CADASTRO NOVO "
                   "A PARTIR DAS INCLUSOES"
               SET END-OF-MASTER TO TRUE
           ELSE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR BMI-GOALS.DAT - "
                       "STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
               SET MASTER-PRESENT TO TRUE
           END-IF.
           OPEN INPUT PATIENT-MASTER.
           IF WS-PATIENT-STATUS = "00"
               SET PATIENT-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "SEM PATIENT-MASTER.DAT - INCLUSOES DE META "
                   "SERAO REJEITADAS"
               MOVE HIGH-VALUES TO WS-PATIENT-KEY
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-GOAL-TXN-SORTED.TMP - "
                   "STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-GOAL-MASTER.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-GOALS.TMP - STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-EXCEPTIONS.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-GOAL-MAINT-EXCEPTIONS.DAT "
                   "- STATUS " WS-EXC-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       0150-READ-MASTER.
           IF MASTER-PRESENT
               READ GOAL-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-IF.
           IF END-OF-MASTER
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               MOVE GOAL-MASTER-LINE(1:6) TO WS-MASTER-KEY
           END-IF.

       0160-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-TXN TO TRUE
           END-READ.
           IF END-OF-TXN
               MOVE HIGH-VALUES TO WS-TXN-KEY
           ELSE
               MOVE TXN-PATIENT-ID TO WS-TXN-KEY
           END-IF.

      *Avanca o cadastro de pacientes ate o ID da vez; os dois
      *arquivos estao em ordem de ID, entao nunca se volta atras.
       0170-FIND-PATIENT.
           PERFORM UNTIL WS-PATIENT-KEY >= WS-CURRENT-KEY
               READ PATIENT-MASTER
                   AT END MOVE HIGH-VALUES TO WS-PATIENT-KEY
               END-READ
               IF WS-PATIENT-KEY NOT = HIGH-VALUES
                   MOVE PATIENT-MASTER-REC(1:6) TO WS-PATIENT-KEY
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PATIENT-KEY NOT = WS-CURRENT-KEY
                   SET PATIENT-IS-MISSING TO TRUE
               WHEN PAC-IS-INACTIVE
                   SET PATIENT-IS-INACTIVE TO TRUE
               WHEN OTHER
                   SET PATIENT-IS-ACTIVE TO TRUE
           END-EVALUATE.

      *Casamento do cadastro de metas com o movimento ordenado por
      *ID: a meta da vez recebe todas as transacoes do paciente, na
      *ordem em que foram digitadas, e so entao e gravada.
       0200-PROCESS-PATIENT.
           IF WS-TXN-KEY < WS-MASTER-KEY
               MOVE WS-TXN-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-MASTER-KEY TO WS-CURRENT-KEY
           END-IF.
           IF WS-MASTER-KEY = WS-CURRENT-KEY
               MOVE GOAL-MASTER-LINE TO WS-GOAL-REC
               SET GOAL-ON-FILE TO TRUE
               PERFORM 0150-READ-MASTER
           ELSE
               MOVE SPACES TO WS-GOAL-REC
               SET GOAL-NOT-ON-FILE TO TRUE
           END-IF.
           IF WS-TXN-KEY = WS-CURRENT-KEY
               PERFORM 0170-FIND-PATIENT
           END-IF.
           PERFORM UNTIL WS-TXN-KEY NOT = WS-CURRENT-KEY
               PERFORM 0300-APPLY-TRANSACTION
               PERFORM 0160-READ-TRANSACTION
           END-PERFORM.
           IF GOAL-ON-FILE
               WRITE NEW-GOAL-LINE FROM WS-GOAL-REC
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       0300-APPLY-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT.
           MOVE SPACES TO MAINT-REJECT-REASON.
           MOVE 'N' TO WS-XREF-FOUND.
           IF TXN-PATIENT-ID NUMERIC
               CALL "PACXREF" USING TXN-PATIENT-NUM WS-XREF-SURVIVOR
                   WS-XREF-FOUND
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN TXN-PATIENT-ID NOT NUMERIC
                       OR TXN-PATIENT-NUM = ZEROES
                   MOVE 'ID DO PACIENTE ZERO OU INVALIDO'
                       TO MAINT-REJECT-REASON
               WHEN WS-XREF-FOUND = 'Y'
                   STRING 'ID FUNDIDO NO PACIENTE ' WS-XREF-SURVIVOR
                       DELIMITED BY SIZE INTO MAINT-REJECT-REASON
               WHEN TXN-CODE = 'A'
                   PERFORM 0310-ADD-GOAL
               WHEN TXN-CODE NOT = 'C' AND TXN-CODE NOT = 'E'
                   MOVE 'CODIGO DE TRANSACAO INVALIDO'
                       TO MAINT-REJECT-REASON
               WHEN GOAL-NOT-ON-FILE
                   MOVE 'PACIENTE SEM META NO CADASTRO'
                       TO MAINT-REJECT-REASON
               WHEN GOAL-IS-CLOSED
                   MOVE 'META JA ENCERRADA' TO MAINT-REJECT-REASON
               WHEN TXN-CODE = 'C'
                   PERFORM 0320-CORRECT-GOAL
               WHEN OTHER
                   PERFORM 0330-CLOSE-GOAL
           END-EVALUATE.
           IF MAINT-REJECT-REASON NOT = SPACES
               PERFORM 0390-REJECT-TXN
           END-IF.

      *Inclusao: paciente ativo no cadastro e sem meta ativa; uma
      *meta encerrada e substituida pela nova.
       0310-ADD-GOAL.
           EVALUATE TRUE
               WHEN GOAL-ON-FILE AND GOAL-IS-ACTIVE
                   MOVE 'PACIENTE JA TEM META ATIVA'
                       TO MAINT-REJECT-REASON
               WHEN PATIENT-IS-MISSING
                   MOVE 'PACIENTE NAO CONSTA NO CADASTRO'
                       TO MAINT-REJECT-REASON
               WHEN PATIENT-IS-INACTIVE
                   MOVE 'PACIENTE DESATIVADO NO CADASTRO'
                       TO MAINT-REJECT-REASON
               WHEN TXN-PROGRAM = SPACES
                       OR TXN-TARGET-DATE = SPACES
                       OR TXN-START-WEIGHT = SPACES
                       OR TXN-TARGET-TYPE = SPACE
                       OR TXN-TARGET-VALUE = SPACES
                   MOVE 'CAMPO OBRIGATORIO DA META EM BRANCO'
                       TO MAINT-REJECT-REASON
               WHEN OTHER
                   MOVE ZEROES TO WS-NEW-START-DATE
                       WS-NEW-TARGET-DATE WS-NEW-START-WEIGHT
                       WS-NEW-TARGET-VALUE
                   MOVE SPACES TO WS-NEW-PROGRAM WS-NEW-TARGET-TYPE
                   MOVE WS-BUSINESS-DATE TO WS-NEW-START-DATE
                   PERFORM 0340-EDIT-FIELDS
                   IF FIELDS-ARE-VALID
                       MOVE SPACES TO WS-GOAL-REC
                       MOVE TXN-PATIENT-NUM TO GOAL-PATIENT-ID
                       MOVE WS-NEW-PROGRAM TO GOAL-PROGRAM
                       MOVE WS-NEW-START-DATE TO GOAL-START-DATE
                       MOVE WS-NEW-TARGET-DATE TO GOAL-TARGET-DATE
                       MOVE WS-NEW-START-WEIGHT TO GOAL-START-WEIGHT
                       MOVE WS-NEW-TARGET-TYPE TO GOAL-TARGET-TYPE
                       MOVE WS-NEW-TARGET-VALUE TO GOAL-TARGET-VALUE
                       MOVE 'A' TO GOAL-STATUS
                       SET GOAL-ON-FILE TO TRUE
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "META-INCLUI" TO WS-JRN-FIELD
                       MOVE SPACES TO WS-JRN-OLD
                       MOVE GOAL-TARGET-TYPE TO WS-TT-TYPE
                       MOVE GOAL-TARGET-VALUE TO WS-TT-VALUE
                       MOVE SPACES TO WS-JRN-NEW
                       STRING WS-TARGET-TEXT " " GOAL-TARGET-DATE
                           DELIMITED BY SIZE INTO WS-JRN-NEW
                       PERFORM 0400-WRITE-JOURNAL-LINE
                   END-IF
           END-EVALUATE.

      *Correcao: so os campos preenchidos contam e todos sao
      *criticados juntos, sobre os valores atuais, antes de qualquer
      *um ser aplicado. Cada campo que mudou vai para o diario.
       0320-CORRECT-GOAL.
           IF TXN-PROGRAM = SPACES AND TXN-START-DATE = SPACES
                   AND TXN-TARGET-DATE = SPACES
                   AND TXN-START-WEIGHT = SPACES
                   AND TXN-TARGET-TYPE = SPACE
                   AND TXN-TARGET-VALUE = SPACES
               MOVE 'NENHUM CAMPO PARA CORRIGIR'
                   TO MAINT-REJECT-REASON
           ELSE
               MOVE GOAL-PROGRAM TO WS-NEW-PROGRAM
               MOVE GOAL-START-DATE TO WS-NEW-START-DATE
               MOVE GOAL-TARGET-DATE TO WS-NEW-TARGET-DATE
               MOVE GOAL-START-WEIGHT TO WS-NEW-START-WEIGHT
               MOVE GOAL-TARGET-TYPE TO WS-NEW-TARGET-TYPE
               MOVE GOAL-TARGET-VALUE TO WS-NEW-TARGET-VALUE
               PERFORM 0340-EDIT-FIELDS
           END-IF.
           IF MAINT-REJECT-REASON = SPACES
               MOVE ZERO TO WS-FIELDS-CHANGED
               IF WS-NEW-PROGRAM NOT = GOAL-PROGRAM
                   MOVE "META-PROGR" TO WS-JRN-FIELD
                   MOVE GOAL-PROGRAM TO WS-JRN-OLD
                   MOVE WS-NEW-PROGRAM TO WS-JRN-NEW GOAL-PROGRAM
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF WS-NEW-START-DATE NOT = GOAL-START-DATE
                   MOVE "META-INICIO" TO WS-JRN-FIELD
                   MOVE GOAL-START-DATE TO WS-JRN-OLD
                   MOVE WS-NEW-START-DATE TO WS-JRN-NEW
                       GOAL-START-DATE
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF WS-NEW-TARGET-DATE NOT = GOAL-TARGET-DATE
                   MOVE "META-PRAZO" TO WS-JRN-FIELD
                   MOVE GOAL-TARGET-DATE TO WS-JRN-OLD
                   MOVE WS-NEW-TARGET-DATE TO WS-JRN-NEW
                       GOAL-TARGET-DATE
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF WS-NEW-START-WEIGHT NOT = GOAL-START-WEIGHT
                   MOVE "META-PESOINI" TO WS-JRN-FIELD
                   MOVE GOAL-START-WEIGHT TO WS-WEIGHT-TEXT
                   MOVE WS-WEIGHT-TEXT TO WS-JRN-OLD
                   MOVE WS-NEW-START-WEIGHT TO WS-WEIGHT-TEXT
                       GOAL-START-WEIGHT
                   MOVE WS-WEIGHT-TEXT TO WS-JRN-NEW
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF WS-NEW-TARGET-TYPE NOT = GOAL-TARGET-TYPE
                       OR WS-NEW-TARGET-VALUE NOT = GOAL-TARGET-VALUE
                   MOVE "META-ALVO" TO WS-JRN-FIELD
                   MOVE GOAL-TARGET-TYPE TO WS-TT-TYPE
                   MOVE GOAL-TARGET-VALUE TO WS-TT-VALUE
                   MOVE WS-TARGET-TEXT TO WS-JRN-OLD
                   MOVE WS-NEW-TARGET-TYPE TO WS-TT-TYPE
                       GOAL-TARGET-TYPE
                   MOVE WS-NEW-TARGET-VALUE TO WS-TT-VALUE
                       GOAL-TARGET-VALUE
                   MOVE WS-TARGET-TEXT TO WS-JRN-NEW
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF WS-FIELDS-CHANGED > ZERO
                   ADD 1 TO WS-CORRECT-COUNT
               ELSE
                   ADD 1 TO WS-NOCHANGE-COUNT
               END-IF
           END-IF.

       0330-CLOSE-GOAL.
           MOVE "META-ENCERRA" TO WS-JRN-FIELD.
           MOVE 'A' TO WS-JRN-OLD.
           MOVE 'E' TO WS-JRN-NEW GOAL-STATUS.
           PERFORM 0400-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-CLOSE-COUNT.

      *Critica dos campos informados sobre os valores de partida em
      *WS-NEW-*: datas validas, inicio nao futuro e antes do prazo,
      *peso inicial e meta maiores que zero, tipo P ou I, e meta de
      *peso diferente do peso inicial.
       0340-EDIT-FIELDS.
           SET FIELDS-ARE-VALID TO TRUE.
           IF TXN-PROGRAM NOT = SPACES
               MOVE TXN-PROGRAM TO WS-NEW-PROGRAM
           END-IF.
           IF TXN-START-DATE NOT = SPACES
               MOVE TXN-START-DATE TO WS-CHECK-DATE
               PERFORM 0350-VALIDATE-DATE
               IF FIELDS-ARE-VALID
                   MOVE TXN-START-NUM TO WS-NEW-START-DATE
               ELSE
                   MOVE 'DATA DE INICIO INVALIDA'
                       TO MAINT-REJECT-REASON
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID AND TXN-TARGET-DATE NOT = SPACES
               MOVE TXN-TARGET-DATE TO WS-CHECK-DATE
               PERFORM 0350-VALIDATE-DATE
               IF FIELDS-ARE-VALID
                   MOVE TXN-TARGET-NUM TO WS-NEW-TARGET-DATE
               ELSE
                   MOVE 'DATA DO PRAZO INVALIDA'
                       TO MAINT-REJECT-REASON
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID AND TXN-START-WEIGHT NOT = SPACES
               IF TXN-START-WEIGHT IS NUMERIC
                       AND TXN-START-WEIGHT-NUM > ZERO
                   MOVE TXN-START-WEIGHT-NUM TO WS-NEW-START-WEIGHT
               ELSE
                   MOVE 'PESO INICIAL INVALIDO'
                       TO MAINT-REJECT-REASON
                   SET FIELDS-ARE-INVALID TO TRUE
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID
               IF (TXN-TARGET-TYPE = SPACE
                           AND TXN-TARGET-VALUE NOT = SPACES)
                       OR (TXN-TARGET-TYPE NOT = SPACE
                           AND TXN-TARGET-VALUE = SPACES)
                   MOVE 'TIPO E VALOR DA META VAO JUNTOS'
                       TO MAINT-REJECT-REASON
                   SET FIELDS-ARE-INVALID TO TRUE
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID AND TXN-TARGET-TYPE NOT = SPACE
               IF (TXN-TARGET-TYPE = 'P' OR TXN-TARGET-TYPE = 'I')
                       AND TXN-TARGET-VALUE IS NUMERIC
                       AND TXN-TARGET-VALUE-NUM > ZERO
                   MOVE TXN-TARGET-TYPE TO WS-NEW-TARGET-TYPE
                   MOVE TXN-TARGET-VALUE-NUM TO WS-NEW-TARGET-VALUE
               ELSE
                   MOVE 'META INVALIDA - TIPO P OU I E VALOR'
                       TO MAINT-REJECT-REASON
                   SET FIELDS-ARE-INVALID TO TRUE
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID
               EVALUATE TRUE
                   WHEN WS-NEW-START-DATE > WS-BUSINESS-DATE
                       MOVE 'DATA DE INICIO NO FUTURO'
                           TO MAINT-REJECT-REASON
                       SET FIELDS-ARE-INVALID TO TRUE
                   WHEN WS-NEW-TARGET-DATE NOT > WS-NEW-START-DATE
                       MOVE 'PRAZO NAO E POSTERIOR AO INICIO'
                           TO MAINT-REJECT-REASON
                       SET FIELDS-ARE-INVALID TO TRUE
                   WHEN WS-NEW-TARGET-TYPE = 'P'
                           AND WS-NEW-TARGET-VALUE =
                               WS-NEW-START-WEIGHT
                       MOVE 'META DE PESO IGUAL AO PESO INICIAL'
                           TO MAINT-REJECT-REASON
                       SET FIELDS-ARE-INVALID TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *Data AAAAMMDD em WS-CHECK-DATE: dia valido para o mes (29/02
      *so em ano bissexto), a partir de 1900.
       0350-VALIDATE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               SET FIELDS-ARE-INVALID TO TRUE
           ELSE
               IF WS-CHECK-YEAR < 1900 OR WS-CHECK-MONTH < 1
                       OR WS-CHECK-MONTH > 12 OR WS-CHECK-DAY < 1
                   SET FIELDS-ARE-INVALID TO TRUE
               ELSE
                   MOVE WS-MONTH-DAYS(WS-CHECK-MONTH) TO WS-MAX-DAY
                   IF WS-CHECK-MONTH = 2
                       DIVIDE WS-CHECK-YEAR BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-4
                       DIVIDE WS-CHECK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-100
                       DIVIDE WS-CHECK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-400
                       IF WS-LEAP-REM-4 = ZERO
                               AND (WS-LEAP-REM-100 NOT = ZERO
                               OR WS-LEAP-REM-400 = ZERO)
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
                   IF WS-CHECK-DAY > WS-MAX-DAY
                       SET FIELDS-ARE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0390-REJECT-TXN.
           MOVE SPACES TO MAINT-EXC-LINE.
           MOVE TXN-CODE TO MEXC-TXN-CODE.
           MOVE TXN-PATIENT-ID TO MEXC-PATIENT-ID.
           MOVE MAINT-REJECT-REASON TO MEXC-REASON.
           WRITE MAINT-EXC-LINE.
           ADD 1 TO WS-REJECT-COUNT.

      *Mesmo diario do cadastro de pacientes; a origem distingue as
      *linhas de meta. A data e a data util; a hora e a do relogio.
       0400-WRITE-JOURNAL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-BUSINESS-DATE TO PCJ-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO PCJ-TIME.
           MOVE GOAL-PATIENT-ID TO PCJ-PATIENT-ID.
           MOVE WS-JRN-FIELD TO PCJ-FIELD.
           MOVE WS-JRN-OLD TO PCJ-OLD-VALUE.
           MOVE WS-JRN-NEW TO PCJ-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO PCJ-OPERATOR.
           MOVE "IMCMETAMANUT" TO PCJ-SOURCE.
           WRITE JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-FIELDS-CHANGED.

       0900-CLOSE-FILES.
           IF MASTER-PRESENT
               CLOSE GOAL-MASTER
           END-IF.
           IF PATIENT-FILE-PRESENT
               CLOSE PATIENT-MASTER
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE NEW-GOAL-MASTER.
           CLOSE MAINT-EXCEPTIONS.
           CLOSE CHANGE-JOURNAL.

      *Preserva o cadastro anterior numa geracao datada do catalogo
      *antes de sobrescrever, como o PACIENTEMANUT.
       0500-BACKUP-CURRENT-MASTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT.
           IF MASTER-PRESENT
               STRING "BMI-GOALS.DAT." WS-TIMESTAMP-TEXT
                   DELIMITED BY SIZE INTO WS-BACKUP-FILE-NAME
               OPEN INPUT GOAL-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO REABRIR BMI-GOALS.DAT - "
                       "STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE BACKUP - "
                       "FILE STATUS " WS-BACKUP-STATUS
                   STOP RUN
               END-IF
               READ GOAL-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               PERFORM UNTIL END-OF-MASTER
                   MOVE GOAL-MASTER-LINE TO BACKUP-LINE
                   WRITE BACKUP-LINE
                   ADD 1 TO WS-BACKUP-REC-COUNT
                   READ GOAL-MASTER
                       AT END SET END-OF-MASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE GOAL-MASTER
               CALL "GENCATALOG" USING WS-GEN-BASE-NAME
                   WS-TIMESTAMP-TEXT WS-BACKUP-REC-COUNT
               END-CALL
           END-IF.

      *Copia BMI-GOALS.TMP por cima de BMI-GOALS.DAT.
       0510-PROMOTE-NEW-MASTER.
           OPEN INPUT NEW-GOAL-MASTER.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR BMI-GOALS.TMP - STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GOAL-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BMI-GOALS.DAT - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           READ NEW-GOAL-MASTER
               AT END SET END-OF-NEW-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-NEW-MASTER
               MOVE NEW-GOAL-LINE TO GOAL-MASTER-LINE
               WRITE GOAL-MASTER-LINE
               READ NEW-GOAL-MASTER
                   AT END SET END-OF-NEW-MASTER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NEW-GOAL-MASTER.
           CLOSE GOAL-MASTER.

      *O movimento aplicado vai para uma geracao datada do catalogo
      *e BMI-GOAL-TXN.DAT volta vazio, para a proxima rodada nao
      *reaplicar as mesmas transacoes.
       0520-ARCHIVE-TRANSACTIONS.
           STRING "BMI-GOAL-TXN.DAT." WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-TXN-ARCHIVE-NAME.
           OPEN INPUT RAW-TRANSACTION-FILE.
           IF WS-RAW-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR BMI-GOAL-TXN.DAT - "
                   "STATUS " WS-RAW-TXN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT TXN-ARCHIVE-FILE.
           IF WS-TXA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DO MOVIMENTO - "
                   "FILE STATUS " WS-TXA-STATUS
               STOP RUN
           END-IF.
           READ RAW-TRANSACTION-FILE
               AT END SET END-OF-RAW-TXN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-RAW-TXN
               MOVE RAW-TXN-LINE TO TXN-ARCHIVE-LINE
               WRITE TXN-ARCHIVE-LINE
               READ RAW-TRANSACTION-FILE
                   AT END SET END-OF-RAW-TXN TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TXN-ARCHIVE-FILE.
           CLOSE RAW-TRANSACTION-FILE.
           CALL "GENCATALOG" USING WS-TXN-GEN-BASE-NAME
               WS-TIMESTAMP-TEXT WS-TXN-COUNT
           END-CALL.
           OPEN OUTPUT RAW-TRANSACTION-FILE.
           IF WS-RAW-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO ESVAZIAR BMI-GOAL-TXN.DAT - "
                   "STATUS " WS-RAW-TXN-STATUS
               STOP RUN
           END-IF.
           CLOSE RAW-TRANSACTION-FILE.

       END PROGRAM IMCMETAMANUT.
