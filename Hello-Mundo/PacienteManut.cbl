       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PACIENTEMANUT.
       AUTHOR.         Carlinhoshk.
      *Manutencao do cadastro mestre de pacientes PATIENT-MASTER.DAT
      *por transacao, no lugar da edicao do sequencial no editor de
      *texto. Cada linha de PATIENT-TXN.DAT traz um codigo
      *e o registro no layout PACREC:
      *  A - inclusao (nome, sobrenome, nascimento e sexo exigidos);
      *  C - correcao de nome, sobrenome, nascimento e/ou sexo
      *      (campo em branco mantem o atual);
      *  D - desativacao (o paciente fica no cadastro com situacao
      *      I e o calculo de IMC passa a rejeita-lo);
      *  R - reativacao de um paciente desativado por engano.
      *Nascimento precisa ser uma data AAAAMMDD valida e nao futura,
      *sexo M ou F: um erro ali muda a classificacao pediatrica do
      *IMCCLASSIFICA. Cada campo alterado vai para o diario
      *PATIENT-CHANGE-JOURNAL.DAT com o operador de
      *CURRENT-OPERATOR.DAT. O cadastro anterior fica numa geracao
      *datada do catalogo, o movimento aplicado tambem, e o
      *PACIENTECARGA recarrega o indexado em seguida na rodada.
      *ID aposentado por fusao (PATIENT-XREF.DAT, via PACXREF) nao
      *aceita transacao nenhuma, nem inclusao: o paciente agora e o
      *sobrevivente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NEW-PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT RAW-TRANSACTION-FILE
               ASSIGN TO "PATIENT-TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-TXN-STATUS.

           SELECT TXN-SORT-WORK ASSIGN TO "PACTXN.SRT".

           SELECT TRANSACTION-FILE ASSIGN TO "PATIENT-TXN-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MAINT-EXCEPTIONS
               ASSIGN TO "PATIENT-MAINT-EXCEPTIONS.DAT"
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
       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-LINE     PIC X(59).
           88 END-OF-MASTER        VALUE HIGH-VALUES.

       FD  NEW-PATIENT-MASTER.
       01  NEW-PATIENT-LINE        PIC X(59).
           88 END-OF-NEW-MASTER    VALUE HIGH-VALUES.

       FD  RAW-TRANSACTION-FILE.
       01  RAW-TXN-LINE            PIC X(59).
           88 END-OF-RAW-TXN       VALUE HIGH-VALUES.

       SD  TXN-SORT-WORK.
       01  TXN-SORT-REC.
           05 FILLER               PIC X(2).
           05 TSW-PATIENT-ID       PIC X(6).
           05 FILLER               PIC X(51).

      *Codigo e registro no layout PACREC; o ID e o nascimento ficam
      *alfanumericos para a critica pegar lixo digitado.
       FD  TRANSACTION-FILE.
       01  TXN-DETAILS.
           88 END-OF-TXN           VALUE HIGH-VALUES.
           05 TXN-CODE             PIC X.
           05 FILLER               PIC X.
           05 TXN-PATIENT-ID       PIC X(6).
           05 TXN-PATIENT-NUM REDEFINES TXN-PATIENT-ID
                                   PIC 9(6).
           05 FILLER               PIC X.
           05 TXN-LASTNAME         PIC X(20).
           05 TXN-FIRSTNAME        PIC X(20).
           05 TXN-BIRTH-DATE       PIC X(8).
           05 TXN-BIRTH-NUM REDEFINES TXN-BIRTH-DATE
                                   PIC 9(8).
           05 TXN-BIRTH-PARTS REDEFINES TXN-BIRTH-DATE.
               10 TXN-BIRTH-YEAR   PIC 9(4).
               10 TXN-BIRTH-MONTH  PIC 9(2).
               10 TXN-BIRTH-DAY    PIC 9(2).
           05 FILLER               PIC X.
           05 TXN-PATIENT-SEX      PIC X.

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
       01  BACKUP-LINE             PIC X(59).

       FD  TXN-ARCHIVE-FILE.
       01  TXN-ARCHIVE-LINE        PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-NEW-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-RAW-TXN-STATUS PIC XX VALUE SPACES.
       01 WS-TXN-STATUS PIC XX VALUE SPACES.
       01 WS-EXC-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-STAMP-STATUS PIC XX VALUE SPACES.
       01 WS-BACKUP-STATUS PIC XX VALUE SPACES.
       01 WS-TXA-STATUS PIC XX VALUE SPACES.

      *Paciente em manutencao: o registro do cadastro (ou o recem
      *incluido) recebe, em ordem, todas as transacoes do seu ID
      *antes de ir para o cadastro novo.
       01  WS-PATIENT-REC.
           COPY PACREC.
       01 WS-PATIENT-SWITCH PIC X VALUE 'N'.
           88 PATIENT-ON-FILE      VALUE 'Y'.
           88 PATIENT-NOT-ON-FILE  VALUE 'N'.
       01 WS-MASTER-KEY PIC X(6) VALUE SPACES.
       01 WS-TXN-KEY PIC X(6) VALUE SPACES.
       01 WS-CURRENT-KEY PIC X(6) VALUE SPACES.
       01 WS-MASTER-SWITCH PIC X VALUE 'N'.
           88 MASTER-PRESENT       VALUE 'Y'.

       01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZEROES.
       01 MAINT-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-JRN-FIELD PIC X(12) VALUE SPACES.
       01 WS-JRN-OLD PIC X(20) VALUE SPACES.
       01 WS-JRN-NEW PIC X(20) VALUE SPACES.
       01 WS-FIELDS-CHANGED PIC 9 VALUE ZERO.
       01 WS-XREF-SURVIVOR PIC 9(6) VALUE ZEROES.
       01 WS-XREF-FOUND PIC X VALUE 'N'.

      *Dias de cada mes para a critica do nascimento; fevereiro
      *ganha o dia 29 nos anos bissextos.
       01  WS-MONTH-DAYS-TEXT      PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05 WS-MONTH-DAYS        PIC 99 OCCURS 12 TIMES.
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
       01 WS-DEACTIVATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REACTIVATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BACKUP-REC-COUNT PIC 9(7) VALUE ZERO.

       01 WS-BACKUP-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-GEN-BASE-NAME PIC X(20) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-TXN-ARCHIVE-NAME PIC X(40) VALUE SPACES.
       01 WS-TXN-GEN-BASE-NAME PIC X(20) VALUE 'PATIENT-TXN.DAT'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TIMESTAMP-TEXT PIC X(14) VALUE SPACES.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'PACIENTEMANUT'.
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

      *Noite sem movimento: o cadastro fica como esta, sem nova
      *geracao nem backup.
           OPEN INPUT RAW-TRANSACTION-FILE.
           IF WS-RAW-TXN-STATUS = "35"
               DISPLAY "PATIENT-TXN.DAT AUSENTE - CADASTRO "
                   "DE PACIENTES SEM MANUTENCAO"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.
           IF WS-RAW-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-TXN.DAT - "
                   "STATUS " WS-RAW-TXN-STATUS
               STOP RUN
           END-IF.
           READ RAW-TRANSACTION-FILE
               AT END SET END-OF-RAW-TXN TO TRUE
           END-READ.
           CLOSE RAW-TRANSACTION-FILE.
           IF END-OF-RAW-TXN
               DISPLAY "PATIENT-TXN.DAT VAZIO - CADASTRO "
                   "DE PACIENTES SEM MANUTENCAO"
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

           DISPLAY "MANUTENCAO DE PATIENT-MASTER.DAT CONCLUIDA".
           DISPLAY "TRANSACOES....: " WS-TXN-COUNT.
           DISPLAY "INCLUSOES.....: " WS-ADD-COUNT.
           DISPLAY "CORRECOES.....: " WS-CORRECT-COUNT.
           DISPLAY "SEM DIFERENCA.: " WS-NOCHANGE-COUNT.
           DISPLAY "DESATIVACOES..: " WS-DEACTIVATE-COUNT.
           DISPLAY "REATIVACOES...: " WS-REACTIVATE-COUNT.
           DISPLAY "REJEITADAS....: " WS-REJECT-COUNT.
           DISPLAY "PACIENTES NO CADASTRO: " WS-WRITTEN-COUNT.
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

      *Sem PATIENT-MASTER.DAT (primeira carga) o cadastro nasce so
      *das inclusoes do movimento.
       0120-OPEN-FILES.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "PATIENT-MASTER.DAT AUSENTE - CADASTRO NOVO "
                   "A PARTIR DAS INCLUSOES"
               SET END-OF-MASTER TO TRUE
           ELSE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PATIENT-MASTER.DAT - "
                       "STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
               SET MASTER-PRESENT TO TRUE
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-TXN-SORTED.TMP - "
                   "STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-PATIENT-MASTER.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MASTER.TMP - STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-EXCEPTIONS.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MAINT-EXCEPTIONS.DAT - "
                   "STATUS " WS-EXC-STATUS
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
               READ PATIENT-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-IF.
           IF END-OF-MASTER
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               MOVE PATIENT-MASTER-LINE(1:6) TO WS-MASTER-KEY
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

      *Casamento do cadastro com o movimento ordenado por ID: o
      *paciente da vez recebe todas as transacoes do seu ID, na
      *ordem em que foram digitadas, e so entao e gravado.
       0200-PROCESS-PATIENT.
           IF WS-TXN-KEY < WS-MASTER-KEY
               MOVE WS-TXN-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-MASTER-KEY TO WS-CURRENT-KEY
           END-IF.
           IF WS-MASTER-KEY = WS-CURRENT-KEY
               MOVE PATIENT-MASTER-LINE TO WS-PATIENT-REC
               SET PATIENT-ON-FILE TO TRUE
               PERFORM 0150-READ-MASTER
           ELSE
               MOVE SPACES TO WS-PATIENT-REC
               SET PATIENT-NOT-ON-FILE TO TRUE
           END-IF.
           PERFORM UNTIL WS-TXN-KEY NOT = WS-CURRENT-KEY
               PERFORM 0300-APPLY-TRANSACTION
               PERFORM 0160-READ-TRANSACTION
           END-PERFORM.
           IF PATIENT-ON-FILE
               WRITE NEW-PATIENT-LINE FROM WS-PATIENT-REC
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
                   PERFORM 0310-ADD-PATIENT
               WHEN TXN-CODE NOT = 'C' AND TXN-CODE NOT = 'D'
                       AND TXN-CODE NOT = 'R'
                   MOVE 'CODIGO DE TRANSACAO INVALIDO'
                       TO MAINT-REJECT-REASON
               WHEN PATIENT-NOT-ON-FILE
                   MOVE 'PACIENTE NAO CONSTA NO CADASTRO'
                       TO MAINT-REJECT-REASON
               WHEN TXN-CODE = 'C'
                   PERFORM 0320-CORRECT-PATIENT
               WHEN TXN-CODE = 'D'
                   PERFORM 0330-DEACTIVATE-PATIENT
               WHEN OTHER
                   PERFORM 0340-REACTIVATE-PATIENT
           END-EVALUATE.
           IF MAINT-REJECT-REASON NOT = SPACES
               PERFORM 0390-REJECT-TXN
           END-IF.

       0310-ADD-PATIENT.
           IF PATIENT-ON-FILE
               MOVE 'PACIENTE JA EXISTE' TO MAINT-REJECT-REASON
           ELSE
               SET FIELDS-ARE-VALID TO TRUE
               IF TXN-LASTNAME = SPACES OR TXN-FIRSTNAME = SPACES
                   MOVE 'NOME OU SOBRENOME EM BRANCO'
                       TO MAINT-REJECT-REASON
                   SET FIELDS-ARE-INVALID TO TRUE
               END-IF
               IF FIELDS-ARE-VALID
                   PERFORM 0350-VALIDATE-BIRTH-DATE
               END-IF
               IF FIELDS-ARE-VALID
                   PERFORM 0360-VALIDATE-SEX
               END-IF
               IF FIELDS-ARE-VALID
                   MOVE SPACES TO WS-PATIENT-REC
                   MOVE TXN-PATIENT-NUM TO PAC-PATIENT-ID
                   MOVE TXN-LASTNAME TO PAC-LASTNAME
                   MOVE TXN-FIRSTNAME TO PAC-FIRSTNAME
                   MOVE TXN-BIRTH-NUM TO PAC-BIRTH-DATE
                   MOVE TXN-PATIENT-SEX TO PAC-PATIENT-SEX
                   MOVE 'A' TO PAC-STATUS
                   SET PATIENT-ON-FILE TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "INCLUSAO" TO WS-JRN-FIELD
                   MOVE SPACES TO WS-JRN-OLD
                   MOVE PAC-LASTNAME TO WS-JRN-NEW
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
           END-IF.

      *Correcao: so os campos preenchidos contam, e todos sao
      *criticados antes de qualquer um ser aplicado. Cada campo que
      *de fato mudou gera uma linha no diario.
       0320-CORRECT-PATIENT.
           SET FIELDS-ARE-VALID TO TRUE.
           IF TXN-LASTNAME = SPACES AND TXN-FIRSTNAME = SPACES
                   AND TXN-BIRTH-DATE = SPACES
                   AND TXN-PATIENT-SEX = SPACE
               MOVE 'NENHUM CAMPO PARA CORRIGIR'
                   TO MAINT-REJECT-REASON
               SET FIELDS-ARE-INVALID TO TRUE
           END-IF.
           IF FIELDS-ARE-VALID AND TXN-BIRTH-DATE NOT = SPACES
               PERFORM 0350-VALIDATE-BIRTH-DATE
           END-IF.
           IF FIELDS-ARE-VALID AND TXN-PATIENT-SEX NOT = SPACE
               PERFORM 0360-VALIDATE-SEX
           END-IF.
           IF FIELDS-ARE-VALID
               MOVE ZERO TO WS-FIELDS-CHANGED
               IF TXN-LASTNAME NOT = SPACES
                       AND TXN-LASTNAME NOT = PAC-LASTNAME
                   MOVE "SOBRENOME" TO WS-JRN-FIELD
                   MOVE PAC-LASTNAME TO WS-JRN-OLD
                   MOVE TXN-LASTNAME TO WS-JRN-NEW PAC-LASTNAME
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF TXN-FIRSTNAME NOT = SPACES
                       AND TXN-FIRSTNAME NOT = PAC-FIRSTNAME
                   MOVE "NOME" TO WS-JRN-FIELD
                   MOVE PAC-FIRSTNAME TO WS-JRN-OLD
                   MOVE TXN-FIRSTNAME TO WS-JRN-NEW PAC-FIRSTNAME
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF TXN-BIRTH-DATE NOT = SPACES
                       AND TXN-BIRTH-NUM NOT = PAC-BIRTH-DATE
                   MOVE "NASCIMENTO" TO WS-JRN-FIELD
                   MOVE PAC-BIRTH-DATE TO WS-JRN-OLD
                   MOVE TXN-BIRTH-DATE TO WS-JRN-NEW
                   MOVE TXN-BIRTH-NUM TO PAC-BIRTH-DATE
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF TXN-PATIENT-SEX NOT = SPACE
                       AND TXN-PATIENT-SEX NOT = PAC-PATIENT-SEX
                   MOVE "SEXO" TO WS-JRN-FIELD
                   MOVE PAC-PATIENT-SEX TO WS-JRN-OLD
                   MOVE TXN-PATIENT-SEX TO WS-JRN-NEW PAC-PATIENT-SEX
                   PERFORM 0400-WRITE-JOURNAL-LINE
               END-IF
               IF WS-FIELDS-CHANGED > ZERO
                   ADD 1 TO WS-CORRECT-COUNT
               ELSE
                   ADD 1 TO WS-NOCHANGE-COUNT
               END-IF
           END-IF.

      *Situacao em branco (registro anterior ao campo) e ativo.
       0330-DEACTIVATE-PATIENT.
           IF PAC-IS-INACTIVE
               MOVE 'PACIENTE JA DESATIVADO' TO MAINT-REJECT-REASON
           ELSE
               MOVE "DESATIVACAO" TO WS-JRN-FIELD
               MOVE 'A' TO WS-JRN-OLD
               MOVE 'I' TO WS-JRN-NEW PAC-STATUS
               PERFORM 0400-WRITE-JOURNAL-LINE
               ADD 1 TO WS-DEACTIVATE-COUNT
           END-IF.

       0340-REACTIVATE-PATIENT.
           IF NOT PAC-IS-INACTIVE
               MOVE 'PACIENTE NAO ESTA DESATIVADO'
                   TO MAINT-REJECT-REASON
           ELSE
               MOVE "REATIVACAO" TO WS-JRN-FIELD
               MOVE 'I' TO WS-JRN-OLD
               MOVE 'A' TO WS-JRN-NEW PAC-STATUS
               PERFORM 0400-WRITE-JOURNAL-LINE
               ADD 1 TO WS-REACTIVATE-COUNT
           END-IF.

      *Nascimento AAAAMMDD: dia valido para o mes (29/02 so em ano
      *bissexto), a partir de 1900 e nao posterior a data util.
       0350-VALIDATE-BIRTH-DATE.
           IF TXN-BIRTH-DATE NOT NUMERIC
               SET FIELDS-ARE-INVALID TO TRUE
           ELSE
               IF TXN-BIRTH-YEAR < 1900 OR TXN-BIRTH-MONTH < 1
                       OR TXN-BIRTH-MONTH > 12 OR TXN-BIRTH-DAY < 1
                   SET FIELDS-ARE-INVALID TO TRUE
               ELSE
                   MOVE WS-MONTH-DAYS(TXN-BIRTH-MONTH) TO WS-MAX-DAY
                   IF TXN-BIRTH-MONTH = 2
                       DIVIDE TXN-BIRTH-YEAR BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-4
                       DIVIDE TXN-BIRTH-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-100
                       DIVIDE TXN-BIRTH-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-400
                       IF WS-LEAP-REM-4 = ZERO
                               AND (WS-LEAP-REM-100 NOT = ZERO
                               OR WS-LEAP-REM-400 = ZERO)
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
                   IF TXN-BIRTH-DAY > WS-MAX-DAY
                       SET FIELDS-ARE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF FIELDS-ARE-INVALID
               MOVE 'DATA DE NASCIMENTO INVALIDA'
                   TO MAINT-REJECT-REASON
           ELSE
               IF TXN-BIRTH-NUM > WS-BUSINESS-DATE
                   MOVE 'DATA DE NASCIMENTO NO FUTURO'
                       TO MAINT-REJECT-REASON
                   SET FIELDS-ARE-INVALID TO TRUE
               END-IF
           END-IF.

      *So M e F: sao os codigos que a tabela de cortes do
      *IMCCLASSIFICA e a critica do ENHANCEDBMICALCULATOR aceitam.
       0360-VALIDATE-SEX.
           IF TXN-PATIENT-SEX NOT = 'M' AND TXN-PATIENT-SEX NOT = 'F'
               MOVE 'SEXO INVALIDO - USE M OU F'
                   TO MAINT-REJECT-REASON
               SET FIELDS-ARE-INVALID TO TRUE
           END-IF.

       0390-REJECT-TXN.
           MOVE SPACES TO MAINT-EXC-LINE.
           MOVE TXN-CODE TO MEXC-TXN-CODE.
           MOVE TXN-PATIENT-ID TO MEXC-PATIENT-ID.
           MOVE MAINT-REJECT-REASON TO MEXC-REASON.
           WRITE MAINT-EXC-LINE.
           ADD 1 TO WS-REJECT-COUNT.

      *A data do diario e a data util; a hora e a do relogio.
       0400-WRITE-JOURNAL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-BUSINESS-DATE TO PCJ-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO PCJ-TIME.
           MOVE PAC-PATIENT-ID TO PCJ-PATIENT-ID.
           MOVE WS-JRN-FIELD TO PCJ-FIELD.
           MOVE WS-JRN-OLD TO PCJ-OLD-VALUE.
           MOVE WS-JRN-NEW TO PCJ-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO PCJ-OPERATOR.
           MOVE "PACIENTEMANUT" TO PCJ-SOURCE.
           WRITE JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-FIELDS-CHANGED.

       0900-CLOSE-FILES.
           IF MASTER-PRESENT
               CLOSE PATIENT-MASTER
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE NEW-PATIENT-MASTER.
           CLOSE MAINT-EXCEPTIONS.
           CLOSE CHANGE-JOURNAL.

      *Preserva o cadastro anterior numa geracao datada do catalogo
      *antes de sobrescrever, como o EMPMAINT faz com EMPLOYEES.NEW.
       0500-BACKUP-CURRENT-MASTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT.
           IF MASTER-PRESENT
               STRING "PATIENT-MASTER.DAT." WS-TIMESTAMP-TEXT
                   DELIMITED BY SIZE INTO WS-BACKUP-FILE-NAME
               OPEN INPUT PATIENT-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO REABRIR PATIENT-MASTER.DAT - "
                       "STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE BACKUP - "
                       "FILE STATUS " WS-BACKUP-STATUS
                   STOP RUN
               END-IF
               READ PATIENT-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               PERFORM UNTIL END-OF-MASTER
                   MOVE PATIENT-MASTER-LINE TO BACKUP-LINE
                   WRITE BACKUP-LINE
                   ADD 1 TO WS-BACKUP-REC-COUNT
                   READ PATIENT-MASTER
                       AT END SET END-OF-MASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE PATIENT-MASTER
               CALL "GENCATALOG" USING WS-GEN-BASE-NAME
                   WS-TIMESTAMP-TEXT WS-BACKUP-REC-COUNT
               END-CALL
           END-IF.

      *Copia PATIENT-MASTER.TMP por cima de PATIENT-MASTER.DAT; o
      *PACIENTECARGA seguinte leva o resultado ao indexado.
       0510-PROMOTE-NEW-MASTER.
           OPEN INPUT NEW-PATIENT-MASTER.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR PATIENT-MASTER.TMP - STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PATIENT-MASTER.DAT - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           READ NEW-PATIENT-MASTER
               AT END SET END-OF-NEW-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-NEW-MASTER
               MOVE NEW-PATIENT-LINE TO PATIENT-MASTER-LINE
               WRITE PATIENT-MASTER-LINE
               READ NEW-PATIENT-MASTER
                   AT END SET END-OF-NEW-MASTER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NEW-PATIENT-MASTER.
           CLOSE PATIENT-MASTER.

      *O movimento aplicado vai para uma geracao datada do catalogo
      *e PATIENT-TXN.DAT volta vazio, para a proxima
      *rodada nao reaplicar as mesmas transacoes.
       0520-ARCHIVE-TRANSACTIONS.
           STRING "PATIENT-TXN.DAT." WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-TXN-ARCHIVE-NAME.
           OPEN INPUT RAW-TRANSACTION-FILE.
           IF WS-RAW-TXN-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR PATIENT-TXN.DAT - STATUS "
                   WS-RAW-TXN-STATUS
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
               DISPLAY "ERRO AO ESVAZIAR PATIENT-TXN.DAT - STATUS "
                   WS-RAW-TXN-STATUS
               STOP RUN
           END-IF.
           CLOSE RAW-TRANSACTION-FILE.

       END PROGRAM PACIENTEMANUT.
