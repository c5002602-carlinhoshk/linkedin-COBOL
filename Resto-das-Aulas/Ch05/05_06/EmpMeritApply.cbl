       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMERITAPPLY.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: aplica no cadastro, numa rodada so,
      *           as linhas aprovadas (decisão A) da proposta do
      *           ciclo de merito MERIT-PROPOSAL.DAT gerada pelo
      *           EMPMERIT. Cada aumento vai para o diario
      *           EMP-CHANGE-JOURNAL.DAT com origem EMPMERIT; a linha
      *           aplicada fica marcada L com a data, o que impede
      *           aplicar o mesmo aumento duas vezes. Se o salario no
      *           cadastro mudou depois da proposta, o funcionario
      *           foi desligado ou sumiu, a linha vai para
      *           MERIT-APPLY-EXCEPTIONS.DAT e continua A. Mesmo
      *           backup datado e promoção com HDR/TRL do EMPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER-FILE ASSIGN TO "EMPLOYEES.TMP"
            FILE STATUS IS WS-NEW-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERIT-PROPOSAL ASSIGN TO "MERIT-PROPOSAL.DAT"
            FILE STATUS IS WS-PROPOSAL-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPLY-EXCEPTIONS ASSIGN TO
            "MERIT-APPLY-EXCEPTIONS.DAT"
            FILE STATUS IS WS-EXC-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
            FILE STATUS IS WS-BACKUP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-JOURNAL ASSIGN TO "EMP-CHANGE-JOURNAL.DAT"
            FILE STATUS IS WS-JOURNAL-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-STAMP ASSIGN TO "CURRENT-OPERATOR.DAT"
            FILE STATUS IS WS-STAMP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 MASTER-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-DETAILS.
           88  END-OF-NEW-MASTER      VALUE HIGH-VALUES.
           COPY EMPREC.

       FD MERIT-PROPOSAL.
       01 PROPOSAL-DETAILS.
           88  END-OF-PROPOSAL        VALUE HIGH-VALUES.
           COPY EMPMRT.

       FD APPLY-EXCEPTIONS.
       01 APPLY-EXC-LINE.
           05  AEXC-SSN               PIC 9(9).
           05  FILLER                 PIC X(2).
           05  AEXC-REASON            PIC X(40).

       FD BACKUP-FILE.
       01 BACKUP-LINE                 PIC X(76).

       FD CHANGE-JOURNAL.
       01 JOURNAL-REC.
           COPY EMPCHJ.

       FD OPERATOR-STAMP.
       01 OPERATOR-STAMP-REC.
           05  STAMP-OPERATOR         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-NEW-MASTER-STATUS        PIC XX VALUE SPACES.
       01  WS-PROPOSAL-STATUS          PIC XX VALUE SPACES.
       01  WS-EXC-STATUS               PIC XX VALUE SPACES.
       01  WS-BACKUP-STATUS            PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-STAMP-STATUS             PIC XX VALUE SPACES.

      *Verificação e estampagem de integridade (HDR/TRL) de
      *EMPLOYEES.NEW: leitura confere via FILECHECK, a promoção
      *grava header e trailer de novo.
       01  WS-CHECK-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-CHECK-KEY-LENGTH         PIC 9(2) VALUE 9.
       01  WS-CHECK-RESULT             PIC X VALUE 'N'.
       01  WS-FILE-HEADER.
           05 FILLER                   PIC X(3) VALUE 'HDR'.
           05 WS-FH-DATE               PIC 9(8).
       01  WS-FILE-TRAILER.
           05 FILLER                   PIC X(3) VALUE 'TRL'.
           05 WS-FT-COUNT              PIC 9(7).
           05 WS-FT-HASH               PIC 9(13).
       01  WS-KEY-HASH                 PIC 9(13) VALUE ZEROES.
       01  WS-PROMOTE-COUNT            PIC 9(7) VALUE ZEROES.

       01  WS-BACKUP-FILE-NAME         PIC X(40) VALUE SPACES.
       01  WS-GEN-BASE-NAME            PIC X(20)
           VALUE 'EMPLOYEES.NEW'.
       01  WS-BACKUP-REC-COUNT         PIC 9(7) VALUE ZEROES.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-YEAR              PIC 9(4).
           05 WS-CDT-MONTH             PIC 9(2).
           05 WS-CDT-DAY               PIC 9(2).
           05 WS-CDT-HOUR              PIC 9(2).
           05 WS-CDT-MIN               PIC 9(2).
           05 WS-CDT-SEC               PIC 9(2).
           05 FILLER                   PIC X(7).

       01  WS-TIMESTAMP-TEXT.
           05 WS-TS-YEAR               PIC 9(4).
           05 WS-TS-MONTH              PIC 9(2).
           05 WS-TS-DAY                PIC 9(2).
           05 WS-TS-HOUR               PIC 9(2).
           05 WS-TS-MIN                PIC 9(2).
           05 WS-TS-SEC                PIC 9(2).

      *A proposta inteira fica em memoria: o cadastro e percorrido
      *uma vez e a proposta e regravada no fim com as marcas L.
       01  WS-PROPOSAL-TABLE.
           05 WS-MRT-ENTRY OCCURS 10000 TIMES.
               10 WS-MRT-LINE          PIC X(59).
               10 WS-MRT-SEEN          PIC X.
       01  WS-MRT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-MRT-MAX                  PIC 9(5) VALUE 10000.
       01  WS-MRT-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-MRT-HIT                  PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-UNCHANGED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-PENDING-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROES.

       01  WS-OPERATOR-ID              PIC X(8) VALUE 'BATCH'.
       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-EXC-REASON               PIC X(40) VALUE SPACES.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPMERITAPPLY'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           PERFORM 0005-LOG-RUN-START.
           MOVE "EMPLOYEES.NEW" TO WS-CHECK-FILE-NAME.
           CALL "FILECHECK" USING WS-CHECK-FILE-NAME
               WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
           END-CALL.
           IF WS-CHECK-RESULT NOT = 'Y'
               DISPLAY "EMPLOYEES.NEW REPROVADO NA VERIFICACAO "
                   "DE INTEGRIDADE - EXECUÇÃO INTERROMPIDA"
               STOP RUN
           END-IF.

           PERFORM 0110-LOAD-PROPOSAL.
           IF WS-APPROVED-COUNT = ZERO
               DISPLAY "NENHUMA LINHA APROVADA EM MERIT-PROPOSAL.DAT"
                   " - CADASTRO NAO ALTERADO"
               DISPLAY "PENDENTES DE APROVACAO..: " WS-PENDING-COUNT
               PERFORM 0995-LOG-RUN-END
               STOP RUN
           END-IF.

           PERFORM 0020-READ-OPERATOR-STAMP.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - FILE STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.TMP - FILE STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT APPLY-EXCEPTIONS.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MERIT-APPLY-EXCEPTIONS.DAT - "
                   "FILE STATUS " WS-EXC-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMP-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

           PERFORM 0150-READ-MASTER-DATA.
           PERFORM 0200-APPLY-TO-EMPLOYEE UNTIL END-OF-MASTER.
           CLOSE MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE CHANGE-JOURNAL.
           PERFORM 0300-REPORT-UNMATCHED.
           CLOSE APPLY-EXCEPTIONS.

           PERFORM 0260-BACKUP-CURRENT-MASTER.
           PERFORM 0270-PROMOTE-NEW-MASTER.
           PERFORM 0400-REWRITE-PROPOSAL.

           DISPLAY "CICLO DE MERITO APLICADO EM EMPLOYEES.NEW".
           DISPLAY "LINHAS APROVADAS........: " WS-APPROVED-COUNT.
           DISPLAY "AUMENTOS APLICADOS......: " WS-APPLIED-COUNT.
           DISPLAY "APROVADAS SEM AUMENTO...: " WS-UNCHANGED-COUNT.
           DISPLAY "EXCECOES................: " WS-REJECT-COUNT.
           DISPLAY "PENDENTES DE APROVACAO..: " WS-PENDING-COUNT.
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
           MOVE WS-APPROVED-COUNT TO WS-RL-READ.
           MOVE WS-APPLIED-COUNT TO WS-RL-WRITTEN.
           MOVE WS-REJECT-COUNT TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *O operador da sessão vem do carimbo que o OBTAININPUT
      *grava no sign-on; sem carimbo a rodada e atribuida a
      *BATCH.
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

       0110-LOAD-PROPOSAL.
           OPEN INPUT MERIT-PROPOSAL.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MERIT-PROPOSAL.DAT - FILE "
                   "STATUS " WS-PROPOSAL-STATUS
               STOP RUN
           END-IF.
           READ MERIT-PROPOSAL
               AT END SET END-OF-PROPOSAL TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PROPOSAL
               IF WS-MRT-COUNT >= WS-MRT-MAX
                   DISPLAY "MERIT-PROPOSAL.DAT MAIOR QUE A TABELA "
                       "DE " WS-MRT-MAX " LINHAS - EXECUÇÃO "
                       "INTERROMPIDA SEM ALTERAR O CADASTRO"
                   STOP RUN
               END-IF
               ADD 1 TO WS-MRT-COUNT
               MOVE PROPOSAL-DETAILS TO WS-MRT-LINE(WS-MRT-COUNT)
               MOVE 'N' TO WS-MRT-SEEN(WS-MRT-COUNT)
               EVALUATE TRUE
                   WHEN MRT-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                   WHEN MRT-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ MERIT-PROPOSAL
                   AT END SET END-OF-PROPOSAL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MERIT-PROPOSAL.

      *Todo registro de dados passa para o EMPLOYEES.TMP, inclusive
      *os desligados; so as linhas HDR/TRL ficam de fora (a
      *promoção grava novas).
       0150-READ-MASTER-DATA.
           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
                   OR (MASTER-DETAILS(1:3) NOT = "HDR"
                   AND MASTER-DETAILS(1:3) NOT = "TRL")
               READ MASTER-FILE
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

       0200-APPLY-TO-EMPLOYEE.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE MASTER-DETAILS TO NEW-MASTER-DETAILS.
           PERFORM 0210-FIND-APPROVED-LINE.
           IF WS-MRT-HIT > ZERO
               MOVE 'Y' TO WS-MRT-SEEN(WS-MRT-HIT)
               MOVE WS-MRT-LINE(WS-MRT-HIT) TO PROPOSAL-DETAILS
               EVALUATE TRUE
                   WHEN EMP-STATUS OF MASTER-DETAILS = 'T'
                       MOVE "FUNCIONARIO DESLIGADO APOS A PROPOSTA"
                           TO WS-EXC-REASON
                       PERFORM 0240-WRITE-EXCEPTION
                   WHEN EMP-SALARY OF MASTER-DETAILS NOT =
                           MRT-OLD-SALARY
                       MOVE "SALARIO ALTERADO APOS A PROPOSTA"
                           TO WS-EXC-REASON
                       PERFORM 0240-WRITE-EXCEPTION
                   WHEN OTHER
                       PERFORM 0230-APPLY-INCREASE
               END-EVALUATE
           END-IF.
           WRITE NEW-MASTER-DETAILS.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR EMPLOYEES.TMP - STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.

       0210-FIND-APPROVED-LINE.
           MOVE ZEROES TO WS-MRT-HIT.
           PERFORM VARYING WS-MRT-SUB FROM 1 BY 1
                   UNTIL WS-MRT-SUB > WS-MRT-COUNT
               MOVE WS-MRT-LINE(WS-MRT-SUB) TO PROPOSAL-DETAILS
               IF MRT-SSN = EMP-SSN OF MASTER-DETAILS
                       AND MRT-APPROVED
                   MOVE WS-MRT-SUB TO WS-MRT-HIT
                   MOVE WS-MRT-COUNT TO WS-MRT-SUB
               END-IF
           END-PERFORM.

      *Uma linha de diario por aumento, com o salario antigo e o
      *novo, no mesmo formato do EMPMAINT mas com origem EMPMERIT.
      *Linha aprovada sem aumento (sem diretriz, ou ja no teto da
      *grade) so e marcada L, sem linha de diario.
       0230-APPLY-INCREASE.
           IF MRT-NEW-SALARY = MRT-OLD-SALARY
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               PERFORM 0235-JOURNAL-INCREASE
           END-IF.
           SET MRT-POSTED TO TRUE.
           MOVE WS-BUSINESS-DATE TO MRT-POST-DATE.
           MOVE PROPOSAL-DETAILS TO WS-MRT-LINE(WS-MRT-HIT).

       0235-JOURNAL-INCREASE.
           MOVE MRT-NEW-SALARY TO EMP-SALARY OF NEW-MASTER-DETAILS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-BUSINESS-DATE TO CHJ-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO CHJ-TIME.
           MOVE MRT-SSN TO CHJ-SSN.
           MOVE "SALARIO" TO CHJ-FIELD.
           MOVE MRT-OLD-SALARY TO CHJ-OLD-VALUE.
           MOVE MRT-NEW-SALARY TO CHJ-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO CHJ-OPERATOR.
           MOVE "EMPMERIT" TO CHJ-SOURCE.
           WRITE JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR EMP-CHANGE-JOURNAL.DAT - "
                   "STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.

       0240-WRITE-EXCEPTION.
           MOVE SPACES TO APPLY-EXC-LINE.
           MOVE MRT-SSN TO AEXC-SSN.
           MOVE WS-EXC-REASON TO AEXC-REASON.
           WRITE APPLY-EXC-LINE.
           ADD 1 TO WS-REJECT-COUNT.

      *Aprovadas que nao acharam o SSN no cadastro.
       0300-REPORT-UNMATCHED.
           PERFORM VARYING WS-MRT-SUB FROM 1 BY 1
                   UNTIL WS-MRT-SUB > WS-MRT-COUNT
               MOVE WS-MRT-LINE(WS-MRT-SUB) TO PROPOSAL-DETAILS
               IF MRT-APPROVED
                       AND WS-MRT-SEEN(WS-MRT-SUB) NOT = 'Y'
                   MOVE "SSN NAO ENCONTRADO NO CADASTRO"
                       TO WS-EXC-REASON
                   PERFORM 0240-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

      *Preserva o cadastro anterior ao ciclo num nome de geracao
      *datado antes de sobrescrever, a mesma convenção de
      *before-image do EMPMAINT.
       0260-BACKUP-CURRENT-MASTER.
           PERFORM 0261-BUILD-BACKUP-FILE-NAME.
           OPEN INPUT MASTER-FILE.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE BACKUP - "
                   "FILE STATUS " WS-BACKUP-STATUS
               STOP RUN
           END-IF.
           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
               MOVE MASTER-DETAILS TO BACKUP-LINE
               WRITE BACKUP-LINE
               IF MASTER-DETAILS(1:3) NOT = "HDR"
                       AND MASTER-DETAILS(1:3) NOT = "TRL"
                   ADD 1 TO WS-BACKUP-REC-COUNT
               END-IF
               READ MASTER-FILE
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           CLOSE MASTER-FILE.
           CALL "GENCATALOG" USING WS-GEN-BASE-NAME
               WS-TIMESTAMP-TEXT WS-BACKUP-REC-COUNT
           END-CALL.

       0261-BUILD-BACKUP-FILE-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-YEAR TO WS-TS-YEAR.
           MOVE WS-CDT-MONTH TO WS-TS-MONTH.
           MOVE WS-CDT-DAY TO WS-TS-DAY.
           MOVE WS-CDT-HOUR TO WS-TS-HOUR.
           MOVE WS-CDT-MIN TO WS-TS-MIN.
           MOVE WS-CDT-SEC TO WS-TS-SEC.
           STRING "EMPLOYEES.NEW." WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-BACKUP-FILE-NAME.

      *Copia EMPLOYEES.TMP por cima de EMPLOYEES.NEW com header e
      *trailer novos.
       0270-PROMOTE-NEW-MASTER.
           OPEN INPUT NEW-MASTER-FILE.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR EMPLOYEES.TMP - STATUS "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR EMPLOYEES.NEW - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-FH-DATE.
           MOVE SPACES TO MASTER-DETAILS.
           WRITE MASTER-DETAILS FROM WS-FILE-HEADER.
           MOVE ZEROES TO WS-PROMOTE-COUNT.
           MOVE ZEROES TO WS-KEY-HASH.
           READ NEW-MASTER-FILE
               AT END SET END-OF-NEW-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-NEW-MASTER
               MOVE NEW-MASTER-DETAILS TO MASTER-DETAILS
               WRITE MASTER-DETAILS
               ADD 1 TO WS-PROMOTE-COUNT
               ADD EMP-SSN OF NEW-MASTER-DETAILS TO WS-KEY-HASH
               READ NEW-MASTER-FILE
                   AT END SET END-OF-NEW-MASTER TO TRUE
               END-READ
           END-PERFORM.
           MOVE WS-PROMOTE-COUNT TO WS-FT-COUNT.
           MOVE WS-KEY-HASH TO WS-FT-HASH.
           MOVE SPACES TO MASTER-DETAILS.
           WRITE MASTER-DETAILS FROM WS-FILE-TRAILER.
           CLOSE NEW-MASTER-FILE.
           CLOSE MASTER-FILE.

       0400-REWRITE-PROPOSAL.
           OPEN OUTPUT MERIT-PROPOSAL.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR MERIT-PROPOSAL.DAT - "
                   "STATUS " WS-PROPOSAL-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-MRT-SUB FROM 1 BY 1
                   UNTIL WS-MRT-SUB > WS-MRT-COUNT
               MOVE WS-MRT-LINE(WS-MRT-SUB) TO PROPOSAL-DETAILS
               WRITE PROPOSAL-DETAILS
           END-PERFORM.
           CLOSE MERIT-PROPOSAL.

          END PROGRAM EMPMERITAPPLY.
