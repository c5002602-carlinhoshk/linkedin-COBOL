       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSPANCTL.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: amplitude de controle a partir de
      *           EMP-MANAGER-SSN - gestores acima do limite de
      *           subordinados diretos (parametro SPAN-MAX-REPORTS),
      *           gestores de grade M sem nenhum subordinado e
      *           funcionarios cujo gestor esta desligado ou nao
      *           consta no cadastro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPAN-REPORT ASSIGN TO "SPAN-OF-CONTROL-REPORT.DAT"
            FILE STATUS IS WS-REPORT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD SPAN-REPORT.
       01 REPORT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

      *Todo o cadastro, desligados inclusive: e pela situação do
      *gestor na tabela que se separa "gestor desligado" de "gestor
      *nao consta". So ativos contam como subordinados.
       01  WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 10000 TIMES.
              10 WS-ORG-SSN            PIC 9(9).
              10 WS-ORG-LASTNAME       PIC X(15).
              10 WS-ORG-FIRSTNAME      PIC X(10).
              10 WS-ORG-DEPT           PIC X(4).
              10 WS-ORG-GRADE          PIC X(2).
              10 WS-ORG-STATUS         PIC X.
              10 WS-ORG-MANAGER        PIC 9(9).
              10 WS-ORG-REPORTS        PIC 9(5).
       01  WS-ORG-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ORG-MAX                  PIC 9(5) VALUE 10000.
       01  WS-ORG-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-FIND-SSN             PIC 9(9) VALUE ZERO.
       01  WS-EMP-SUB                  PIC 9(5) VALUE ZERO.

       01  WS-SPAN-MAX                 PIC 9(3) VALUE 8.
       01  WS-PARAM-NAME               PIC X(16) VALUE SPACES.
       01  WS-PARAM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-PARAM-FOUND              PIC X VALUE 'N'.

       01  WS-ACTIVE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-OVER-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-IDLE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-SECTION-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPSPANCTL'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

      *Verificação de integridade (HDR/TRL) de EMPLOYEES.NEW via
      *FILECHECK antes de processar.
       01  WS-CHECK-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-CHECK-KEY-LENGTH         PIC 9(2) VALUE 9.
       01  WS-CHECK-RESULT             PIC X VALUE 'N'.

       01  WS-REPORT-TITLE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'RELATORIO DE AMPLITUDE DE CONTROLE'.

       01  WS-LIMIT-LINE.
           05 FILLER                   PIC X(36) VALUE
              'LIMITE DE SUBORDINADOS DIRETOS....:'.
           05 WS-LL-MAX                PIC ZZ9.

       01  WS-SECTION-OVER.
           05 FILLER                   PIC X(50) VALUE
              'GESTORES ACIMA DO LIMITE DE SUBORDINADOS DIRETOS'.

       01  WS-SECTION-IDLE.
           05 FILLER                   PIC X(50) VALUE
              'GESTORES (GRADE M) SEM SUBORDINADOS DIRETOS'.

       01  WS-SECTION-ORPHAN.
           05 FILLER                   PIC X(50) VALUE
              'FUNCIONARIOS COM GESTOR DESLIGADO OU INEXISTENTE'.

       01  WS-HEADING-LINE.
           05 FILLER PIC X(11) VALUE 'SSN'.
           05 FILLER PIC X(27) VALUE 'NOME'.
           05 FILLER PIC X(7)  VALUE 'DEPTO'.
           05 FILLER PIC X(7)  VALUE 'GRADE'.
           05 FILLER PIC X(38) VALUE 'SUBORD./GESTOR'.

       01  WS-DETAIL-LINE.
           05 WS-DET-SSN               PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-LASTNAME          PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-FIRSTNAME         PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-DEPT              PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DET-GRADE             PIC X(2).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-DET-INFO              PIC X(37).

       01  WS-INFO-REPORTS.
           05 WS-IR-COUNT              PIC ZZZZ9.

       01  WS-INFO-MANAGER.
           05 WS-IM-SSN                PIC 9(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-IM-TEXT               PIC X(27).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE 'NENHUM'.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE 'ATIVOS:'.
           05 WS-TOT-ACTIVE            PIC ZZZZZZ9.
           05 FILLER                   PIC X(15) VALUE
              '  ACIMA LIMITE:'.
           05 WS-TOT-OVER              PIC ZZZZZZ9.
           05 FILLER                   PIC X(14) VALUE
              '  SEM SUBORD.:'.
           05 WS-TOT-IDLE              PIC ZZZZZZ9.
           05 FILLER                   PIC X(14) VALUE
              '  GESTOR INV.:'.
           05 WS-TOT-ORPHAN            PIC ZZZZZZ9.

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

           PERFORM 0110-READ-SPAN-LIMIT.
           PERFORM 0120-LOAD-MASTER.
           PERFORM 0200-COUNT-DIRECT-REPORTS.

           OPEN OUTPUT SPAN-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SPAN-OF-CONTROL-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE WS-SPAN-MAX TO WS-LL-MAX.
           WRITE REPORT-LINE FROM WS-LIMIT-LINE.

           PERFORM 0300-LIST-OVER-LIMIT.
           PERFORM 0400-LIST-WITHOUT-REPORTS.
           PERFORM 0500-LIST-INVALID-MANAGER.

           MOVE WS-ACTIVE-COUNT TO WS-TOT-ACTIVE.
           MOVE WS-OVER-COUNT TO WS-TOT-OVER.
           MOVE WS-IDLE-COUNT TO WS-TOT-IDLE.
           MOVE WS-ORPHAN-COUNT TO WS-TOT-ORPHAN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE SPAN-REPORT.
           DISPLAY "ATIVOS ANALISADOS...........: " WS-ACTIVE-COUNT.
           DISPLAY "GESTORES ACIMA DO LIMITE....: " WS-OVER-COUNT.
           DISPLAY "GESTORES SEM SUBORDINADOS...: " WS-IDLE-COUNT.
           DISPLAY "GESTOR DESLIGADO OU AUSENTE.: " WS-ORPHAN-COUNT.
           DISPLAY "RELATORIO EM: SPAN-OF-CONTROL-REPORT.DAT".
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
           MOVE WS-ORG-COUNT TO WS-RL-READ.
           COMPUTE WS-RL-WRITTEN = WS-OVER-COUNT + WS-IDLE-COUNT
               + WS-ORPHAN-COUNT.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0110-READ-SPAN-LIMIT.
           MOVE "SPAN-MAX-REPORTS" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-SPAN-MAX =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           DISPLAY "PARAMETRO SPAN-MAX-REPORTS: " WS-SPAN-MAX.

       0120-LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.
           PERFORM UNTIL END-OF-MASTER
               IF WS-ORG-COUNT >= WS-ORG-MAX
                   DISPLAY "TABELA DE FUNCIONARIOS CHEIA COM "
                       WS-ORG-MAX " REGISTROS - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORG-COUNT
               MOVE EMP-SSN OF EMPLOYEE-DETAILS
                   TO WS-ORG-SSN(WS-ORG-COUNT)
               MOVE EMP-LASTNAME OF EMPLOYEE-DETAILS
                   TO WS-ORG-LASTNAME(WS-ORG-COUNT)
               MOVE EMP-FIRSTNAME OF EMPLOYEE-DETAILS
                   TO WS-ORG-FIRSTNAME(WS-ORG-COUNT)
               MOVE EMP-DEPARTMENT OF EMPLOYEE-DETAILS
                   TO WS-ORG-DEPT(WS-ORG-COUNT)
               MOVE EMP-JOB-GRADE OF EMPLOYEE-DETAILS
                   TO WS-ORG-GRADE(WS-ORG-COUNT)
               MOVE EMP-STATUS OF EMPLOYEE-DETAILS
                   TO WS-ORG-STATUS(WS-ORG-COUNT)
               IF EMP-MANAGER-SSN OF EMPLOYEE-DETAILS NUMERIC
                   MOVE EMP-MANAGER-SSN OF EMPLOYEE-DETAILS
                       TO WS-ORG-MANAGER(WS-ORG-COUNT)
               ELSE
                   MOVE ZEROES TO WS-ORG-MANAGER(WS-ORG-COUNT)
               END-IF
               MOVE ZERO TO WS-ORG-REPORTS(WS-ORG-COUNT)
               PERFORM 0150-READ-MASTER-DATA
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

      *O cadastro carrega linhas HDR/TRL de integridade; aqui so
      *interessam os registros de dados.
       0150-READ-MASTER-DATA.
           READ EMPLOYEE-MASTER
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
                   OR (EMPLOYEE-DETAILS(1:3) NOT = "HDR"
                   AND EMPLOYEE-DETAILS(1:3) NOT = "TRL")
               READ EMPLOYEE-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

       0200-COUNT-DIRECT-REPORTS.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-ORG-COUNT
               IF WS-ORG-STATUS(WS-EMP-SUB) NOT = 'T'
                   ADD 1 TO WS-ACTIVE-COUNT
                   IF WS-ORG-MANAGER(WS-EMP-SUB) NOT = ZEROES
                       MOVE WS-ORG-MANAGER(WS-EMP-SUB)
                           TO WS-ORG-FIND-SSN
                       PERFORM 0600-FIND-ORG-ENTRY
                       IF WS-ORG-HIT > ZERO
                           ADD 1 TO WS-ORG-REPORTS(WS-ORG-HIT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0300-LIST-OVER-LIMIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-OVER.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-ORG-COUNT
               IF WS-ORG-STATUS(WS-EMP-SUB) NOT = 'T'
                   AND WS-ORG-REPORTS(WS-EMP-SUB) > WS-SPAN-MAX
                   ADD 1 TO WS-OVER-COUNT WS-SECTION-COUNT
                   MOVE WS-ORG-REPORTS(WS-EMP-SUB) TO WS-IR-COUNT
                   MOVE WS-INFO-REPORTS TO WS-DET-INFO
                   PERFORM 0700-WRITE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      *So a grade M e cargo de gestao; um G sem subordinados e o
      *normal e nao entra aqui.
       0400-LIST-WITHOUT-REPORTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-IDLE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-ORG-COUNT
               IF WS-ORG-STATUS(WS-EMP-SUB) NOT = 'T'
                   AND WS-ORG-GRADE(WS-EMP-SUB)(1:1) = 'M'
                   AND WS-ORG-REPORTS(WS-EMP-SUB) = ZERO
                   ADD 1 TO WS-IDLE-COUNT WS-SECTION-COUNT
                   MOVE WS-ORG-REPORTS(WS-EMP-SUB) TO WS-IR-COUNT
                   MOVE WS-INFO-REPORTS TO WS-DET-INFO
                   PERFORM 0700-WRITE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       0500-LIST-INVALID-MANAGER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-ORPHAN.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-ORG-COUNT
               IF WS-ORG-STATUS(WS-EMP-SUB) NOT = 'T'
                   AND WS-ORG-MANAGER(WS-EMP-SUB) NOT = ZEROES
                   MOVE WS-ORG-MANAGER(WS-EMP-SUB)
                       TO WS-ORG-FIND-SSN
                   PERFORM 0600-FIND-ORG-ENTRY
                   MOVE SPACES TO WS-IM-TEXT
                   EVALUATE TRUE
                       WHEN WS-ORG-HIT = ZERO
                           MOVE 'NAO CONSTA NO CADASTRO'
                               TO WS-IM-TEXT
                       WHEN WS-ORG-STATUS(WS-ORG-HIT) = 'T'
                           MOVE 'DESLIGADO' TO WS-IM-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-IM-TEXT NOT = SPACES
                       ADD 1 TO WS-ORPHAN-COUNT WS-SECTION-COUNT
                       MOVE WS-ORG-MANAGER(WS-EMP-SUB) TO WS-IM-SSN
                       MOVE WS-INFO-MANAGER TO WS-DET-INFO
                       PERFORM 0700-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       0600-FIND-ORG-ENTRY.
           MOVE ZEROES TO WS-ORG-HIT.
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-SSN(WS-ORG-SUB) = WS-ORG-FIND-SSN
                   MOVE WS-ORG-SUB TO WS-ORG-HIT
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM.

       0700-WRITE-DETAIL.
           MOVE WS-ORG-SSN(WS-EMP-SUB) TO WS-DET-SSN.
           MOVE WS-ORG-LASTNAME(WS-EMP-SUB) TO WS-DET-LASTNAME.
           MOVE WS-ORG-FIRSTNAME(WS-EMP-SUB) TO WS-DET-FIRSTNAME.
           MOVE WS-ORG-DEPT(WS-EMP-SUB) TO WS-DET-DEPT.
           MOVE WS-ORG-GRADE(WS-EMP-SUB) TO WS-DET-GRADE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR SPAN-OF-CONTROL-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.

          END PROGRAM EMPSPANCTL.
