       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMERIT.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: proposta do ciclo anual de merito,
      *           aposentando a planilha e as centenas de alterações
      *           de salario digitadas uma a uma no EMPMAINT. O
      *           percentual vem de MERIT-GUIDELINES.DAT por grade e
      *           departamento (departamento **** vale para toda a
      *           grade); o proposto que passa do maximo da grade em
      *           SALARY-GRADES.DAT e limitado e marcado. Grava
      *           MERIT-PROPOSAL.DAT com decisão P para o RH aprovar
      *           e MERIT-BUDGET-SUMMARY.DAT com o custo do ciclo por
      *           departamento. O EMPMERITAPPLY aplica as aprovadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-REFERENCE ASSIGN TO "SALARY-GRADES.DAT"
            FILE STATUS IS WS-GRADE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERIT-GUIDELINES ASSIGN TO "MERIT-GUIDELINES.DAT"
            FILE STATUS IS WS-GUIDE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERIT-PROPOSAL ASSIGN TO "MERIT-PROPOSAL.DAT"
            FILE STATUS IS WS-PROPOSAL-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-SUMMARY ASSIGN TO "MERIT-BUDGET-SUMMARY.DAT"
            FILE STATUS IS WS-SUMMARY-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD GRADE-REFERENCE.
       01 GRADE-REFERENCE-REC.
           88  END-OF-GRADES          VALUE HIGH-VALUES.
           05  GRD-REF-CODE           PIC X(2).
           05  FILLER                 PIC X.
           05  GRD-REF-MIN            PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  GRD-REF-MAX            PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  GRD-REF-NAME           PIC X(20).

       FD MERIT-GUIDELINES.
       01 GUIDELINE-REC.
           88  END-OF-GUIDELINES      VALUE HIGH-VALUES.
           05  GDL-JOB-GRADE          PIC X(2).
           05  FILLER                 PIC X.
           05  GDL-DEPARTMENT         PIC X(4).
           05  FILLER                 PIC X.
           05  GDL-MERIT-PCT          PIC 9(2)V99.

       FD MERIT-PROPOSAL.
       01 PROPOSAL-DETAILS.
           88  END-OF-PROPOSAL        VALUE HIGH-VALUES.
           COPY EMPMRT.

       FD BUDGET-SUMMARY.
       01 SUMMARY-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-GUIDE-STATUS             PIC XX VALUE SPACES.
       01  WS-PROPOSAL-STATUS          PIC XX VALUE SPACES.
       01  WS-SUMMARY-STATUS           PIC XX VALUE SPACES.

      *Verificação de integridade (HDR/TRL) de EMPLOYEES.NEW via
      *FILECHECK antes de processar.
       01  WS-CHECK-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-CHECK-KEY-LENGTH         PIC 9(2) VALUE 9.
       01  WS-CHECK-RESULT             PIC X VALUE 'N'.

       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 20 TIMES.
               10 WS-GRD-CODE          PIC X(2).
               10 WS-GRD-MIN           PIC 9(7)V99.
               10 WS-GRD-MAX           PIC 9(7)V99.
       01  WS-GRADE-COUNT              PIC 99 VALUE ZERO.
       01  WS-GRADE-MAX                PIC 99 VALUE 20.
       01  WS-GRADE-SUB                PIC 99 VALUE ZERO.
       01  WS-GRADE-HIT                PIC 99 VALUE ZERO.

       01  WS-GUIDE-TABLE.
           05 WS-GUIDE-ENTRY OCCURS 200 TIMES.
               10 WS-GDL-GRADE         PIC X(2).
               10 WS-GDL-DEPT          PIC X(4).
               10 WS-GDL-PCT           PIC 9(2)V99.
       01  WS-GUIDE-COUNT              PIC 999 VALUE ZERO.
       01  WS-GUIDE-MAX                PIC 999 VALUE 200.
       01  WS-GUIDE-SUB                PIC 999 VALUE ZERO.
       01  WS-GUIDE-HIT                PIC 999 VALUE ZERO.
       01  WS-GUIDE-DEFAULT-HIT        PIC 999 VALUE ZERO.

      *Custo do ciclo por departamento, na ordem em que cada
      *departamento aparece no cadastro.
       01  WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 50 TIMES.
               10 WS-BUD-DEPT          PIC X(4).
               10 WS-BUD-HEADCOUNT     PIC 9(5).
               10 WS-BUD-CAPPED        PIC 9(5).
               10 WS-BUD-OLD-PAYROLL   PIC 9(11)V99.
               10 WS-BUD-NEW-PAYROLL   PIC 9(11)V99.
       01  WS-BUDGET-COUNT             PIC 99 VALUE ZERO.
       01  WS-BUDGET-MAX               PIC 99 VALUE 50.
       01  WS-BUDGET-SUB               PIC 99 VALUE ZERO.
       01  WS-BUDGET-HIT               PIC 99 VALUE ZERO.

       01  WS-PROPOSED-SALARY          PIC 9(7)V99 VALUE ZERO.
       01  WS-RANGE-POSITION           PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-OPEN-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-EMPLOYEE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-PROPOSAL-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CAPPED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-NO-GUIDE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-GRAND-HEADCOUNT          PIC 9(7) VALUE ZERO.
       01  WS-GRAND-CAPPED             PIC 9(7) VALUE ZERO.
       01  WS-GRAND-OLD-PAYROLL        PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-NEW-PAYROLL        PIC 9(11)V99 VALUE ZERO.
       01  WS-COST-WORK                PIC 9(11)V99 VALUE ZERO.
       01  WS-COST-BASE                PIC 9(11)V99 VALUE ZERO.
       01  WS-COST-PCT-WORK            PIC 9(3)V99 VALUE ZERO.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPMERIT'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-REPORT-TITLE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
              'CICLO DE MERITO - CUSTO POR DEPARTAMENTO'.

       01  WS-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE 'DEPTO'.
           05 FILLER PIC X(8)  VALUE '  FUNC'.
           05 FILLER PIC X(8)  VALUE ' LIMIT.'.
           05 FILLER PIC X(19) VALUE '     FOLHA ATUAL'.
           05 FILLER PIC X(19) VALUE '  FOLHA PROPOSTA'.
           05 FILLER PIC X(18) VALUE '  CUSTO CICLO'.
           05 FILLER PIC X(8)  VALUE '     %'.

       01  WS-DETAIL-LINE.
           05 WS-DET-DEPT              PIC X(4).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-DET-HEADCOUNT         PIC ZZZZZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DET-CAPPED            PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-OLD-PAYROLL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-NEW-PAYROLL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-COST              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-COST-PCT          PIC ZZ9.99.

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

           PERFORM 0105-CHECK-OPEN-PROPOSAL.
           PERFORM 0110-LOAD-GRADE-TABLE.
           PERFORM 0120-LOAD-GUIDELINES.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - FILE STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MERIT-PROPOSAL.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MERIT-PROPOSAL.DAT - FILE "
                   "STATUS " WS-PROPOSAL-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.
           PERFORM 0200-PROPOSE-EMPLOYEE UNTIL END-OF-MASTER.
           CLOSE EMPLOYEE-MASTER.
           CLOSE MERIT-PROPOSAL.

           PERFORM 0400-WRITE-BUDGET-SUMMARY.

           DISPLAY "FUNCIONARIOS ATIVOS LIDOS: " WS-EMPLOYEE-COUNT.
           DISPLAY "PROPOSTAS GRAVADAS.......: " WS-PROPOSAL-COUNT.
           DISPLAY "LIMITADOS AO MAXIMO......: " WS-CAPPED-COUNT.
           DISPLAY "SEM DIRETRIZ PARA GRADE..: " WS-NO-GUIDE-COUNT.
           DISPLAY "PROPOSTA EM: MERIT-PROPOSAL.DAT".
           DISPLAY "CUSTO EM...: MERIT-BUDGET-SUMMARY.DAT".
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
           MOVE WS-EMPLOYEE-COUNT TO WS-RL-READ.
           MOVE WS-PROPOSAL-COUNT TO WS-RL-WRITTEN.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *Uma proposta com linhas ja aprovadas e ainda nao lançadas
      *nao pode ser sobrescrita: a aprovação do RH se perderia.
      *Linhas lançadas (L) sao de um ciclo encerrado e podem sair.
       0105-CHECK-OPEN-PROPOSAL.
           OPEN INPUT MERIT-PROPOSAL.
           IF WS-PROPOSAL-STATUS = "00"
               READ MERIT-PROPOSAL
                   AT END SET END-OF-PROPOSAL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PROPOSAL
                   IF MRT-APPROVED
                       ADD 1 TO WS-APPROVED-OPEN-COUNT
                   END-IF
                   READ MERIT-PROPOSAL
                       AT END SET END-OF-PROPOSAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MERIT-PROPOSAL
           END-IF.
           IF WS-APPROVED-OPEN-COUNT > ZERO
               DISPLAY "MERIT-PROPOSAL.DAT TEM "
                   WS-APPROVED-OPEN-COUNT
                   " LINHAS APROVADAS AINDA NAO APLICADAS - RODE O "
                   "EMPMERITAPPLY ANTES DE NOVA PROPOSTA"
               STOP RUN
           END-IF.

       0110-LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-REFERENCE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALARY-GRADES.DAT - FILE "
                   "STATUS " WS-GRADE-STATUS
               STOP RUN
           END-IF.
           READ GRADE-REFERENCE
               AT END SET END-OF-GRADES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-GRADES
               IF WS-GRADE-COUNT < WS-GRADE-MAX
                   ADD 1 TO WS-GRADE-COUNT
                   MOVE GRD-REF-CODE
                       TO WS-GRD-CODE(WS-GRADE-COUNT)
                   MOVE GRD-REF-MIN
                       TO WS-GRD-MIN(WS-GRADE-COUNT)
                   MOVE GRD-REF-MAX
                       TO WS-GRD-MAX(WS-GRADE-COUNT)
               END-IF
               READ GRADE-REFERENCE
                   AT END SET END-OF-GRADES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GRADE-REFERENCE.
           IF WS-GRADE-COUNT = ZERO
               DISPLAY "SALARY-GRADES.DAT VAZIO - NAO HA COMO "
                   "POSICIONAR SALARIOS NA FAIXA"
               STOP RUN
           END-IF.

       0120-LOAD-GUIDELINES.
           OPEN INPUT MERIT-GUIDELINES.
           IF WS-GUIDE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MERIT-GUIDELINES.DAT - FILE "
                   "STATUS " WS-GUIDE-STATUS
               STOP RUN
           END-IF.
           READ MERIT-GUIDELINES
               AT END SET END-OF-GUIDELINES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-GUIDELINES
               IF WS-GUIDE-COUNT >= WS-GUIDE-MAX
                   DISPLAY "TABELA DE DIRETRIZES CHEIA - "
                       "MERIT-GUIDELINES.DAT TEM MAIS DE "
                       WS-GUIDE-MAX " LINHAS"
                   STOP RUN
               END-IF
               IF GDL-MERIT-PCT NOT NUMERIC
                   DISPLAY "PERCENTUAL INVALIDO EM MERIT-GUIDELINES"
                       ".DAT PARA A GRADE " GDL-JOB-GRADE
                       " DEPTO " GDL-DEPARTMENT
                   STOP RUN
               END-IF
               ADD 1 TO WS-GUIDE-COUNT
               MOVE GDL-JOB-GRADE TO WS-GDL-GRADE(WS-GUIDE-COUNT)
               MOVE GDL-DEPARTMENT TO WS-GDL-DEPT(WS-GUIDE-COUNT)
               MOVE GDL-MERIT-PCT TO WS-GDL-PCT(WS-GUIDE-COUNT)
               READ MERIT-GUIDELINES
                   AT END SET END-OF-GUIDELINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MERIT-GUIDELINES.

      *Desligados retidos no cadastro nao entram no ciclo; as
      *linhas HDR/TRL de integridade tambem nao interessam.
       0150-READ-MASTER-DATA.
           READ EMPLOYEE-MASTER
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
                   OR (EMPLOYEE-DETAILS(1:3) NOT = "HDR"
                   AND EMPLOYEE-DETAILS(1:3) NOT = "TRL"
                   AND EMP-STATUS OF EMPLOYEE-DETAILS NOT = 'T')
               READ EMPLOYEE-MASTER
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

       0200-PROPOSE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE SPACES TO PROPOSAL-DETAILS.
           MOVE EMP-SSN OF EMPLOYEE-DETAILS TO MRT-SSN.
           MOVE EMP-DEPARTMENT OF EMPLOYEE-DETAILS TO MRT-DEPARTMENT.
           MOVE EMP-JOB-GRADE OF EMPLOYEE-DETAILS TO MRT-JOB-GRADE.
           MOVE EMP-SALARY OF EMPLOYEE-DETAILS TO MRT-OLD-SALARY.
           MOVE ZEROES TO MRT-POST-DATE.
           SET MRT-PENDING TO TRUE.

           PERFORM 0210-FIND-GUIDELINE.
           IF WS-GUIDE-HIT > ZERO
               MOVE WS-GDL-PCT(WS-GUIDE-HIT) TO MRT-MERIT-PCT
           ELSE
               MOVE ZEROES TO MRT-MERIT-PCT
               SET MRT-NO-GUIDELINE TO TRUE
               ADD 1 TO WS-NO-GUIDE-COUNT
           END-IF.
           COMPUTE WS-PROPOSED-SALARY ROUNDED =
               MRT-OLD-SALARY * (100 + MRT-MERIT-PCT) / 100
           END-COMPUTE.

           PERFORM 0220-FIND-GRADE.
           IF WS-GRADE-HIT > ZERO
               PERFORM 0230-POSITION-IN-RANGE
           ELSE
               MOVE ZEROES TO MRT-RANGE-POSITION
           END-IF.
           MOVE WS-PROPOSED-SALARY TO MRT-NEW-SALARY.

           WRITE PROPOSAL-DETAILS.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR MERIT-PROPOSAL.DAT - STATUS "
                   WS-PROPOSAL-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-PROPOSAL-COUNT.
           PERFORM 0300-ACCUMULATE-BUDGET.
           PERFORM 0150-READ-MASTER-DATA.

      *A diretriz do proprio departamento vale sobre a da grade
      *inteira (departamento ****).
       0210-FIND-GUIDELINE.
           MOVE ZEROES TO WS-GUIDE-HIT.
           MOVE ZEROES TO WS-GUIDE-DEFAULT-HIT.
           PERFORM VARYING WS-GUIDE-SUB FROM 1 BY 1
                   UNTIL WS-GUIDE-SUB > WS-GUIDE-COUNT
               IF WS-GDL-GRADE(WS-GUIDE-SUB) =
                       EMP-JOB-GRADE OF EMPLOYEE-DETAILS
                   IF WS-GDL-DEPT(WS-GUIDE-SUB) =
                           EMP-DEPARTMENT OF EMPLOYEE-DETAILS
                       MOVE WS-GUIDE-SUB TO WS-GUIDE-HIT
                       MOVE WS-GUIDE-COUNT TO WS-GUIDE-SUB
                   ELSE
                       IF WS-GDL-DEPT(WS-GUIDE-SUB) = "****"
                           MOVE WS-GUIDE-SUB TO WS-GUIDE-DEFAULT-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GUIDE-HIT = ZERO
               MOVE WS-GUIDE-DEFAULT-HIT TO WS-GUIDE-HIT
           END-IF.

       0220-FIND-GRADE.
           MOVE ZEROES TO WS-GRADE-HIT.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF WS-GRD-CODE(WS-GRADE-SUB) =
                       EMP-JOB-GRADE OF EMPLOYEE-DETAILS
                   MOVE WS-GRADE-SUB TO WS-GRADE-HIT
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.

      *Acima do maximo o proposto e limitado ao teto da grade (quem
      *ja esta acima fica onde esta); a posição na faixa vai de 0
      *no minimo a 100 no maximo.
       0230-POSITION-IN-RANGE.
           IF WS-PROPOSED-SALARY > WS-GRD-MAX(WS-GRADE-HIT)
               IF MRT-OLD-SALARY > WS-GRD-MAX(WS-GRADE-HIT)
                   MOVE MRT-OLD-SALARY TO WS-PROPOSED-SALARY
               ELSE
                   MOVE WS-GRD-MAX(WS-GRADE-HIT)
                       TO WS-PROPOSED-SALARY
               END-IF
               SET MRT-CAPPED TO TRUE
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PROPOSED-SALARY < WS-GRD-MIN(WS-GRADE-HIT)
                   MOVE ZEROES TO MRT-RANGE-POSITION
                   IF NOT MRT-NO-GUIDELINE
                       SET MRT-BELOW-MINIMUM TO TRUE
                   END-IF
               WHEN WS-PROPOSED-SALARY >= WS-GRD-MAX(WS-GRADE-HIT)
                   MOVE 100 TO MRT-RANGE-POSITION
               WHEN OTHER
                   COMPUTE WS-RANGE-POSITION =
                       (WS-PROPOSED-SALARY - WS-GRD-MIN(WS-GRADE-HIT))
                       * 100 / (WS-GRD-MAX(WS-GRADE-HIT)
                       - WS-GRD-MIN(WS-GRADE-HIT))
                   END-COMPUTE
                   MOVE WS-RANGE-POSITION TO MRT-RANGE-POSITION
           END-EVALUATE.

       0300-ACCUMULATE-BUDGET.
           MOVE ZEROES TO WS-BUDGET-HIT.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               IF WS-BUD-DEPT(WS-BUDGET-SUB) = MRT-DEPARTMENT
                   MOVE WS-BUDGET-SUB TO WS-BUDGET-HIT
                   MOVE WS-BUDGET-COUNT TO WS-BUDGET-SUB
               END-IF
           END-PERFORM.
           IF WS-BUDGET-HIT = ZERO
               IF WS-BUDGET-COUNT >= WS-BUDGET-MAX
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA NO RESUMO "
                       "DE CUSTO - EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-BUDGET-HIT
               MOVE MRT-DEPARTMENT TO WS-BUD-DEPT(WS-BUDGET-HIT)
               MOVE ZEROES TO WS-BUD-HEADCOUNT(WS-BUDGET-HIT)
               MOVE ZEROES TO WS-BUD-CAPPED(WS-BUDGET-HIT)
               MOVE ZEROES TO WS-BUD-OLD-PAYROLL(WS-BUDGET-HIT)
               MOVE ZEROES TO WS-BUD-NEW-PAYROLL(WS-BUDGET-HIT)
           END-IF.
           ADD 1 TO WS-BUD-HEADCOUNT(WS-BUDGET-HIT).
           IF MRT-CAPPED
               ADD 1 TO WS-BUD-CAPPED(WS-BUDGET-HIT)
           END-IF.
           ADD MRT-OLD-SALARY TO WS-BUD-OLD-PAYROLL(WS-BUDGET-HIT).
           ADD MRT-NEW-SALARY TO WS-BUD-NEW-PAYROLL(WS-BUDGET-HIT).

       0400-WRITE-BUDGET-SUMMARY.
           OPEN OUTPUT BUDGET-SUMMARY.
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MERIT-BUDGET-SUMMARY.DAT - "
                   "STATUS " WS-SUMMARY-STATUS
               STOP RUN
           END-IF.
           WRITE SUMMARY-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           WRITE SUMMARY-LINE FROM WS-HEADING-LINE.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               MOVE WS-BUD-DEPT(WS-BUDGET-SUB) TO WS-DET-DEPT
               MOVE WS-BUD-HEADCOUNT(WS-BUDGET-SUB)
                   TO WS-DET-HEADCOUNT
               MOVE WS-BUD-CAPPED(WS-BUDGET-SUB) TO WS-DET-CAPPED
               MOVE WS-BUD-OLD-PAYROLL(WS-BUDGET-SUB)
                   TO WS-DET-OLD-PAYROLL
               MOVE WS-BUD-NEW-PAYROLL(WS-BUDGET-SUB)
                   TO WS-DET-NEW-PAYROLL
               COMPUTE WS-COST-WORK =
                   WS-BUD-NEW-PAYROLL(WS-BUDGET-SUB)
                   - WS-BUD-OLD-PAYROLL(WS-BUDGET-SUB)
               END-COMPUTE
               MOVE WS-BUD-OLD-PAYROLL(WS-BUDGET-SUB)
                   TO WS-COST-BASE
               PERFORM 0410-WRITE-COST-LINE
               ADD WS-BUD-HEADCOUNT(WS-BUDGET-SUB)
                   TO WS-GRAND-HEADCOUNT
               ADD WS-BUD-CAPPED(WS-BUDGET-SUB) TO WS-GRAND-CAPPED
               ADD WS-BUD-OLD-PAYROLL(WS-BUDGET-SUB)
                   TO WS-GRAND-OLD-PAYROLL
               ADD WS-BUD-NEW-PAYROLL(WS-BUDGET-SUB)
                   TO WS-GRAND-NEW-PAYROLL
           END-PERFORM.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOT." TO WS-DET-DEPT.
           MOVE WS-GRAND-HEADCOUNT TO WS-DET-HEADCOUNT.
           MOVE WS-GRAND-CAPPED TO WS-DET-CAPPED.
           MOVE WS-GRAND-OLD-PAYROLL TO WS-DET-OLD-PAYROLL.
           MOVE WS-GRAND-NEW-PAYROLL TO WS-DET-NEW-PAYROLL.
           COMPUTE WS-COST-WORK =
               WS-GRAND-NEW-PAYROLL - WS-GRAND-OLD-PAYROLL
           END-COMPUTE.
           MOVE WS-GRAND-OLD-PAYROLL TO WS-COST-BASE.
           PERFORM 0410-WRITE-COST-LINE.
           CLOSE BUDGET-SUMMARY.

      *O percentual e o custo do ciclo sobre a folha atual do
      *departamento.
       0410-WRITE-COST-LINE.
           MOVE WS-COST-WORK TO WS-DET-COST.
           MOVE ZEROES TO WS-COST-PCT-WORK.
           IF WS-COST-BASE > ZERO
               COMPUTE WS-COST-PCT-WORK ROUNDED =
                   WS-COST-WORK * 100 / WS-COST-BASE
               END-COMPUTE
           END-IF.
           MOVE WS-COST-PCT-WORK TO WS-DET-COST-PCT.
           WRITE SUMMARY-LINE FROM WS-DETAIL-LINE.
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR MERIT-BUDGET-SUMMARY.DAT - "
                   "STATUS " WS-SUMMARY-STATUS
               STOP RUN
           END-IF.

          END PROGRAM EMPMERIT.
