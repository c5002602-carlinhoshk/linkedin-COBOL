       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOSCTL.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: controle de quadro por departamento
      *           e grade - vagas autorizadas x ocupadas x vagas
      *           livres (ou excesso) e orcamento salarial x salario
      *           real, a partir de AUTHORIZED-POSITIONS.DAT e dos
      *           ativos de EMPLOYEES.NEW, com subtotal por
      *           departamento, total geral e os avisos de quadro do
      *           mes gravados pelo EMPEDIT/EMPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-REFERENCE ASSIGN TO "DEPARTMENTS.DAT"
            FILE STATUS IS WS-DEPT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTH-POSITIONS ASSIGN TO "AUTHORIZED-POSITIONS.DAT"
            FILE STATUS IS WS-POS-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-WARNINGS ASSIGN TO "POSITION-WARNINGS.DAT"
            FILE STATUS IS WS-PWN-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-REPORT ASSIGN TO
               "POSITION-CONTROL-REPORT.DAT"
            FILE STATUS IS WS-REPORT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD DEPT-REFERENCE.
       01 DEPT-REFERENCE-REC.
           88  END-OF-DEPTS           VALUE HIGH-VALUES.
           05  DEPT-REF-CODE          PIC X(4).
           05  FILLER                 PIC X(2).
           05  DEPT-REF-NAME          PIC X(20).

       FD AUTH-POSITIONS.
       01 AUTH-POSITION-REC.
           88  END-OF-POSITIONS       VALUE HIGH-VALUES.
           COPY EMPPOS.

       FD POSITION-WARNINGS.
       01 POSITION-WARNING-LINE.
           88  END-OF-WARNINGS        VALUE HIGH-VALUES.
           COPY EMPPWN.

       FD POSITION-REPORT.
       01 REPORT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-POS-STATUS               PIC XX VALUE SPACES.
       01  WS-PWN-STATUS               PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE          PIC X(4).
              10 WS-DEPT-NAME          PIC X(20).
       01  WS-DEPT-COUNT               PIC 99 VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 99 VALUE 50.
       01  WS-DEPT-SUB                 PIC 99 VALUE ZERO.

      *Uma casa por departamento/grade do quadro; ativo numa casa
      *sem linha no quadro abre uma casa com zero autorizado, para
      *aparecer como excesso.
       01  WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 300 TIMES.
              10 WS-POS-DEPT           PIC X(4).
              10 WS-POS-GRADE          PIC X(2).
              10 WS-POS-AUTH           PIC 9(4).
              10 WS-POS-BUDGET         PIC 9(9)V99.
              10 WS-POS-ENFORCE        PIC X.
              10 WS-POS-FILLED         PIC 9(5).
              10 WS-POS-ACTUAL         PIC 9(9)V99.
              10 WS-POS-PRINTED        PIC X.
       01  WS-POS-COUNT                PIC 999 VALUE ZERO.
       01  WS-POS-MAX                  PIC 999 VALUE 300.
       01  WS-POS-SUB                  PIC 999 VALUE ZERO.
       01  WS-POS-HIT                  PIC 999 VALUE ZERO.
       01  WS-POS-FIND-DEPT            PIC X(4) VALUE SPACES.
       01  WS-POS-FIND-GRADE           PIC X(2) VALUE SPACES.

       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05 WS-BUSINESS-MONTH        PIC 9(6).
           05 FILLER                   PIC 9(2).

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ACTIVE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OVER-CELL-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-GROUP-LINES              PIC 9(5) VALUE ZERO.

       01  WS-GROUP-TOTALS.
           05 WS-GRP-AUTH              PIC 9(7).
           05 WS-GRP-FILLED            PIC 9(7).
           05 WS-GRP-VACANT            PIC 9(7).
           05 WS-GRP-OVER              PIC 9(7).
           05 WS-GRP-BUDGET            PIC 9(11)V99.
           05 WS-GRP-ACTUAL            PIC 9(11)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GRD-AUTH              PIC 9(7).
           05 WS-GRD-FILLED            PIC 9(7).
           05 WS-GRD-VACANT            PIC 9(7).
           05 WS-GRD-OVER              PIC 9(7).
           05 WS-GRD-BUDGET            PIC 9(11)V99.
           05 WS-GRD-ACTUAL            PIC 9(11)V99.
       01  WS-CELL-VACANT              PIC 9(5) VALUE ZERO.
       01  WS-CELL-OVER                PIC 9(5) VALUE ZERO.
       01  WS-GROUP-DEPT               PIC X(4) VALUE SPACES.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPPOSCTL'.
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
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'RELATORIO DE CONTROLE DE QUADRO AUTORIZADO'.

       01  WS-DATE-LINE.
           05 FILLER                   PIC X(22) VALUE
              'POSICAO EM (DATA UTIL)'.
           05 FILLER                   PIC X(2) VALUE ': '.
           05 WS-DTL-DATE              PIC 9(8).

       01  WS-DEPT-HEADER.
           05 FILLER                   PIC X(14) VALUE
              'DEPARTAMENTO: '.
           05 WS-DH-CODE               PIC X(4).
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 WS-DH-NAME               PIC X(30).

       01  WS-HEADING-LINE.
           05 FILLER PIC X(13) VALUE 'GRADE  REGRA'.
           05 FILLER PIC X(7)  VALUE ' AUTOR.'.
           05 FILLER PIC X(8)  VALUE ' OCUPAD.'.
           05 FILLER PIC X(8)  VALUE '   VAGAS'.
           05 FILLER PIC X(8)  VALUE ' EXCESSO'.
           05 FILLER PIC X(18) VALUE '         ORCAMENTO'.
           05 FILLER PIC X(18) VALUE '      SALARIO REAL'.
           05 FILLER PIC X(18) VALUE '       SALDO ORCAM'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-GRADE             PIC X(2).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-DET-ENFORCE           PIC X.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DET-AUTH              PIC ZZZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-FILLED            PIC ZZZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-VACANT            PIC ZZZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-OVER              PIC ZZZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-BUDGET            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-ACTUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-BALANCE           PIC --,---,---,--9.99.

       01  WS-BALANCE-WORK             PIC S9(11)V99 VALUE ZERO.

       01  WS-SECTION-WARNINGS.
           05 FILLER                   PIC X(40) VALUE
              'AVISOS DE QUADRO NO MES (ACEITOS)'.

       01  WS-WARNING-HEADING.
           05 FILLER PIC X(10) VALUE 'DATA'.
           05 FILLER PIC X(10) VALUE 'PROGRAMA'.
           05 FILLER PIC X(8)  VALUE 'ORIGEM'.
           05 FILLER PIC X(11) VALUE 'SSN'.
           05 FILLER PIC X(7)  VALUE 'DEPTO'.
           05 FILLER PIC X(7)  VALUE 'GRADE'.
           05 FILLER PIC X(40) VALUE 'MOTIVO'.

       01  WS-WARNING-LINE.
           05 WS-WL-DATE               PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-WL-PROGRAM            PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-WL-ORIGIN             PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-WL-SSN                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-WL-DEPT               PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-WL-GRADE              PIC X(2).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-WL-REASON             PIC X(40).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE 'NENHUM'.

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

           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM 0110-LOAD-DEPT-TABLE.
           PERFORM 0120-LOAD-POSITIONS.
           PERFORM 0130-COUNT-FILLED.

           OPEN OUTPUT POSITION-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR POSITION-CONTROL-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO WS-DTL-DATE.
           WRITE REPORT-LINE FROM WS-DATE-LINE.
           INITIALIZE WS-GRAND-TOTALS.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-GROUP-DEPT
               MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-DH-CODE
               MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-DH-NAME
               PERFORM 0300-PRINT-DEPARTMENT
           END-PERFORM.
           PERFORM 0200-PRINT-OUTSIDE-REFERENCE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DET-GRADE WS-DET-ENFORCE.
           MOVE 'TOTAL GERAL' TO WS-DETAIL-LINE(1:11).
           MOVE WS-GRD-AUTH TO WS-DET-AUTH.
           MOVE WS-GRD-FILLED TO WS-DET-FILLED.
           MOVE WS-GRD-VACANT TO WS-DET-VACANT.
           MOVE WS-GRD-OVER TO WS-DET-OVER.
           MOVE WS-GRD-BUDGET TO WS-DET-BUDGET.
           MOVE WS-GRD-ACTUAL TO WS-DET-ACTUAL.
           COMPUTE WS-BALANCE-WORK = WS-GRD-BUDGET - WS-GRD-ACTUAL.
           MOVE WS-BALANCE-WORK TO WS-DET-BALANCE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM 0500-LIST-MONTH-WARNINGS.

           CLOSE POSITION-REPORT.
           DISPLAY "ATIVOS NO CADASTRO..........: " WS-ACTIVE-COUNT.
           DISPLAY "VAGAS AUTORIZADAS...........: " WS-GRD-AUTH.
           DISPLAY "VAGAS OCUPADAS..............: " WS-GRD-FILLED.
           DISPLAY "VAGAS LIVRES................: " WS-GRD-VACANT.
           DISPLAY "CASAS ACIMA DO QUADRO.......: " WS-OVER-CELL-COUNT.
           DISPLAY "AVISOS DE QUADRO NO MES.....: " WS-WARNING-COUNT.
           DISPLAY "RELATORIO EM: POSITION-CONTROL-REPORT.DAT".
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
           MOVE WS-MASTER-READ-COUNT TO WS-RL-READ.
           MOVE WS-POS-COUNT TO WS-RL-WRITTEN.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0110-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-REFERENCE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPARTMENTS.DAT - STATUS "
                   WS-DEPT-STATUS
               STOP RUN
           END-IF.
           READ DEPT-REFERENCE
               AT END SET END-OF-DEPTS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-DEPTS
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DEPT-REF-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
                   MOVE DEPT-REF-NAME TO WS-DEPT-NAME(WS-DEPT-COUNT)
               END-IF
               READ DEPT-REFERENCE
                   AT END SET END-OF-DEPTS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DEPT-REFERENCE.

       0120-LOAD-POSITIONS.
           OPEN INPUT AUTH-POSITIONS.
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUTHORIZED-POSITIONS.DAT - "
                   "STATUS " WS-POS-STATUS
               STOP RUN
           END-IF.
           READ AUTH-POSITIONS
               AT END SET END-OF-POSITIONS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-POSITIONS
               MOVE POS-DEPARTMENT TO WS-POS-FIND-DEPT
               MOVE POS-JOB-GRADE TO WS-POS-FIND-GRADE
               PERFORM 0140-ADD-POSITION-CELL
               MOVE POS-HEADCOUNT TO WS-POS-AUTH(WS-POS-HIT)
               MOVE POS-SALARY-BUDGET TO WS-POS-BUDGET(WS-POS-HIT)
               MOVE POS-ENFORCEMENT TO WS-POS-ENFORCE(WS-POS-HIT)
               READ AUTH-POSITIONS
                   AT END SET END-OF-POSITIONS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUTH-POSITIONS.

       0130-COUNT-FILLED.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.
           PERFORM UNTIL END-OF-MASTER
               ADD 1 TO WS-MASTER-READ-COUNT
               IF EMP-STATUS OF EMPLOYEE-DETAILS NOT = 'T'
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE EMP-DEPARTMENT OF EMPLOYEE-DETAILS
                       TO WS-POS-FIND-DEPT
                   MOVE EMP-JOB-GRADE OF EMPLOYEE-DETAILS
                       TO WS-POS-FIND-GRADE
                   PERFORM 0145-FIND-POSITION-CELL
                   IF WS-POS-HIT = ZERO
                       PERFORM 0140-ADD-POSITION-CELL
                       MOVE '-' TO WS-POS-ENFORCE(WS-POS-HIT)
                   END-IF
                   ADD 1 TO WS-POS-FILLED(WS-POS-HIT)
                   IF EMP-SALARY OF EMPLOYEE-DETAILS NUMERIC
                       ADD EMP-SALARY OF EMPLOYEE-DETAILS
                           TO WS-POS-ACTUAL(WS-POS-HIT)
                   END-IF
               END-IF
               PERFORM 0150-READ-MASTER-DATA
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

      *Casa nova zerada (autorizado, orcamento e ocupacao); devolve
      *a posicao em WS-POS-HIT. Linha repetida no quadro cai na
      *mesma casa e a ultima vale.
       0140-ADD-POSITION-CELL.
           PERFORM 0145-FIND-POSITION-CELL.
           IF WS-POS-HIT = ZERO
               IF WS-POS-COUNT >= WS-POS-MAX
                   DISPLAY "TABELA DE QUADRO CHEIA COM " WS-POS-MAX
                       " CASAS - EXECUCAO INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-HIT
               MOVE WS-POS-FIND-DEPT TO WS-POS-DEPT(WS-POS-HIT)
               MOVE WS-POS-FIND-GRADE TO WS-POS-GRADE(WS-POS-HIT)
               MOVE ZEROES TO WS-POS-AUTH(WS-POS-HIT)
                   WS-POS-BUDGET(WS-POS-HIT)
                   WS-POS-FILLED(WS-POS-HIT)
                   WS-POS-ACTUAL(WS-POS-HIT)
               MOVE SPACE TO WS-POS-ENFORCE(WS-POS-HIT)
               MOVE 'N' TO WS-POS-PRINTED(WS-POS-HIT)
           END-IF.

       0145-FIND-POSITION-CELL.
           MOVE ZEROES TO WS-POS-HIT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-DEPT(WS-POS-SUB) = WS-POS-FIND-DEPT
                       AND WS-POS-GRADE(WS-POS-SUB) = WS-POS-FIND-GRADE
                   MOVE WS-POS-SUB TO WS-POS-HIT
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               END-IF
           END-PERFORM.

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

      *Casas cujo departamento nao esta em DEPARTMENTS.DAT (quadro
      *ou cadastro com codigo antigo) saem num grupo a parte.
       0200-PRINT-OUTSIDE-REFERENCE.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-PRINTED(WS-POS-SUB) = 'N'
                   MOVE WS-POS-DEPT(WS-POS-SUB) TO WS-GROUP-DEPT
                   MOVE WS-POS-DEPT(WS-POS-SUB) TO WS-DH-CODE
                   MOVE 'FORA DE DEPARTMENTS.DAT' TO WS-DH-NAME
                   PERFORM 0300-PRINT-DEPARTMENT
               END-IF
           END-PERFORM.

      *Casas do departamento WS-GROUP-DEPT na ordem do quadro, com
      *subtotal. Departamento sem casa nenhuma sai com NENHUM.
       0300-PRINT-DEPARTMENT.
           INITIALIZE WS-GROUP-TOTALS.
           MOVE ZERO TO WS-GROUP-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DEPT-HEADER.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           PERFORM VARYING WS-POS-HIT FROM 1 BY 1
                   UNTIL WS-POS-HIT > WS-POS-COUNT
               IF WS-POS-DEPT(WS-POS-HIT) = WS-GROUP-DEPT
                   PERFORM 0310-PRINT-CELL
               END-IF
           END-PERFORM.
           IF WS-GROUP-LINES = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               MOVE SPACES TO WS-DET-GRADE WS-DET-ENFORCE
               MOVE 'SUBTOTAL' TO WS-DETAIL-LINE(1:8)
               MOVE WS-GRP-AUTH TO WS-DET-AUTH
               MOVE WS-GRP-FILLED TO WS-DET-FILLED
               MOVE WS-GRP-VACANT TO WS-DET-VACANT
               MOVE WS-GRP-OVER TO WS-DET-OVER
               MOVE WS-GRP-BUDGET TO WS-DET-BUDGET
               MOVE WS-GRP-ACTUAL TO WS-DET-ACTUAL
               COMPUTE WS-BALANCE-WORK =
                   WS-GRP-BUDGET - WS-GRP-ACTUAL
               MOVE WS-BALANCE-WORK TO WS-DET-BALANCE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-DETAIL-LINE(1:9)
               ADD WS-GRP-AUTH TO WS-GRD-AUTH
               ADD WS-GRP-FILLED TO WS-GRD-FILLED
               ADD WS-GRP-VACANT TO WS-GRD-VACANT
               ADD WS-GRP-OVER TO WS-GRD-OVER
               ADD WS-GRP-BUDGET TO WS-GRD-BUDGET
               ADD WS-GRP-ACTUAL TO WS-GRD-ACTUAL
           END-IF.

       0310-PRINT-CELL.
           MOVE 'Y' TO WS-POS-PRINTED(WS-POS-HIT).
           ADD 1 TO WS-GROUP-LINES.
           MOVE ZERO TO WS-CELL-VACANT WS-CELL-OVER.
           IF WS-POS-FILLED(WS-POS-HIT) > WS-POS-AUTH(WS-POS-HIT)
               COMPUTE WS-CELL-OVER = WS-POS-FILLED(WS-POS-HIT)
                   - WS-POS-AUTH(WS-POS-HIT)
               ADD 1 TO WS-OVER-CELL-COUNT
           ELSE
               COMPUTE WS-CELL-VACANT = WS-POS-AUTH(WS-POS-HIT)
                   - WS-POS-FILLED(WS-POS-HIT)
           END-IF.
           MOVE WS-POS-GRADE(WS-POS-HIT) TO WS-DET-GRADE.
           MOVE WS-POS-ENFORCE(WS-POS-HIT) TO WS-DET-ENFORCE.
           MOVE WS-POS-AUTH(WS-POS-HIT) TO WS-DET-AUTH.
           MOVE WS-POS-FILLED(WS-POS-HIT) TO WS-DET-FILLED.
           MOVE WS-CELL-VACANT TO WS-DET-VACANT.
           MOVE WS-CELL-OVER TO WS-DET-OVER.
           MOVE WS-POS-BUDGET(WS-POS-HIT) TO WS-DET-BUDGET.
           MOVE WS-POS-ACTUAL(WS-POS-HIT) TO WS-DET-ACTUAL.
           COMPUTE WS-BALANCE-WORK = WS-POS-BUDGET(WS-POS-HIT)
               - WS-POS-ACTUAL(WS-POS-HIT).
           MOVE WS-BALANCE-WORK TO WS-DET-BALANCE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR POSITION-CONTROL-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           ADD WS-POS-AUTH(WS-POS-HIT) TO WS-GRP-AUTH.
           ADD WS-POS-FILLED(WS-POS-HIT) TO WS-GRP-FILLED.
           ADD WS-CELL-VACANT TO WS-GRP-VACANT.
           ADD WS-CELL-OVER TO WS-GRP-OVER.
           ADD WS-POS-BUDGET(WS-POS-HIT) TO WS-GRP-BUDGET.
           ADD WS-POS-ACTUAL(WS-POS-HIT) TO WS-GRP-ACTUAL.

      *Admissoes/transferencias aceitas acima do quadro (regra W)
      *ou sem quadro, gravadas no mes da data util corrente.
       0500-LIST-MONTH-WARNINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-WARNINGS.
           WRITE REPORT-LINE FROM WS-WARNING-HEADING.
           OPEN INPUT POSITION-WARNINGS.
           IF WS-PWN-STATUS = "00"
               READ POSITION-WARNINGS
                   AT END SET END-OF-WARNINGS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-WARNINGS
                   IF PWN-DATE(1:6) = WS-BUSINESS-MONTH
                       ADD 1 TO WS-WARNING-COUNT
                       MOVE PWN-DATE TO WS-WL-DATE
                       MOVE PWN-PROGRAM TO WS-WL-PROGRAM
                       MOVE PWN-ORIGIN TO WS-WL-ORIGIN
                       MOVE PWN-SSN TO WS-WL-SSN
                       MOVE PWN-DEPARTMENT TO WS-WL-DEPT
                       MOVE PWN-JOB-GRADE TO WS-WL-GRADE
                       MOVE PWN-REASON TO WS-WL-REASON
                       WRITE REPORT-LINE FROM WS-WARNING-LINE
                   END-IF
                   READ POSITION-WARNINGS
                       AT END SET END-OF-WARNINGS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSITION-WARNINGS
           END-IF.
           IF WS-WARNING-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

          END PROGRAM EMPPOSCTL.
