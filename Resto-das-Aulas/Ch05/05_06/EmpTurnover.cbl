       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTURNOVER.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: rotatividade (turnover) por
      *           departamento e grade, do mes e dos ultimos 12
      *           meses, a partir de EMP-STATUS/EMP-TERM-DATE do
      *           cadastro - headcount medio, desligamentos, taxa,
      *           tempo medio de casa na saida e desligados no
      *           primeiro ano. TURNOVER-PERIOD em RUN-PARAMETERS.DAT
      *           escolhe um mes anterior (AAAAMM) para reapresentar.
      *2026-10-15 Departamentos fora de DEPARTMENTS.DAT percorridos
      *           com subscrito proprio: a busca da casa reaproveitava
      *           WS-CELL-SUB e so o primeiro deles saia no relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-REFERENCE ASSIGN TO "DEPARTMENTS.DAT"
            FILE STATUS IS WS-DEPT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-REFERENCE ASSIGN TO "SALARY-GRADES.DAT"
            FILE STATUS IS WS-GRADE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TURNOVER-REPORT ASSIGN TO "TURNOVER-REPORT.DAT"
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

       FD TURNOVER-REPORT.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE          PIC X(4).
              10 WS-DEPT-NAME          PIC X(20).
       01  WS-DEPT-COUNT               PIC 99 VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 99 VALUE 50.
       01  WS-DEPT-SUB                 PIC 99 VALUE ZERO.

       01  WS-GRADE-TABLE.
           05 WS-GRADE-CODE            PIC X(2) OCCURS 20 TIMES.
       01  WS-GRADE-COUNT              PIC 99 VALUE ZERO.
       01  WS-GRADE-MAX                PIC 99 VALUE 20.
       01  WS-GRADE-SUB                PIC 99 VALUE ZERO.

      *Os 12 meses da janela movel; o 12o e o mes do relatorio.
       01  WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES.
              10 WS-MON-FIRST          PIC 9(8).
              10 WS-MON-LAST           PIC 9(8).
       01  WS-MON-SUB                  PIC 99 VALUE ZERO.
       01  WS-WORK-YYYYMM.
           05 WS-WORK-YEAR             PIC 9(4).
           05 WS-WORK-MONTH            PIC 9(2).
       01  WS-WORK-DATE                PIC 9(8) VALUE ZERO.
       01  WS-WORK-INT                 PIC 9(8) VALUE ZERO.

      *Acumuladores por departamento/grade. HC2 soma o headcount do
      *inicio e do fim de cada mes (media = HC2 / 2 no mes e
      *HC2 / 24 nos 12 meses); TENURE soma os dias de casa de quem
      *saiu; FIRSTYR conta quem saiu antes de 12 meses de casa.
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 300 TIMES.
              10 WS-CELL-DEPT          PIC X(4).
              10 WS-CELL-GRADE         PIC X(2).
              10 WS-CELL-PRINTED       PIC X.
              10 WS-CELL-M-HC2         PIC 9(7).
              10 WS-CELL-M-SEPS        PIC 9(5).
              10 WS-CELL-M-TENURE      PIC 9(9).
              10 WS-CELL-M-FIRSTYR     PIC 9(5).
              10 WS-CELL-T-HC2         PIC 9(7).
              10 WS-CELL-T-SEPS        PIC 9(5).
              10 WS-CELL-T-TENURE      PIC 9(9).
              10 WS-CELL-T-FIRSTYR     PIC 9(5).
       01  WS-CELL-COUNT               PIC 999 VALUE ZERO.
       01  WS-CELL-MAX                 PIC 999 VALUE 300.
       01  WS-CELL-SUB                 PIC 999 VALUE ZERO.
       01  WS-ORPHAN-SUB               PIC 999 VALUE ZERO.
       01  WS-CELL-HIT                 PIC 999 VALUE ZERO.
       01  WS-FIND-DEPT                PIC X(4) VALUE SPACES.
       01  WS-FIND-GRADE               PIC X(2) VALUE SPACES.

      *Um conjunto de acumuladores sendo impresso (casa, subtotal
      *do departamento ou total geral).
       01  WS-LINE-ACCUM.
           05 WS-LA-HC2                PIC 9(9).
           05 WS-LA-SEPS               PIC 9(7).
           05 WS-LA-TENURE             PIC 9(11).
           05 WS-LA-FIRSTYR            PIC 9(7).
       01  WS-DEPT-M-ACCUM.
           05 WS-DM-HC2                PIC 9(9).
           05 WS-DM-SEPS               PIC 9(7).
           05 WS-DM-TENURE             PIC 9(11).
           05 WS-DM-FIRSTYR            PIC 9(7).
       01  WS-DEPT-T-ACCUM.
           05 WS-DT-HC2                PIC 9(9).
           05 WS-DT-SEPS               PIC 9(7).
           05 WS-DT-TENURE             PIC 9(11).
           05 WS-DT-FIRSTYR            PIC 9(7).
       01  WS-ALL-M-ACCUM.
           05 WS-AM-HC2                PIC 9(9).
           05 WS-AM-SEPS               PIC 9(7).
           05 WS-AM-TENURE             PIC 9(11).
           05 WS-AM-FIRSTYR            PIC 9(7).
       01  WS-ALL-T-ACCUM.
           05 WS-AT-HC2                PIC 9(9).
           05 WS-AT-SEPS               PIC 9(7).
           05 WS-AT-TENURE             PIC 9(11).
           05 WS-AT-FIRSTYR            PIC 9(7).
       01  WS-HC-DIVISOR               PIC 99 VALUE 2.
       01  WS-AVG-HC                   PIC 9(7)V9 VALUE ZERO.
       01  WS-RATE                     PIC 9(5)V9 VALUE ZERO.
       01  WS-TENURE-YEARS             PIC 9(5)V9 VALUE ZERO.
       01  WS-FIRSTYR-PCT              PIC 9(5)V9 VALUE ZERO.
       01  WS-GROUP-DEPT               PIC X(4) VALUE SPACES.
       01  WS-GROUP-LINES              PIC 9(5) VALUE ZERO.
       01  WS-SECTION-SWITCH           PIC X VALUE 'M'.
           88 SECTION-MONTH            VALUE 'M'.
           88 SECTION-TRAILING         VALUE 'T'.

       01  WS-EMP-HIRE                 PIC 9(8) VALUE ZERO.
       01  WS-EMP-TERM                 PIC 9(8) VALUE ZERO.
       01  WS-EMP-ACTIVE-SWITCH        PIC X VALUE 'Y'.
           88 EMP-STILL-ACTIVE         VALUE 'Y'.
       01  WS-TENURE-DAYS              PIC 9(7) VALUE ZERO.
       01  WS-FIRST-YEAR-END           PIC 9(8) VALUE ZERO.
       01  WS-START-PRESENT            PIC 9 VALUE ZERO.
       01  WS-END-PRESENT              PIC 9 VALUE ZERO.

       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-REPORT-YYYYMM            PIC 9(6) VALUE ZEROES.
       01  WS-PARAM-NAME               PIC X(16) VALUE SPACES.
       01  WS-PARAM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-PARAM-FOUND              PIC X VALUE 'N'.

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN            PIC 9(7) VALUE ZERO.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPTURNOVER'.
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
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'RELATORIO DE ROTATIVIDADE (TURNOVER)'.

       01  WS-PERIOD-LINE.
           05 FILLER                   PIC X(24) VALUE
              'MES DE REFERENCIA.....: '.
           05 WS-PL-MONTH              PIC 9(6).
           05 FILLER                   PIC X(20) VALUE
              '   JANELA 12 MESES: '.
           05 WS-PL-FROM               PIC 9(8).
           05 FILLER                   PIC X(3) VALUE ' A '.
           05 WS-PL-TO                 PIC 9(8).

       01  WS-SECTION-MONTH-LINE.
           05 FILLER                   PIC X(50) VALUE
              'ROTATIVIDADE DO MES'.

       01  WS-SECTION-TRAILING-LINE.
           05 FILLER                   PIC X(50) VALUE
              'ROTATIVIDADE DOS ULTIMOS 12 MESES'.

       01  WS-DEPT-HEADER.
           05 FILLER                   PIC X(14) VALUE
              'DEPARTAMENTO: '.
           05 WS-DH-CODE               PIC X(4).
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 WS-DH-NAME               PIC X(30).

       01  WS-HEADING-LINE.
           05 FILLER PIC X(10) VALUE 'GRADE'.
           05 FILLER PIC X(10) VALUE '  HC MEDIO'.
           05 FILLER PIC X(9)  VALUE '  DESLIG.'.
           05 FILLER PIC X(9)  VALUE '   TAXA %'.
           05 FILLER PIC X(13) VALUE '  CASA (ANOS)'.
           05 FILLER PIC X(9)  VALUE '  1o ANO'.
           05 FILLER PIC X(10) VALUE ' % 1o ANO'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-GRADE             PIC X(9).
           05 WS-DET-AVG-HC            PIC Z(6)9.9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-SEPS              PIC Z(7)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-RATE              PIC Z(5)9.9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-DET-TENURE            PIC Z(5)9.9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-FIRSTYR           PIC Z(7)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-FIRSTYR-PCT       PIC Z(5)9.9.

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
              'SEM HEADCOUNT NEM DESLIGAMENTOS'.

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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-YYYYMM.
           PERFORM 0110-READ-PERIOD-PARAM.
           PERFORM 0120-BUILD-MONTH-WINDOW.
           PERFORM 0130-LOAD-REFERENCES.
           PERFORM 0200-ACCUMULATE-MASTER.

           OPEN OUTPUT TURNOVER-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TURNOVER-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE WS-REPORT-YYYYMM TO WS-PL-MONTH.
           MOVE WS-MON-FIRST(1) TO WS-PL-FROM.
           MOVE WS-MON-LAST(12) TO WS-PL-TO.
           WRITE REPORT-LINE FROM WS-PERIOD-LINE.

           SET SECTION-MONTH TO TRUE.
           MOVE 2 TO WS-HC-DIVISOR.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-MONTH-LINE.
           PERFORM 0300-PRINT-SECTION.

           SET SECTION-TRAILING TO TRUE.
           MOVE 24 TO WS-HC-DIVISOR.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-TRAILING-LINE.
           PERFORM 0300-PRINT-SECTION.

           CLOSE TURNOVER-REPORT.
           DISPLAY "MES DE REFERENCIA...........: " WS-REPORT-YYYYMM.
           DISPLAY "FUNCIONARIOS LIDOS..........: "
               WS-MASTER-READ-COUNT.
           DISPLAY "SEM DATA DE ADMISSAO VALIDA.: " WS-SKIPPED-COUNT.
           DISPLAY "DESLIGAMENTOS NO MES........: " WS-AM-SEPS.
           DISPLAY "DESLIGAMENTOS EM 12 MESES...: " WS-AT-SEPS.
           DISPLAY "RELATORIO EM: TURNOVER-REPORT.DAT".
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
           MOVE WS-LINES-WRITTEN TO WS-RL-WRITTEN.
           MOVE WS-SKIPPED-COUNT TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *TURNOVER-PERIOD com um AAAAMM anterior ao da data util
      *reapresenta aquele mes (e os 12 meses que terminam nele);
      *qualquer outro valor (ATUAL) usa o mes da data util.
       0110-READ-PERIOD-PARAM.
           MOVE "TURNOVER-PERIOD" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
                   AND WS-PARAM-VALUE(1:6) IS NUMERIC
                   AND WS-PARAM-VALUE(7:1) = SPACE
               IF WS-PARAM-VALUE(1:6) < WS-REPORT-YYYYMM
                   MOVE WS-PARAM-VALUE(1:6) TO WS-REPORT-YYYYMM
               END-IF
           END-IF.
           DISPLAY "PARAMETRO TURNOVER-PERIOD: " WS-REPORT-YYYYMM.

      *Do mes do relatorio para tras, 12 meses: primeiro dia e
      *ultimo dia (vespera do primeiro dia do mes seguinte).
       0120-BUILD-MONTH-WINDOW.
           MOVE WS-REPORT-YYYYMM TO WS-WORK-YYYYMM.
           PERFORM VARYING WS-MON-SUB FROM 12 BY -1
                   UNTIL WS-MON-SUB < 1
               COMPUTE WS-MON-FIRST(WS-MON-SUB) =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
               IF WS-WORK-MONTH = 12
                   COMPUTE WS-WORK-DATE =
                       (WS-WORK-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-WORK-DATE = WS-WORK-YEAR * 10000
                       + (WS-WORK-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               COMPUTE WS-MON-LAST(WS-MON-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               IF WS-WORK-MONTH = 1
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
           END-PERFORM.

       0130-LOAD-REFERENCES.
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
           OPEN INPUT GRADE-REFERENCE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALARY-GRADES.DAT - STATUS "
                   WS-GRADE-STATUS
               STOP RUN
           END-IF.
           READ GRADE-REFERENCE
               AT END SET END-OF-GRADES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-GRADES
               IF WS-GRADE-COUNT < WS-GRADE-MAX
                   ADD 1 TO WS-GRADE-COUNT
                   MOVE GRD-REF-CODE TO WS-GRADE-CODE(WS-GRADE-COUNT)
               END-IF
               READ GRADE-REFERENCE
                   AT END SET END-OF-GRADES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GRADE-REFERENCE.

      *Cada funcionario conta no departamento/grade que tem no
      *cadastro (para o desligado, o da saida). Presente no inicio
      *do mes: admitido antes do dia 1 e nao desligado antes dele;
      *no fim do mes: admitido ate o ultimo dia e nao desligado
      *ate ele.
       0200-ACCUMULATE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.
           PERFORM UNTIL END-OF-MASTER
               ADD 1 TO WS-MASTER-READ-COUNT
               IF EMP-HIRE-DATE OF EMPLOYEE-DETAILS NOT NUMERIC
                       OR EMP-HIRE-DATE OF EMPLOYEE-DETAILS = ZEROES
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 0210-ACCUMULATE-EMPLOYEE
               END-IF
               PERFORM 0150-READ-MASTER-DATA
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       0210-ACCUMULATE-EMPLOYEE.
           MOVE EMP-HIRE-DATE OF EMPLOYEE-DETAILS TO WS-EMP-HIRE.
           MOVE 'Y' TO WS-EMP-ACTIVE-SWITCH.
           MOVE ZEROES TO WS-EMP-TERM.
           IF EMP-STATUS OF EMPLOYEE-DETAILS = 'T'
                   AND EMP-TERM-DATE OF EMPLOYEE-DETAILS NUMERIC
                   AND EMP-TERM-DATE OF EMPLOYEE-DETAILS > ZEROES
               MOVE 'N' TO WS-EMP-ACTIVE-SWITCH
               MOVE EMP-TERM-DATE OF EMPLOYEE-DETAILS TO WS-EMP-TERM
           END-IF.
           MOVE EMP-DEPARTMENT OF EMPLOYEE-DETAILS TO WS-FIND-DEPT.
           MOVE EMP-JOB-GRADE OF EMPLOYEE-DETAILS TO WS-FIND-GRADE.
           PERFORM 0220-FIND-OR-ADD-CELL.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               MOVE ZERO TO WS-START-PRESENT WS-END-PRESENT
               IF WS-EMP-HIRE < WS-MON-FIRST(WS-MON-SUB)
                   IF EMP-STILL-ACTIVE
                           OR WS-EMP-TERM >= WS-MON-FIRST(WS-MON-SUB)
                       MOVE 1 TO WS-START-PRESENT
                   END-IF
               END-IF
               IF WS-EMP-HIRE <= WS-MON-LAST(WS-MON-SUB)
                   IF EMP-STILL-ACTIVE
                           OR WS-EMP-TERM > WS-MON-LAST(WS-MON-SUB)
                       MOVE 1 TO WS-END-PRESENT
                   END-IF
               END-IF
               ADD WS-START-PRESENT WS-END-PRESENT
                   TO WS-CELL-T-HC2(WS-CELL-HIT)
               IF WS-MON-SUB = 12
                   ADD WS-START-PRESENT WS-END-PRESENT
                       TO WS-CELL-M-HC2(WS-CELL-HIT)
               END-IF
           END-PERFORM.
           IF NOT EMP-STILL-ACTIVE
                   AND WS-EMP-TERM >= WS-MON-FIRST(1)
                   AND WS-EMP-TERM <= WS-MON-LAST(12)
               IF WS-EMP-TERM > WS-EMP-HIRE
                   COMPUTE WS-TENURE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-EMP-TERM)
                       - FUNCTION INTEGER-OF-DATE(WS-EMP-HIRE)
               ELSE
                   MOVE ZERO TO WS-TENURE-DAYS
               END-IF
               COMPUTE WS-FIRST-YEAR-END = WS-EMP-HIRE + 10000
               ADD 1 TO WS-CELL-T-SEPS(WS-CELL-HIT)
               ADD WS-TENURE-DAYS TO WS-CELL-T-TENURE(WS-CELL-HIT)
               IF WS-EMP-TERM < WS-FIRST-YEAR-END
                   ADD 1 TO WS-CELL-T-FIRSTYR(WS-CELL-HIT)
               END-IF
               IF WS-EMP-TERM >= WS-MON-FIRST(12)
                   ADD 1 TO WS-CELL-M-SEPS(WS-CELL-HIT)
                   ADD WS-TENURE-DAYS TO WS-CELL-M-TENURE(WS-CELL-HIT)
                   IF WS-EMP-TERM < WS-FIRST-YEAR-END
                       ADD 1 TO WS-CELL-M-FIRSTYR(WS-CELL-HIT)
                   END-IF
               END-IF
           END-IF.

       0220-FIND-OR-ADD-CELL.
           PERFORM 0225-FIND-CELL.
           IF WS-CELL-HIT = ZERO
               IF WS-CELL-COUNT >= WS-CELL-MAX
                   DISPLAY "TABELA DE DEPARTAMENTO/GRADE CHEIA COM "
                       WS-CELL-MAX " CASAS - EXECUCAO INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CELL-HIT
               INITIALIZE WS-CELL-ENTRY(WS-CELL-HIT)
               MOVE WS-FIND-DEPT TO WS-CELL-DEPT(WS-CELL-HIT)
               MOVE WS-FIND-GRADE TO WS-CELL-GRADE(WS-CELL-HIT)
           END-IF.

       0225-FIND-CELL.
           MOVE ZEROES TO WS-CELL-HIT.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
               IF WS-CELL-DEPT(WS-CELL-SUB) = WS-FIND-DEPT
                       AND WS-CELL-GRADE(WS-CELL-SUB) = WS-FIND-GRADE
                   MOVE WS-CELL-SUB TO WS-CELL-HIT
                   MOVE WS-CELL-COUNT TO WS-CELL-SUB
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

      *Uma secao (mes ou 12 meses): departamentos na ordem de
      *DEPARTMENTS.DAT, grades na ordem de SALARY-GRADES.DAT; casas
      *com codigo fora das referencias saem no fim do departamento
      *ou num grupo proprio.
       0300-PRINT-SECTION.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
               MOVE 'N' TO WS-CELL-PRINTED(WS-CELL-SUB)
           END-PERFORM.
           INITIALIZE WS-ALL-M-ACCUM WS-ALL-T-ACCUM.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-GROUP-DEPT
               MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-DH-CODE
               MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-DH-NAME
               PERFORM 0310-PRINT-DEPARTMENT
           END-PERFORM.
           PERFORM VARYING WS-ORPHAN-SUB FROM 1 BY 1
                   UNTIL WS-ORPHAN-SUB > WS-CELL-COUNT
               IF WS-CELL-PRINTED(WS-ORPHAN-SUB) = 'N'
                   MOVE WS-CELL-DEPT(WS-ORPHAN-SUB) TO WS-GROUP-DEPT
                   MOVE WS-CELL-DEPT(WS-ORPHAN-SUB) TO WS-DH-CODE
                   MOVE 'FORA DE DEPARTMENTS.DAT' TO WS-DH-NAME
                   PERFORM 0310-PRINT-DEPARTMENT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SECTION-MONTH
               MOVE WS-ALL-M-ACCUM TO WS-LINE-ACCUM
           ELSE
               MOVE WS-ALL-T-ACCUM TO WS-LINE-ACCUM
           END-IF.
           MOVE SPACES TO WS-DET-GRADE.
           MOVE 'TOTAL GERAL' TO WS-DETAIL-LINE(1:11).
           PERFORM 0400-WRITE-ACCUM-LINE.
           MOVE SPACES TO WS-DETAIL-LINE(1:11).

       0310-PRINT-DEPARTMENT.
           INITIALIZE WS-DEPT-M-ACCUM WS-DEPT-T-ACCUM.
           MOVE ZERO TO WS-GROUP-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DEPT-HEADER.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE WS-GROUP-DEPT TO WS-FIND-DEPT.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               MOVE WS-GRADE-CODE(WS-GRADE-SUB) TO WS-FIND-GRADE
               PERFORM 0225-FIND-CELL
               IF WS-CELL-HIT > ZERO
                   PERFORM 0320-PRINT-CELL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CELL-HIT FROM 1 BY 1
                   UNTIL WS-CELL-HIT > WS-CELL-COUNT
               IF WS-CELL-DEPT(WS-CELL-HIT) = WS-GROUP-DEPT
                       AND WS-CELL-PRINTED(WS-CELL-HIT) = 'N'
                   PERFORM 0320-PRINT-CELL
               END-IF
           END-PERFORM.
           IF WS-GROUP-LINES = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               IF SECTION-MONTH
                   MOVE WS-DEPT-M-ACCUM TO WS-LINE-ACCUM
               ELSE
                   MOVE WS-DEPT-T-ACCUM TO WS-LINE-ACCUM
               END-IF
               MOVE SPACES TO WS-DET-GRADE
               MOVE 'SUBTOTAL' TO WS-DETAIL-LINE(1:8)
               PERFORM 0400-WRITE-ACCUM-LINE
               MOVE SPACES TO WS-DETAIL-LINE(1:10)
           END-IF.
           ADD WS-DM-HC2 TO WS-AM-HC2.
           ADD WS-DM-SEPS TO WS-AM-SEPS.
           ADD WS-DM-TENURE TO WS-AM-TENURE.
           ADD WS-DM-FIRSTYR TO WS-AM-FIRSTYR.
           ADD WS-DT-HC2 TO WS-AT-HC2.
           ADD WS-DT-SEPS TO WS-AT-SEPS.
           ADD WS-DT-TENURE TO WS-AT-TENURE.
           ADD WS-DT-FIRSTYR TO WS-AT-FIRSTYR.

      *Casa sem ninguem no periodo (nem headcount nem saida) nao
      *polui o relatorio.
       0320-PRINT-CELL.
           MOVE 'Y' TO WS-CELL-PRINTED(WS-CELL-HIT).
           IF SECTION-MONTH
               MOVE WS-CELL-M-HC2(WS-CELL-HIT) TO WS-LA-HC2
               MOVE WS-CELL-M-SEPS(WS-CELL-HIT) TO WS-LA-SEPS
               MOVE WS-CELL-M-TENURE(WS-CELL-HIT) TO WS-LA-TENURE
               MOVE WS-CELL-M-FIRSTYR(WS-CELL-HIT) TO WS-LA-FIRSTYR
           ELSE
               MOVE WS-CELL-T-HC2(WS-CELL-HIT) TO WS-LA-HC2
               MOVE WS-CELL-T-SEPS(WS-CELL-HIT) TO WS-LA-SEPS
               MOVE WS-CELL-T-TENURE(WS-CELL-HIT) TO WS-LA-TENURE
               MOVE WS-CELL-T-FIRSTYR(WS-CELL-HIT) TO WS-LA-FIRSTYR
           END-IF.
           ADD WS-CELL-M-HC2(WS-CELL-HIT) TO WS-DM-HC2.
           ADD WS-CELL-M-SEPS(WS-CELL-HIT) TO WS-DM-SEPS.
           ADD WS-CELL-M-TENURE(WS-CELL-HIT) TO WS-DM-TENURE.
           ADD WS-CELL-M-FIRSTYR(WS-CELL-HIT) TO WS-DM-FIRSTYR.
           ADD WS-CELL-T-HC2(WS-CELL-HIT) TO WS-DT-HC2.
           ADD WS-CELL-T-SEPS(WS-CELL-HIT) TO WS-DT-SEPS.
           ADD WS-CELL-T-TENURE(WS-CELL-HIT) TO WS-DT-TENURE.
           ADD WS-CELL-T-FIRSTYR(WS-CELL-HIT) TO WS-DT-FIRSTYR.
           IF WS-LA-HC2 > ZERO OR WS-LA-SEPS > ZERO
               ADD 1 TO WS-GROUP-LINES
               MOVE WS-CELL-GRADE(WS-CELL-HIT) TO WS-DET-GRADE
               PERFORM 0400-WRITE-ACCUM-LINE
           END-IF.

      *Taxa = desligamentos / headcount medio x 100; casa media
      *em anos de 365,25 dias; % 1o ano sobre os desligamentos.
       0400-WRITE-ACCUM-LINE.
           COMPUTE WS-AVG-HC ROUNDED = WS-LA-HC2 / WS-HC-DIVISOR.
           IF WS-AVG-HC > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-LA-SEPS * 100 / WS-AVG-HC
                   ON SIZE ERROR MOVE 99999.9 TO WS-RATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF.
           IF WS-LA-SEPS > ZERO
               COMPUTE WS-TENURE-YEARS ROUNDED =
                   WS-LA-TENURE / WS-LA-SEPS / 365.25
               COMPUTE WS-FIRSTYR-PCT ROUNDED =
                   WS-LA-FIRSTYR * 100 / WS-LA-SEPS
           ELSE
               MOVE ZERO TO WS-TENURE-YEARS WS-FIRSTYR-PCT
           END-IF.
           MOVE WS-AVG-HC TO WS-DET-AVG-HC.
           MOVE WS-LA-SEPS TO WS-DET-SEPS.
           MOVE WS-RATE TO WS-DET-RATE.
           MOVE WS-TENURE-YEARS TO WS-DET-TENURE.
           MOVE WS-LA-FIRSTYR TO WS-DET-FIRSTYR.
           MOVE WS-FIRSTYR-PCT TO WS-DET-FIRSTYR-PCT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TURNOVER-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINES-WRITTEN.

          END PROGRAM EMPTURNOVER.
