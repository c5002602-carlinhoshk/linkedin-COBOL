       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPORGCHART.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: organograma impresso por
      *           departamento a partir de EMP-MANAGER-SSN, com a
      *           linha de reporte recuada por nivel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "EMPORG.SRT".

           SELECT SORTED-EMPLOYEES ASSIGN TO "EMPORG-SORTED.TMP"
            FILE STATUS IS WS-SORTED-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORG-REPORT ASSIGN TO "ORG-CHART-REPORT.DAT"
            FILE STATUS IS WS-REPORT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       SD SORT-WORK.
       01 SORT-EMP-REC.
           COPY EMPREC.

       FD SORTED-EMPLOYEES.
       01 SORTED-DETAILS.
           88  END-OF-SORTED          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD ORG-REPORT.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-SORTED-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

      *Ativos do cadastro na ordem departamento + SSN. Cada
      *departamento ocupa uma faixa continua da tabela (inicio e fim
      *guardados ao trocar de departamento).
       01  WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 10000 TIMES.
              10 WS-ORG-SSN            PIC 9(9).
              10 WS-ORG-LASTNAME       PIC X(15).
              10 WS-ORG-FIRSTNAME      PIC X(10).
              10 WS-ORG-DEPT           PIC X(4).
              10 WS-ORG-GRADE          PIC X(2).
              10 WS-ORG-MANAGER        PIC 9(9).
              10 WS-ORG-PRINTED        PIC X.
       01  WS-ORG-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ORG-MAX                  PIC 9(5) VALUE 10000.
       01  WS-ORG-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-FIND-SSN             PIC 9(9) VALUE ZERO.

       01  WS-DEPT-FIRST               PIC 9(5) VALUE ZERO.
       01  WS-DEPT-LAST                PIC 9(5) VALUE ZERO.
       01  WS-DEPT-SUB                 PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.
       01  WS-DEPT-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-DEPT-ORPHANS             PIC 9(7) VALUE ZERO.
       01  WS-DEPT-TOTAL               PIC 9(5) VALUE ZERO.
       01  WS-ORPHAN-TOTAL             PIC 9(7) VALUE ZERO.

      *Pilha da descida pela linha de reporte: cada entrada e um
      *subscrito da tabela e o nivel em que sera impresso.
       01  WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 10000 TIMES.
              10 WS-STACK-ORG          PIC 9(5).
              10 WS-STACK-LEVEL        PIC 9(5).
       01  WS-STACK-TOP                PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-ORG              PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-LEVEL            PIC 9(5) VALUE ZERO.
       01  WS-CHILD-SUB                PIC 9(5) VALUE ZERO.

      *Recuo de tres posicoes por nivel, limitado para que niveis
      *muito fundos ainda caibam na linha.
       01  WS-INDENT                   PIC 9(3) VALUE ZERO.
       01  WS-INDENT-MAX               PIC 9(3) VALUE 30.
       01  WS-LINE-POINTER             PIC 9(3) VALUE ZERO.
       01  WS-ROOT-NOTE                PIC X(40) VALUE SPACES.
       01  WS-ROOT-SWITCH              PIC X VALUE 'N'.
           88 ENTRY-IS-ROOT            VALUE 'Y'.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPORGCHART'.
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
           05 FILLER PIC X(30) VALUE
              'ORGANOGRAMA POR DEPARTAMENTO'.

       01  WS-DEPT-HEADING.
           05 FILLER                   PIC X(14) VALUE
              'DEPARTAMENTO: '.
           05 WS-DH-DEPT               PIC X(4).

       01  WS-DEPT-FOOTING.
           05 FILLER                   PIC X(16) VALUE
              '   FUNCIONARIOS:'.
           05 WS-DF-COUNT              PIC ZZZZZZ9.
           05 FILLER                   PIC X(24) VALUE
              '   SEM LIGACAO AO TOPO:'.
           05 WS-DF-ORPHANS            PIC ZZZZZZ9.

       01  WS-ORPHAN-HEADING.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(46) VALUE
              'SEM LIGACAO COM O TOPO (CICLO NA LINHA):'.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(16) VALUE
              'TOTAL DA EMPRESA'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-TOT-COUNT             PIC ZZZZZZ9.
           05 FILLER                   PIC X(24) VALUE
              '   SEM LIGACAO AO TOPO:'.
           05 WS-TOT-ORPHANS           PIC ZZZZZZ9.

       01  WS-PERSON-TEXT.
           05 WS-PT-SSN                PIC 9(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PT-LASTNAME           PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PT-FIRSTNAME          PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PT-GRADE              PIC X(2).

       01  WS-NOTE-MANAGER.
           05 FILLER                   PIC X(8) VALUE '(GESTOR '.
           05 WS-NM-SSN                PIC 9(9).
           05 FILLER                   PIC X(7) VALUE ' DEPTO '.
           05 WS-NM-DEPT               PIC X(4).
           05 FILLER                   PIC X VALUE ')'.

       01  WS-NOTE-INACTIVE.
           05 FILLER                   PIC X(8) VALUE '(GESTOR '.
           05 WS-NI-SSN                PIC 9(9).
           05 FILLER                   PIC X(11) VALUE ' NAO ATIVO)'.

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

           SORT SORT-WORK ON ASCENDING KEY
                   EMP-DEPARTMENT OF SORT-EMP-REC
                   EMP-SSN OF SORT-EMP-REC
               USING EMPLOYEE-MASTER
               GIVING SORTED-EMPLOYEES.

           PERFORM 0120-LOAD-ACTIVE-EMPLOYEES.

           OPEN OUTPUT ORG-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ORG-CHART-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.

           MOVE 1 TO WS-DEPT-FIRST.
           PERFORM UNTIL WS-DEPT-FIRST > WS-ORG-COUNT
               PERFORM 0200-FIND-DEPARTMENT-RANGE
               PERFORM 0300-PRINT-DEPARTMENT
               COMPUTE WS-DEPT-FIRST = WS-DEPT-LAST + 1
           END-PERFORM.

           MOVE WS-ORG-COUNT TO WS-TOT-COUNT.
           MOVE WS-ORPHAN-TOTAL TO WS-TOT-ORPHANS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE ORG-REPORT.
           DISPLAY "DEPARTAMENTOS NO ORGANOGRAMA: " WS-DEPT-TOTAL.
           DISPLAY "FUNCIONARIOS NO ORGANOGRAMA.: " WS-ORG-COUNT.
           DISPLAY "SEM LIGACAO COM O TOPO......: " WS-ORPHAN-TOTAL.
           DISPLAY "RELATORIO EM: ORG-CHART-REPORT.DAT".
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
           MOVE WS-ORG-COUNT TO WS-RL-WRITTEN.
           MOVE WS-ORPHAN-TOTAL TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0120-LOAD-ACTIVE-EMPLOYEES.
           OPEN INPUT SORTED-EMPLOYEES.
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPORG-SORTED.TMP - STATUS "
                   WS-SORTED-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-SORTED-DATA.
           PERFORM UNTIL END-OF-SORTED
               IF WS-ORG-COUNT >= WS-ORG-MAX
                   DISPLAY "TABELA DO ORGANOGRAMA CHEIA COM "
                       WS-ORG-MAX " FUNCIONARIOS - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORG-COUNT
               MOVE EMP-SSN OF SORTED-DETAILS
                   TO WS-ORG-SSN(WS-ORG-COUNT)
               MOVE EMP-LASTNAME OF SORTED-DETAILS
                   TO WS-ORG-LASTNAME(WS-ORG-COUNT)
               MOVE EMP-FIRSTNAME OF SORTED-DETAILS
                   TO WS-ORG-FIRSTNAME(WS-ORG-COUNT)
               MOVE EMP-DEPARTMENT OF SORTED-DETAILS
                   TO WS-ORG-DEPT(WS-ORG-COUNT)
               MOVE EMP-JOB-GRADE OF SORTED-DETAILS
                   TO WS-ORG-GRADE(WS-ORG-COUNT)
               IF EMP-MANAGER-SSN OF SORTED-DETAILS NUMERIC
                   MOVE EMP-MANAGER-SSN OF SORTED-DETAILS
                       TO WS-ORG-MANAGER(WS-ORG-COUNT)
               ELSE
                   MOVE ZEROES TO WS-ORG-MANAGER(WS-ORG-COUNT)
               END-IF
               MOVE 'N' TO WS-ORG-PRINTED(WS-ORG-COUNT)
               PERFORM 0150-READ-SORTED-DATA
           END-PERFORM.
           CLOSE SORTED-EMPLOYEES.

      *As linhas HDR/TRL de integridade atravessam o SORT e os
      *desligados retidos no cadastro nao entram no organograma.
       0150-READ-SORTED-DATA.
           READ SORTED-EMPLOYEES
               AT END SET END-OF-SORTED TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SORTED
                   OR (SORTED-DETAILS(1:3) NOT = "HDR"
                   AND SORTED-DETAILS(1:3) NOT = "TRL"
                   AND EMP-STATUS OF SORTED-DETAILS NOT = 'T')
               READ SORTED-EMPLOYEES
                   AT END SET END-OF-SORTED TO TRUE
               END-READ
           END-PERFORM.

       0200-FIND-DEPARTMENT-RANGE.
           MOVE WS-ORG-DEPT(WS-DEPT-FIRST) TO WS-CURRENT-DEPT.
           MOVE WS-DEPT-FIRST TO WS-DEPT-LAST.
           PERFORM UNTIL WS-DEPT-LAST >= WS-ORG-COUNT
                   OR WS-ORG-DEPT(WS-DEPT-LAST + 1)
                       NOT = WS-CURRENT-DEPT
               ADD 1 TO WS-DEPT-LAST
           END-PERFORM.

      *Topo do departamento: quem nao tem gestor, cujo gestor nao
      *esta ativo, ou cujo gestor e de outro departamento (a nota
      *diz a quem a pessoa responde fora dali). Quem sobra sem ser
      *impresso depois da descida esta preso num ciclo.
       0300-PRINT-DEPARTMENT.
           ADD 1 TO WS-DEPT-TOTAL.
           MOVE ZERO TO WS-DEPT-COUNT WS-DEPT-ORPHANS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURRENT-DEPT TO WS-DH-DEPT.
           WRITE REPORT-LINE FROM WS-DEPT-HEADING.
           PERFORM VARYING WS-DEPT-SUB FROM WS-DEPT-FIRST BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-LAST
               PERFORM 0310-CHECK-ROOT
               IF ENTRY-IS-ROOT
                   MOVE 1 TO WS-STACK-TOP
                   MOVE WS-DEPT-SUB TO WS-STACK-ORG(1)
                   MOVE ZERO TO WS-STACK-LEVEL(1)
                   PERFORM 0320-WALK-REPORTING-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEPT-SUB FROM WS-DEPT-FIRST BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-LAST
               IF WS-ORG-PRINTED(WS-DEPT-SUB) = 'N'
                   IF WS-DEPT-ORPHANS = ZERO
                       WRITE REPORT-LINE FROM WS-ORPHAN-HEADING
                   END-IF
                   ADD 1 TO WS-DEPT-ORPHANS
                   MOVE WS-DEPT-SUB TO WS-CURRENT-ORG
                   MOVE 1 TO WS-CURRENT-LEVEL
                   MOVE SPACES TO WS-ROOT-NOTE
                   PERFORM 0330-PRINT-PERSON
               END-IF
           END-PERFORM.
           MOVE WS-DEPT-COUNT TO WS-DF-COUNT.
           MOVE WS-DEPT-ORPHANS TO WS-DF-ORPHANS.
           WRITE REPORT-LINE FROM WS-DEPT-FOOTING.
           ADD WS-DEPT-ORPHANS TO WS-ORPHAN-TOTAL.

       0310-CHECK-ROOT.
           MOVE 'N' TO WS-ROOT-SWITCH.
           MOVE SPACES TO WS-ROOT-NOTE.
           IF WS-ORG-MANAGER(WS-DEPT-SUB) = ZEROES
               SET ENTRY-IS-ROOT TO TRUE
           ELSE
               MOVE WS-ORG-MANAGER(WS-DEPT-SUB) TO WS-ORG-FIND-SSN
               PERFORM 0340-FIND-ORG-ENTRY
               EVALUATE TRUE
                   WHEN WS-ORG-HIT = ZERO
                       SET ENTRY-IS-ROOT TO TRUE
                       MOVE WS-ORG-MANAGER(WS-DEPT-SUB)
                           TO WS-NI-SSN
                       MOVE WS-NOTE-INACTIVE TO WS-ROOT-NOTE
                   WHEN WS-ORG-DEPT(WS-ORG-HIT) NOT = WS-CURRENT-DEPT
                       SET ENTRY-IS-ROOT TO TRUE
                       MOVE WS-ORG-MANAGER(WS-DEPT-SUB)
                           TO WS-NM-SSN
                       MOVE WS-ORG-DEPT(WS-ORG-HIT) TO WS-NM-DEPT
                       MOVE WS-NOTE-MANAGER TO WS-ROOT-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *Desce pela pilha: imprime o topo da pilha e empilha os
      *subordinados do mesmo departamento em ordem inversa de SSN,
      *para que saiam impressos em ordem crescente.
       0320-WALK-REPORTING-LINE.
           PERFORM UNTIL WS-STACK-TOP = ZERO
               MOVE WS-STACK-ORG(WS-STACK-TOP) TO WS-CURRENT-ORG
               MOVE WS-STACK-LEVEL(WS-STACK-TOP)
                   TO WS-CURRENT-LEVEL
               SUBTRACT 1 FROM WS-STACK-TOP
               IF WS-ORG-PRINTED(WS-CURRENT-ORG) = 'N'
                   PERFORM 0330-PRINT-PERSON
                   MOVE SPACES TO WS-ROOT-NOTE
                   PERFORM VARYING WS-CHILD-SUB FROM WS-DEPT-LAST
                           BY -1 UNTIL WS-CHILD-SUB < WS-DEPT-FIRST
                       IF WS-ORG-MANAGER(WS-CHILD-SUB) =
                               WS-ORG-SSN(WS-CURRENT-ORG)
                           AND WS-ORG-PRINTED(WS-CHILD-SUB) = 'N'
                           ADD 1 TO WS-STACK-TOP
                           MOVE WS-CHILD-SUB
                               TO WS-STACK-ORG(WS-STACK-TOP)
                           COMPUTE WS-STACK-LEVEL(WS-STACK-TOP) =
                               WS-CURRENT-LEVEL + 1
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0330-PRINT-PERSON.
           MOVE 'Y' TO WS-ORG-PRINTED(WS-CURRENT-ORG).
           ADD 1 TO WS-DEPT-COUNT.
           COMPUTE WS-INDENT = WS-CURRENT-LEVEL * 3.
           IF WS-INDENT > WS-INDENT-MAX
               MOVE WS-INDENT-MAX TO WS-INDENT
           END-IF.
           MOVE WS-ORG-SSN(WS-CURRENT-ORG) TO WS-PT-SSN.
           MOVE WS-ORG-LASTNAME(WS-CURRENT-ORG) TO WS-PT-LASTNAME.
           MOVE WS-ORG-FIRSTNAME(WS-CURRENT-ORG) TO WS-PT-FIRSTNAME.
           MOVE WS-ORG-GRADE(WS-CURRENT-ORG) TO WS-PT-GRADE.
           MOVE SPACES TO REPORT-LINE.
           COMPUTE WS-LINE-POINTER = WS-INDENT + 4.
           STRING WS-PERSON-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ROOT-NOTE DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ORG-CHART-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.

       0340-FIND-ORG-ENTRY.
           MOVE ZEROES TO WS-ORG-HIT.
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-SSN(WS-ORG-SUB) = WS-ORG-FIND-SSN
                   MOVE WS-ORG-SUB TO WS-ORG-HIT
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM.

          END PROGRAM EMPORGCHART.
