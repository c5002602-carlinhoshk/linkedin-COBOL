       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPENDRPT.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: lista as alteracoes de cadastro
      *           agendadas em EMP-PENDING-CHANGES.DAT por data de
      *           vigencia, com o valor atual de EMPLOYEES.NEW ao
      *           lado do valor novo, quem agendou e quando, para o
      *           RH conferir e cancelar (transacao X no EMPMAINT)
      *           antes de a data chegar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-FILE ASSIGN TO "EMP-PENDING-CHANGES.DAT"
            FILE STATUS IS WS-PENDING-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "EMPPEND.SRT".

           SELECT SORTED-PENDING ASSIGN TO "EMPPEND-SORTED.TMP"
            FILE STATUS IS WS-SORTED-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-REPORT ASSIGN TO "PENDING-CHANGES-REPORT.DAT"
            FILE STATUS IS WS-REPORT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD PENDING-FILE.
       01 PENDING-REC                  PIC X(105).

       SD SORT-WORK.
       01 SORT-PENDING-REC.
           05 FILLER                   PIC X(2).
           05 SRT-SSN                  PIC 9(9).
           05 FILLER                   PIC X(68).
           05 SRT-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X(18).

       FD SORTED-PENDING.
       01 SORTED-DETAILS.
           88  END-OF-SORTED          VALUE HIGH-VALUES.
           COPY EMPPND.

       FD PENDING-REPORT.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS           PIC XX VALUE SPACES.
       01  WS-SORTED-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

      *Cadastro atual, para mostrar o "de" de cada campo que a
      *pendencia vai mudar.
       01  WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 10000 TIMES.
              10 WS-ORG-SSN            PIC 9(9).
              10 WS-ORG-LASTNAME       PIC X(15).
              10 WS-ORG-FIRSTNAME      PIC X(10).
              10 WS-ORG-DEPT           PIC X(4).
              10 WS-ORG-GRADE          PIC X(2).
              10 WS-ORG-SALARY         PIC 9(7)V99.
              10 WS-ORG-STATUS         PIC X.
              10 WS-ORG-MANAGER        PIC 9(9).
       01  WS-ORG-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ORG-MAX                  PIC 9(5) VALUE 10000.
       01  WS-ORG-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-FIND-SSN             PIC 9(9) VALUE ZERO.

       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-PENDING-SWITCH           PIC X VALUE 'N'.
           88 PENDING-FILE-PRESENT     VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-PENDING-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ADD-COUNT             PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-TERM-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-DELETE-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-DUE-COUNT             PIC 9(7) VALUE ZERO.
           05 WS-PROBLEM-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPPENDRPT'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

      *Verificação de integridade (HDR/TRL) de EMPLOYEES.NEW via
      *FILECHECK antes de processar.
       01  WS-CHECK-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-CHECK-KEY-LENGTH         PIC 9(2) VALUE 9.
       01  WS-CHECK-RESULT             PIC X VALUE 'N'.

       01  WS-FIELD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FIELD-OLD                PIC X(15) VALUE SPACES.
       01  WS-FIELD-NEW                PIC X(15) VALUE SPACES.
       01  WS-SALARY-EDIT              PIC Z,ZZZ,ZZ9.99.

       01  WS-REPORT-TITLE.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'ALTERACOES DE CADASTRO PENDENTES'.

       01  WS-DATE-LINE.
           05 FILLER                   PIC X(22) VALUE
              'DATA UTIL...........:'.
           05 WS-DL-DATE               PIC 9(8).

       01  WS-HEADING-LINE.
           05 FILLER PIC X(10) VALUE 'VIGENCIA'.
           05 FILLER PIC X(4)  VALUE 'COD'.
           05 FILLER PIC X(14) VALUE 'ACAO'.
           05 FILLER PIC X(11) VALUE 'SSN'.
           05 FILLER PIC X(27) VALUE 'NOME'.
           05 FILLER PIC X(10) VALUE 'AGENDADA'.
           05 FILLER PIC X(9)  VALUE 'OPERADOR'.
           05 FILLER PIC X(15) VALUE 'OBSERVACAO'.

       01  WS-HEADING-FIELDS.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'CAMPO'.
           05 FILLER PIC X(17) VALUE 'VALOR ATUAL'.
           05 FILLER PIC X(15) VALUE 'VALOR NOVO'.

       01  WS-DETAIL-LINE.
           05 WS-DET-EFFECTIVE         PIC 9(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DET-CODE              PIC X.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-ACTION            PIC X(14).
           05 WS-DET-SSN               PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-LASTNAME          PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-FIRSTNAME         PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-ENTERED           PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-OPERATOR          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-DET-NOTE              PIC X(15).

       01  WS-FIELD-LINE.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 WS-FL-FIELD              PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FL-OLD                PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FL-NEW                PIC X(15).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(40) VALUE
              'NENHUMA ALTERACAO PENDENTE'.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(11) VALUE 'PENDENTES:'.
           05 WS-TOT-PENDING           PIC ZZZZZZ9.
           05 FILLER                   PIC X(7)  VALUE '  INCL:'.
           05 WS-TOT-ADD               PIC ZZZZZZ9.
           05 FILLER                   PIC X(7)  VALUE '  ALT.:'.
           05 WS-TOT-CHANGE            PIC ZZZZZZ9.
           05 FILLER                   PIC X(8)  VALUE '  DESL.:'.
           05 WS-TOT-TERM              PIC ZZZZZZ9.
           05 FILLER                   PIC X(7)  VALUE '  EXCL:'.
           05 WS-TOT-DELETE            PIC ZZZZZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                   PIC X(30) VALUE
              'VENCIDAS (PROXIMA EXECUCAO):'.
           05 WS-TOT-DUE               PIC ZZZZZZ9.
           05 FILLER                   PIC X(22) VALUE
              '  COM PROBLEMA:'.
           05 WS-TOT-PROBLEM           PIC ZZZZZZ9.

       01  WS-CANCEL-NOTE.
           05 FILLER                   PIC X(48) VALUE
              'PARA CANCELAR: TRANSACAO X COM SSN E VIGENCIA NO'.
           05 FILLER                   PIC X(45) VALUE
              ' EMP-TRANSACTIONS.DAT (VIGENCIA ZERO=TODAS)'.

       PROCEDURE DIVISION.
       0100-BEGIN.
           PERFORM 0005-LOG-RUN-START.

           MOVE "EMPLOYEES.NEW" TO WS-CHECK-FILE-NAME.
           CALL "FILECHECK" USING WS-CHECK-FILE-NAME
               WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
           END-CALL.
           IF WS-CHECK-RESULT NOT = 'Y'
               DISPLAY "EMPLOYEES.NEW REPROVADO NA VERIFICACAO "
                   "DE INTEGRIDADE - EXECUCAO INTERROMPIDA"
               STOP RUN
           END-IF.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.

           PERFORM 0120-LOAD-MASTER.

           OPEN OUTPUT PENDING-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDING-CHANGES-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO WS-DL-DATE.
           WRITE REPORT-LINE FROM WS-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-FIELDS.

      *Sem o arquivo de pendencias (nada agendado ainda) o relatorio
      *sai so com o cabecalho e a linha de nenhuma pendencia.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               SET PENDING-FILE-PRESENT TO TRUE
               CLOSE PENDING-FILE
           ELSE
               IF WS-PENDING-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR EMP-PENDING-CHANGES.DAT - "
                       "STATUS " WS-PENDING-STATUS
                   STOP RUN
               END-IF
           END-IF.
           IF PENDING-FILE-PRESENT
               PERFORM 0200-LIST-PENDING
           END-IF.
           IF WS-PENDING-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           MOVE WS-PENDING-COUNT TO WS-TOT-PENDING.
           MOVE WS-ADD-COUNT TO WS-TOT-ADD.
           MOVE WS-CHANGE-COUNT TO WS-TOT-CHANGE.
           MOVE WS-TERM-COUNT TO WS-TOT-TERM.
           MOVE WS-DELETE-COUNT TO WS-TOT-DELETE.
           MOVE WS-DUE-COUNT TO WS-TOT-DUE.
           MOVE WS-PROBLEM-COUNT TO WS-TOT-PROBLEM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CANCEL-NOTE.

           CLOSE PENDING-REPORT.
           DISPLAY "ALTERACOES PENDENTES........: " WS-PENDING-COUNT.
           DISPLAY "VENCIDAS (PROXIMA EXECUCAO).: " WS-DUE-COUNT.
           DISPLAY "COM PROBLEMA................: " WS-PROBLEM-COUNT.
           DISPLAY "RELATORIO EM: PENDING-CHANGES-REPORT.DAT".
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
           MOVE WS-PENDING-COUNT TO WS-RL-READ.
           MOVE WS-PENDING-COUNT TO WS-RL-WRITTEN.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

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
                       WS-ORG-MAX " REGISTROS - EXECUCAO "
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
               IF EMP-SALARY OF EMPLOYEE-DETAILS NUMERIC
                   MOVE EMP-SALARY OF EMPLOYEE-DETAILS
                       TO WS-ORG-SALARY(WS-ORG-COUNT)
               ELSE
                   MOVE ZEROES TO WS-ORG-SALARY(WS-ORG-COUNT)
               END-IF
               MOVE EMP-STATUS OF EMPLOYEE-DETAILS
                   TO WS-ORG-STATUS(WS-ORG-COUNT)
               IF EMP-MANAGER-SSN OF EMPLOYEE-DETAILS NUMERIC
                   MOVE EMP-MANAGER-SSN OF EMPLOYEE-DETAILS
                       TO WS-ORG-MANAGER(WS-ORG-COUNT)
               ELSE
                   MOVE ZEROES TO WS-ORG-MANAGER(WS-ORG-COUNT)
               END-IF
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

       0200-LIST-PENDING.
           SORT SORT-WORK ON ASCENDING KEY
                   SRT-EFFECTIVE-DATE
                   SRT-SSN
               WITH DUPLICATES IN ORDER
               USING PENDING-FILE
               GIVING SORTED-PENDING.
           OPEN INPUT SORTED-PENDING.
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPPEND-SORTED.TMP - STATUS "
                   WS-SORTED-STATUS
               STOP RUN
           END-IF.
           READ SORTED-PENDING
               AT END SET END-OF-SORTED TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SORTED
               PERFORM 0300-LIST-ONE-CHANGE
               READ SORTED-PENDING
                   AT END SET END-OF-SORTED TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SORTED-PENDING.

      *Uma linha por pendencia e, abaixo dela, uma linha por campo
      *que muda. Inclusao de SSN que ja existe, ou alteracao de SSN
      *que nao existe, sai marcada: o EMPMAINT vai rejeitar.
       0300-LIST-ONE-CHANGE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PND-SSN TO WS-ORG-FIND-SSN.
           PERFORM 0600-FIND-ORG-ENTRY.
           MOVE SPACES TO WS-DET-NOTE.
           MOVE PND-EFFECTIVE-DATE TO WS-DET-EFFECTIVE.
           MOVE PND-TXN-CODE TO WS-DET-CODE.
           MOVE PND-SSN TO WS-DET-SSN.
           MOVE PND-LASTNAME TO WS-DET-LASTNAME.
           MOVE PND-FIRSTNAME TO WS-DET-FIRSTNAME.
           MOVE PND-ENTERED-DATE TO WS-DET-ENTERED.
           MOVE PND-OPERATOR TO WS-DET-OPERATOR.
           EVALUATE PND-TXN-CODE
               WHEN 'A'
                   MOVE 'INCLUSAO' TO WS-DET-ACTION
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'C'
                   MOVE 'ALTERACAO' TO WS-DET-ACTION
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN 'T'
                   MOVE 'DESLIGAMENTO' TO WS-DET-ACTION
                   ADD 1 TO WS-TERM-COUNT
               WHEN 'D'
                   MOVE 'EXCLUSAO' TO WS-DET-ACTION
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OTHER
                   MOVE 'INVALIDA' TO WS-DET-ACTION
           END-EVALUATE.
           IF WS-ORG-HIT > ZERO
               IF PND-LASTNAME = SPACES
                   MOVE WS-ORG-LASTNAME(WS-ORG-HIT) TO WS-DET-LASTNAME
                   MOVE WS-ORG-FIRSTNAME(WS-ORG-HIT)
                       TO WS-DET-FIRSTNAME
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PND-TXN-CODE = 'A' AND WS-ORG-HIT > ZERO
                   MOVE 'SSN JA EXISTE' TO WS-DET-NOTE
               WHEN PND-TXN-CODE NOT = 'A' AND WS-ORG-HIT = ZERO
                   MOVE 'SSN NAO CONSTA' TO WS-DET-NOTE
               WHEN PND-TXN-CODE NOT = 'A'
                       AND PND-TXN-CODE NOT = 'C'
                       AND PND-TXN-CODE NOT = 'T'
                       AND PND-TXN-CODE NOT = 'D'
                   MOVE 'CODIGO INVALIDO' TO WS-DET-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DET-NOTE NOT = SPACES
               ADD 1 TO WS-PROBLEM-COUNT
           ELSE
               IF PND-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                   MOVE 'VENCIDA' TO WS-DET-NOTE
               END-IF
           END-IF.
           IF PND-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               ADD 1 TO WS-DUE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PENDING-CHANGES-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           EVALUATE PND-TXN-CODE
               WHEN 'A'
                   PERFORM 0310-LIST-NEW-EMPLOYEE
               WHEN 'C'
                   IF WS-ORG-HIT > ZERO
                       PERFORM 0320-LIST-CHANGED-FIELDS
                   END-IF
               WHEN 'T'
                   MOVE 'DESLIGAMENTO' TO WS-FIELD-NAME
                   MOVE SPACES TO WS-FIELD-OLD WS-FIELD-NEW
                   IF PND-TERM-DATE NUMERIC
                           AND PND-TERM-DATE > ZEROES
                       MOVE PND-TERM-DATE TO WS-FIELD-NEW
                   ELSE
                       MOVE PND-EFFECTIVE-DATE TO WS-FIELD-NEW
                   END-IF
                   PERFORM 0700-WRITE-FIELD-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0310-LIST-NEW-EMPLOYEE.
           MOVE SPACES TO WS-FIELD-OLD.
           MOVE 'DEPARTAMENTO' TO WS-FIELD-NAME.
           MOVE PND-DEPARTMENT TO WS-FIELD-NEW.
           PERFORM 0700-WRITE-FIELD-LINE.
           MOVE 'GRADE' TO WS-FIELD-NAME.
           MOVE PND-JOB-GRADE TO WS-FIELD-NEW.
           PERFORM 0700-WRITE-FIELD-LINE.
           MOVE 'SALARIO' TO WS-FIELD-NAME.
           MOVE SPACES TO WS-FIELD-NEW.
           IF PND-SALARY NUMERIC
               MOVE PND-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-FIELD-NEW
           END-IF.
           PERFORM 0700-WRITE-FIELD-LINE.
           MOVE 'ADMISSAO' TO WS-FIELD-NAME.
           MOVE PND-HIRE-DATE TO WS-FIELD-NEW.
           PERFORM 0700-WRITE-FIELD-LINE.

      *Mesmos campos que o EMPMAINT leva ao diario numa alteracao;
      *gestor em branco na pendencia mantem o atual.
       0320-LIST-CHANGED-FIELDS.
           IF PND-LASTNAME NOT = WS-ORG-LASTNAME(WS-ORG-HIT)
               MOVE 'SOBRENOME' TO WS-FIELD-NAME
               MOVE WS-ORG-LASTNAME(WS-ORG-HIT) TO WS-FIELD-OLD
               MOVE PND-LASTNAME TO WS-FIELD-NEW
               PERFORM 0700-WRITE-FIELD-LINE
           END-IF.
           IF PND-FIRSTNAME NOT = WS-ORG-FIRSTNAME(WS-ORG-HIT)
               MOVE 'NOME' TO WS-FIELD-NAME
               MOVE WS-ORG-FIRSTNAME(WS-ORG-HIT) TO WS-FIELD-OLD
               MOVE PND-FIRSTNAME TO WS-FIELD-NEW
               PERFORM 0700-WRITE-FIELD-LINE
           END-IF.
           IF PND-DEPARTMENT NOT = WS-ORG-DEPT(WS-ORG-HIT)
               MOVE 'DEPARTAMENTO' TO WS-FIELD-NAME
               MOVE WS-ORG-DEPT(WS-ORG-HIT) TO WS-FIELD-OLD
               MOVE PND-DEPARTMENT TO WS-FIELD-NEW
               PERFORM 0700-WRITE-FIELD-LINE
           END-IF.
           IF PND-JOB-GRADE NOT = WS-ORG-GRADE(WS-ORG-HIT)
               MOVE 'GRADE' TO WS-FIELD-NAME
               MOVE WS-ORG-GRADE(WS-ORG-HIT) TO WS-FIELD-OLD
               MOVE PND-JOB-GRADE TO WS-FIELD-NEW
               PERFORM 0700-WRITE-FIELD-LINE
           END-IF.
           IF PND-SALARY NUMERIC
                   AND PND-SALARY NOT = WS-ORG-SALARY(WS-ORG-HIT)
               MOVE 'SALARIO' TO WS-FIELD-NAME
               MOVE WS-ORG-SALARY(WS-ORG-HIT) TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-FIELD-OLD
               MOVE PND-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-FIELD-NEW
               PERFORM 0700-WRITE-FIELD-LINE
           END-IF.
           IF PND-MANAGER-SSN NUMERIC
                   AND PND-MANAGER-SSN NOT = WS-ORG-MANAGER(WS-ORG-HIT)
               MOVE 'GESTOR' TO WS-FIELD-NAME
               MOVE WS-ORG-MANAGER(WS-ORG-HIT) TO WS-FIELD-OLD
               MOVE PND-MANAGER-SSN TO WS-FIELD-NEW
               PERFORM 0700-WRITE-FIELD-LINE
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

       0700-WRITE-FIELD-LINE.
           MOVE WS-FIELD-NAME TO WS-FL-FIELD.
           MOVE WS-FIELD-OLD TO WS-FL-OLD.
           MOVE WS-FIELD-NEW TO WS-FL-NEW.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

          END PROGRAM EMPPENDRPT.
