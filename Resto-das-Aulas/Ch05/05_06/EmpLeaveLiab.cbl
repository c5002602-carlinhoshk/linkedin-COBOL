       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLEAVELIAB.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: valorização do passivo de ferias e
      *           licenças para o fechamento do financeiro. O saldo
      *           LVB-BALANCE-DAYS de cada ativo e valorizado pelo
      *           valor-dia (EMP-SALARY / 30) de EMPLOYEES.NEW, com
      *           totais por departamento e por grade e a
      *           movimentação contra a foto do mes anterior
      *           (creditado, gozado, admissoes, desligamentos e
      *           reavaliação salarial). A foto do mes fica em
      *           LEAVE-LIABILITY-HISTORY.DAT; com LIAB-PERIOD em
      *           RUN-PARAMETERS.DAT o relatorio de uma competencia
      *           anterior e reimpresso so a partir das fotos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-BALANCES ASSIGN TO "LEAVE-BALANCES.DAT"
            FILE STATUS IS WS-BALANCE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIABILITY-HISTORY ASSIGN TO
            "LEAVE-LIABILITY-HISTORY.DAT"
            FILE STATUS IS WS-HISTORY-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-HISTORY ASSIGN TO
            "LEAVE-LIABILITY-HISTORY.TMP"
            FILE STATUS IS WS-NEW-HISTORY-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIABILITY-REPORT ASSIGN TO
            "LEAVE-LIABILITY-REPORT.DAT"
            FILE STATUS IS WS-REPORT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD LEAVE-BALANCES.
       01 BALANCE-DETAILS.
           88  END-OF-BALANCES        VALUE HIGH-VALUES.
           COPY EMPLVB.

       FD LIABILITY-HISTORY.
       01 HISTORY-DETAILS.
           88  END-OF-HISTORY         VALUE HIGH-VALUES.
           COPY EMPLVL.

       FD NEW-HISTORY.
       01 NEW-HISTORY-DETAILS.
           88  END-OF-NEW-HISTORY     VALUE HIGH-VALUES.
           COPY EMPLVL.

       FD LIABILITY-REPORT.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-NEW-HISTORY-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

      *Verificação de integridade (HDR/TRL) de EMPLOYEES.NEW via
      *FILECHECK antes de processar.
       01  WS-CHECK-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-CHECK-KEY-LENGTH         PIC 9(2) VALUE 9.
       01  WS-CHECK-RESULT             PIC X VALUE 'N'.

       01  WS-PARAM-NAME               PIC X(16) VALUE SPACES.
       01  WS-PARAM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-PARAM-FOUND              PIC X VALUE 'N'.

       01  WS-TODAY-NUM                PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-YYYYMM           PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-YYYYMM             PIC 9(6) VALUE ZERO.
       01  WS-MODE-SWITCH              PIC X VALUE 'F'.
           88 MODE-CLOSING             VALUE 'F'.
           88 MODE-REPRINT             VALUE 'R'.

      *Valor-dia: salario mensal sobre o mes comercial de 30 dias.
       01  WS-DAYS-PER-MONTH           PIC 9(2) VALUE 30.

      *Cadastro de funcionarios (salario, grade, situação).
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES.
              10 WS-EM-SSN             PIC 9(9).
              10 WS-EM-DEPT            PIC X(4).
              10 WS-EM-GRADE           PIC X(2).
              10 WS-EM-SALARY          PIC 9(7)V99.
              10 WS-EM-STATUS          PIC X.
       01  WS-EMP-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-EMP-MAX                  PIC 9(5) VALUE 10000.
       01  WS-EMP-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-EMP-HIT                  PIC 9(5) VALUE ZERO.

      *Competencia valorizada. Situação A = valorizado; T = saldo
      *de desligado; X = saldo sem cadastro (so os A entram no
      *passivo e na foto).
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 10000 TIMES.
              10 WS-CU-SSN             PIC 9(9).
              10 WS-CU-DEPT            PIC X(4).
              10 WS-CU-GRADE           PIC X(2).
              10 WS-CU-ACCRUED         PIC 9(4)V99.
              10 WS-CU-TAKEN           PIC 9(4)V99.
              10 WS-CU-BALANCE         PIC 9(4)V99.
              10 WS-CU-SALARY          PIC 9(7)V99.
              10 WS-CU-RATE            PIC 9(5)V99.
              10 WS-CU-VALUE           PIC 9(7)V99.
              10 WS-CU-FLAG            PIC X.
       01  WS-CUR-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CUR-MAX                  PIC 9(5) VALUE 10000.
       01  WS-CUR-SUB                  PIC 9(5) VALUE ZERO.

      *Foto da competencia anterior.
       01  WS-PRI-TABLE.
           05 WS-PRI-ENTRY OCCURS 10000 TIMES.
              10 WS-PR-SSN             PIC 9(9).
              10 WS-PR-ACCRUED         PIC 9(4)V99.
              10 WS-PR-TAKEN           PIC 9(4)V99.
              10 WS-PR-VALUE           PIC 9(7)V99.
              10 WS-PR-MATCHED         PIC X.
       01  WS-PRI-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-PRI-MAX                  PIC 9(5) VALUE 10000.
       01  WS-PRI-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-PRI-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-FIND-SSN                 PIC 9(9) VALUE ZERO.

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DT-CODE            PIC X(4).
              10 WS-DT-COUNT           PIC 9(5).
              10 WS-DT-DAYS            PIC 9(7)V99.
              10 WS-DT-VALUE           PIC 9(9)V99.
       01  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(3) VALUE 200.
       01  WS-DEPT-SUB                 PIC 9(3) VALUE ZERO.
       01  WS-DEPT-HIT                 PIC 9(3) VALUE ZERO.

       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 50 TIMES.
              10 WS-GT-CODE            PIC X(2).
              10 WS-GT-COUNT           PIC 9(5).
              10 WS-GT-DAYS            PIC 9(7)V99.
              10 WS-GT-VALUE           PIC 9(9)V99.
       01  WS-GRADE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-GRADE-MAX                PIC 9(3) VALUE 50.
       01  WS-GRADE-SUB                PIC 9(3) VALUE ZERO.
       01  WS-GRADE-HIT                PIC 9(3) VALUE ZERO.

      *Movimentação da competencia anterior para a atual. A
      *reavaliação e o que sobra: efeito de salario alterado sobre
      *o saldo que ja existia.
       01  WS-OPENING-VALUE            PIC S9(9)V99 VALUE ZERO.
       01  WS-CLOSING-VALUE            PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCRUED-VALUE            PIC S9(9)V99 VALUE ZERO.
       01  WS-TAKEN-VALUE              PIC S9(9)V99 VALUE ZERO.
       01  WS-JOINER-VALUE             PIC S9(9)V99 VALUE ZERO.
       01  WS-LEAVER-VALUE             PIC S9(9)V99 VALUE ZERO.
       01  WS-REVALUE-VALUE            PIC S9(9)V99 VALUE ZERO.
       01  WS-DELTA-DAYS               PIC S9(4)V99 VALUE ZERO.
       01  WS-JOINER-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-LEAVER-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CLOSING-DAYS             PIC 9(7)V99 VALUE ZERO.
       01  WS-VALUED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-EXCLUDED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-HISTORY-WRITTEN          PIC 9(7) VALUE ZERO.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPLEAVELIAB'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-REPORT-TITLE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
              'PASSIVO DE FERIAS E LICENCAS'.

       01  WS-PERIOD-LINE.
           05 FILLER                   PIC X(13) VALUE
              'COMPETENCIA: '.
           05 WS-PL-CURRENT            PIC 9(6).
           05 FILLER                   PIC X(18) VALUE
              '   FOTO ANTERIOR: '.
           05 WS-PL-PRIOR              PIC X(7).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-PL-MODE               PIC X(30).

       01  WS-SECTION-LINE.
           05 WS-SL-TEXT               PIC X(60).

       01  WS-DETAIL-HEADING.
           05 FILLER PIC X(11) VALUE 'SSN'.
           05 FILLER PIC X(7)  VALUE 'DEPTO'.
           05 FILLER PIC X(7)  VALUE 'GRADE'.
           05 FILLER PIC X(12) VALUE 'SALDO DIAS'.
           05 FILLER PIC X(14) VALUE 'SALARIO'.
           05 FILLER PIC X(11) VALUE 'VALOR-DIA'.
           05 FILLER PIC X(14) VALUE 'PASSIVO'.

       01  WS-DETAIL-LINE.
           05 WS-DL-SSN                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-DEPT               PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-GRADE              PIC X(2).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-DAYS               PIC ZZZ9.99.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-SALARY             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-RATE               PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-VALUE              PIC Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-HEADING.
           05 FILLER PIC X(9)  VALUE 'CHAVE'.
           05 FILLER PIC X(10) VALUE 'FUNC'.
           05 FILLER PIC X(14) VALUE 'SALDO DIAS'.
           05 FILLER PIC X(16) VALUE 'PASSIVO'.

       01  WS-TOTAL-LINE.
           05 WS-TL-KEY                PIC X(6).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-TL-COUNT              PIC ZZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-TL-DAYS               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-TL-VALUE              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MOVEMENT-LINE.
           05 WS-ML-LABEL              PIC X(40).
           05 WS-ML-COUNT              PIC X(8).
           05 WS-ML-VALUE              PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-MOVEMENT-COUNT           PIC ZZZZ9.

       01  WS-EXCEPTION-LINE.
           05 WS-XL-SSN                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-XL-DEPT               PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-XL-DAYS               PIC ZZZ9.99.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-XL-REASON             PIC X(40).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE 'NENHUM'.

       PROCEDURE DIVISION.
       0100-BEGIN.
           PERFORM 0005-LOG-RUN-START.
      *A rodada de fim de mes pode atravessar a meia-noite; a data
      *util de BUSINESS-DATE.DAT mantem a foto no mes certo.
           CALL "BUSDATE" USING WS-TODAY-NUM
           END-CALL.
           MOVE WS-TODAY-NUM(1:6) TO WS-CURRENT-YYYYMM.
           PERFORM 0110-READ-PERIOD-PARAM.

           PERFORM 0300-FIND-PRIOR-PERIOD.
           IF MODE-CLOSING
               MOVE "EMPLOYEES.NEW" TO WS-CHECK-FILE-NAME
               CALL "FILECHECK" USING WS-CHECK-FILE-NAME
                   WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
               END-CALL
               IF WS-CHECK-RESULT NOT = 'Y'
                   DISPLAY "EMPLOYEES.NEW REPROVADO NA VERIFICACAO "
                       "DE INTEGRIDADE - EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF
               PERFORM 0120-LOAD-MASTER
               PERFORM 0200-LOAD-CURRENT-BALANCES
           END-IF.
           PERFORM 0310-LOAD-HISTORY.
           IF MODE-REPRINT AND WS-CUR-COUNT = ZERO
               DISPLAY "COMPETENCIA " WS-CURRENT-YYYYMM
                   " NAO CONSTA EM LEAVE-LIABILITY-HISTORY.DAT - "
                   "NADA A REIMPRIMIR"
               STOP RUN
           END-IF.

           PERFORM 0400-COMPUTE-MOVEMENT.
           PERFORM 0500-WRITE-REPORT.
           IF MODE-CLOSING
               PERFORM 0600-PROMOTE-HISTORY
           END-IF.

           DISPLAY "COMPETENCIA..............: " WS-CURRENT-YYYYMM.
           DISPLAY "FUNCIONARIOS VALORIZADOS.: " WS-VALUED-COUNT.
           DISPLAY "SALDOS NAO VALORIZADOS...: " WS-EXCLUDED-COUNT.
           DISPLAY "RELATORIO EM: LEAVE-LIABILITY-REPORT.DAT".
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
           MOVE WS-CUR-COUNT TO WS-RL-READ.
           MOVE WS-VALUED-COUNT TO WS-RL-WRITTEN.
           MOVE WS-EXCLUDED-COUNT TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *LIAB-PERIOD com um AAAAMM anterior ao da data util pede a
      *reimpressão daquela competencia a partir das fotos, sem tocar
      *em saldos nem na historia. Qualquer outro valor (ATUAL) e o
      *fechamento normal do mes.
       0110-READ-PERIOD-PARAM.
           MOVE "LIAB-PERIOD" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
                   AND WS-PARAM-VALUE(1:6) IS NUMERIC
                   AND WS-PARAM-VALUE(7:1) = SPACE
               IF WS-PARAM-VALUE(1:6) < WS-CURRENT-YYYYMM
                   MOVE WS-PARAM-VALUE(1:6) TO WS-CURRENT-YYYYMM
                   SET MODE-REPRINT TO TRUE
               END-IF
           END-IF.
           IF MODE-REPRINT
               DISPLAY "REIMPRESSAO DA COMPETENCIA "
                   WS-CURRENT-YYYYMM
           END-IF.

       0120-LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - FILE STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.
           PERFORM UNTIL END-OF-MASTER
               IF WS-EMP-COUNT >= WS-EMP-MAX
                   DISPLAY "TABELA DE FUNCIONARIOS CHEIA COM "
                       WS-EMP-MAX " REGISTROS - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-SSN OF EMPLOYEE-DETAILS
                   TO WS-EM-SSN(WS-EMP-COUNT)
               MOVE EMP-DEPARTMENT OF EMPLOYEE-DETAILS
                   TO WS-EM-DEPT(WS-EMP-COUNT)
               MOVE EMP-JOB-GRADE OF EMPLOYEE-DETAILS
                   TO WS-EM-GRADE(WS-EMP-COUNT)
               MOVE EMP-SALARY OF EMPLOYEE-DETAILS
                   TO WS-EM-SALARY(WS-EMP-COUNT)
               MOVE EMP-STATUS OF EMPLOYEE-DETAILS
                   TO WS-EM-STATUS(WS-EMP-COUNT)
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

      *Cada saldo e valorizado pelo salario atual do cadastro; o
      *departamento e a grade tambem vem do cadastro, que e onde
      *uma transferencia aparece primeiro.
       0200-LOAD-CURRENT-BALANCES.
           OPEN INPUT LEAVE-BALANCES.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LEAVE-BALANCES.DAT - STATUS "
                   WS-BALANCE-STATUS
               STOP RUN
           END-IF.
           READ LEAVE-BALANCES
               AT END SET END-OF-BALANCES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-BALANCES
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   DISPLAY "TABELA DE SALDOS CHEIA COM "
                       WS-CUR-MAX " REGISTROS - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUR-COUNT
               PERFORM 0210-VALUE-BALANCE
               READ LEAVE-BALANCES
                   AT END SET END-OF-BALANCES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LEAVE-BALANCES.

       0210-VALUE-BALANCE.
           MOVE LVB-SSN TO WS-CU-SSN(WS-CUR-COUNT).
           MOVE LVB-DEPARTMENT TO WS-CU-DEPT(WS-CUR-COUNT).
           MOVE SPACES TO WS-CU-GRADE(WS-CUR-COUNT).
           MOVE LVB-ACCRUED-DAYS TO WS-CU-ACCRUED(WS-CUR-COUNT).
           MOVE LVB-TAKEN-DAYS TO WS-CU-TAKEN(WS-CUR-COUNT).
           MOVE LVB-BALANCE-DAYS TO WS-CU-BALANCE(WS-CUR-COUNT).
           MOVE ZERO TO WS-CU-SALARY(WS-CUR-COUNT)
               WS-CU-RATE(WS-CUR-COUNT) WS-CU-VALUE(WS-CUR-COUNT).
           MOVE ZEROES TO WS-EMP-HIT.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EM-SSN(WS-EMP-SUB) = LVB-SSN
                   MOVE WS-EMP-SUB TO WS-EMP-HIT
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-EMP-HIT = ZERO
                   MOVE 'X' TO WS-CU-FLAG(WS-CUR-COUNT)
               WHEN WS-EM-STATUS(WS-EMP-HIT) = 'T'
                   MOVE 'T' TO WS-CU-FLAG(WS-CUR-COUNT)
                   MOVE WS-EM-DEPT(WS-EMP-HIT)
                       TO WS-CU-DEPT(WS-CUR-COUNT)
               WHEN OTHER
                   MOVE 'A' TO WS-CU-FLAG(WS-CUR-COUNT)
                   MOVE WS-EM-DEPT(WS-EMP-HIT)
                       TO WS-CU-DEPT(WS-CUR-COUNT)
                   MOVE WS-EM-GRADE(WS-EMP-HIT)
                       TO WS-CU-GRADE(WS-CUR-COUNT)
                   MOVE WS-EM-SALARY(WS-EMP-HIT)
                       TO WS-CU-SALARY(WS-CUR-COUNT)
                   COMPUTE WS-CU-RATE(WS-CUR-COUNT) ROUNDED =
                       WS-EM-SALARY(WS-EMP-HIT) / WS-DAYS-PER-MONTH
                   COMPUTE WS-CU-VALUE(WS-CUR-COUNT) ROUNDED =
                       LVB-BALANCE-DAYS * WS-CU-RATE(WS-CUR-COUNT)
           END-EVALUATE.

      *A foto anterior e a competencia mais recente da historia
      *antes da que esta sendo apurada - normalmente o mes passado,
      *mas um mes sem fechamento nao deixa o relatorio sem base.
       0300-FIND-PRIOR-PERIOD.
           MOVE ZERO TO WS-PRIOR-YYYYMM.
           OPEN INPUT LIABILITY-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               READ LIABILITY-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-HISTORY
                   IF LVL-PERIOD OF HISTORY-DETAILS <
                           WS-CURRENT-YYYYMM
                       AND LVL-PERIOD OF HISTORY-DETAILS >
                           WS-PRIOR-YYYYMM
                       MOVE LVL-PERIOD OF HISTORY-DETAILS
                           TO WS-PRIOR-YYYYMM
                   END-IF
                   READ LIABILITY-HISTORY
                       AT END SET END-OF-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LIABILITY-HISTORY
           END-IF.

      *Le a historia uma vez: a foto anterior vai para a tabela de
      *comparação; na reimpressão a foto pedida vira a competencia
      *atual; no fechamento as demais competencias sao copiadas
      *para a historia nova (a linha da propria competencia, de uma
      *execução anterior no mesmo mes, e descartada e regravada).
       0310-LOAD-HISTORY.
           IF MODE-CLOSING
               OPEN OUTPUT NEW-HISTORY
               IF WS-NEW-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR LEAVE-LIABILITY-HISTORY.TMP"
                       " - STATUS " WS-NEW-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO HISTORY-DETAILS.
           OPEN INPUT LIABILITY-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               READ LIABILITY-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-HISTORY
                   PERFORM 0320-TAKE-HISTORY-LINE
                   READ LIABILITY-HISTORY
                       AT END SET END-OF-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LIABILITY-HISTORY
           END-IF.

       0320-TAKE-HISTORY-LINE.
           IF LVL-PERIOD OF HISTORY-DETAILS = WS-PRIOR-YYYYMM
               IF WS-PRI-COUNT >= WS-PRI-MAX
                   DISPLAY "TABELA DA FOTO ANTERIOR CHEIA COM "
                       WS-PRI-MAX " REGISTROS - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRI-COUNT
               MOVE LVL-SSN OF HISTORY-DETAILS
                   TO WS-PR-SSN(WS-PRI-COUNT)
               MOVE LVL-ACCRUED-DAYS OF HISTORY-DETAILS
                   TO WS-PR-ACCRUED(WS-PRI-COUNT)
               MOVE LVL-TAKEN-DAYS OF HISTORY-DETAILS
                   TO WS-PR-TAKEN(WS-PRI-COUNT)
               MOVE LVL-VALUE OF HISTORY-DETAILS
                   TO WS-PR-VALUE(WS-PRI-COUNT)
               MOVE 'N' TO WS-PR-MATCHED(WS-PRI-COUNT)
           END-IF.
           IF MODE-REPRINT
                   AND LVL-PERIOD OF HISTORY-DETAILS =
                       WS-CURRENT-YYYYMM
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   DISPLAY "TABELA DE SALDOS CHEIA COM "
                       WS-CUR-MAX " REGISTROS - EXECUÇÃO "
                       "INTERROMPIDA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE LVL-SSN OF HISTORY-DETAILS
                   TO WS-CU-SSN(WS-CUR-COUNT)
               MOVE LVL-DEPARTMENT OF HISTORY-DETAILS
                   TO WS-CU-DEPT(WS-CUR-COUNT)
               MOVE LVL-JOB-GRADE OF HISTORY-DETAILS
                   TO WS-CU-GRADE(WS-CUR-COUNT)
               MOVE LVL-ACCRUED-DAYS OF HISTORY-DETAILS
                   TO WS-CU-ACCRUED(WS-CUR-COUNT)
               MOVE LVL-TAKEN-DAYS OF HISTORY-DETAILS
                   TO WS-CU-TAKEN(WS-CUR-COUNT)
               MOVE LVL-BALANCE-DAYS OF HISTORY-DETAILS
                   TO WS-CU-BALANCE(WS-CUR-COUNT)
               MOVE LVL-SALARY OF HISTORY-DETAILS
                   TO WS-CU-SALARY(WS-CUR-COUNT)
               MOVE LVL-DAILY-RATE OF HISTORY-DETAILS
                   TO WS-CU-RATE(WS-CUR-COUNT)
               MOVE LVL-VALUE OF HISTORY-DETAILS
                   TO WS-CU-VALUE(WS-CUR-COUNT)
               MOVE 'A' TO WS-CU-FLAG(WS-CUR-COUNT)
           END-IF.
           IF MODE-CLOSING
                   AND LVL-PERIOD OF HISTORY-DETAILS NOT =
                       WS-CURRENT-YYYYMM
               WRITE NEW-HISTORY-DETAILS FROM HISTORY-DETAILS
               IF WS-NEW-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR LEAVE-LIABILITY-HISTORY."
                       "TMP - STATUS " WS-NEW-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0400-COMPUTE-MOVEMENT.
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > WS-PRI-COUNT
               ADD WS-PR-VALUE(WS-PRI-SUB) TO WS-OPENING-VALUE
           END-PERFORM.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CU-FLAG(WS-CUR-SUB) = 'A'
                   ADD 1 TO WS-VALUED-COUNT
                   ADD WS-CU-VALUE(WS-CUR-SUB) TO WS-CLOSING-VALUE
                   ADD WS-CU-BALANCE(WS-CUR-SUB) TO WS-CLOSING-DAYS
                   PERFORM 0410-MATCH-PRIOR
               ELSE
                   ADD 1 TO WS-EXCLUDED-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > WS-PRI-COUNT
               IF WS-PR-MATCHED(WS-PRI-SUB) = 'N'
                   ADD 1 TO WS-LEAVER-COUNT
                   ADD WS-PR-VALUE(WS-PRI-SUB) TO WS-LEAVER-VALUE
               END-IF
           END-PERFORM.
           COMPUTE WS-REVALUE-VALUE = WS-CLOSING-VALUE
               - WS-OPENING-VALUE - WS-ACCRUED-VALUE
               + WS-TAKEN-VALUE - WS-JOINER-VALUE
               + WS-LEAVER-VALUE.

      *Creditado e gozado no periodo sao a diferença dos acumulados
      *entre as duas fotos, valorizada pelo valor-dia atual; quem
      *nao estava na foto anterior entra inteiro como admissao.
       0410-MATCH-PRIOR.
           MOVE WS-CU-SSN(WS-CUR-SUB) TO WS-FIND-SSN.
           MOVE ZEROES TO WS-PRI-HIT.
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > WS-PRI-COUNT
               IF WS-PR-SSN(WS-PRI-SUB) = WS-FIND-SSN
                   MOVE WS-PRI-SUB TO WS-PRI-HIT
                   MOVE WS-PRI-COUNT TO WS-PRI-SUB
               END-IF
           END-PERFORM.
           IF WS-PRI-HIT = ZERO
               ADD 1 TO WS-JOINER-COUNT
               ADD WS-CU-VALUE(WS-CUR-SUB) TO WS-JOINER-VALUE
           ELSE
               MOVE 'Y' TO WS-PR-MATCHED(WS-PRI-HIT)
               COMPUTE WS-DELTA-DAYS = WS-CU-ACCRUED(WS-CUR-SUB)
                   - WS-PR-ACCRUED(WS-PRI-HIT)
               COMPUTE WS-ACCRUED-VALUE ROUNDED = WS-ACCRUED-VALUE
                   + WS-DELTA-DAYS * WS-CU-RATE(WS-CUR-SUB)
               COMPUTE WS-DELTA-DAYS = WS-CU-TAKEN(WS-CUR-SUB)
                   - WS-PR-TAKEN(WS-PRI-HIT)
               COMPUTE WS-TAKEN-VALUE ROUNDED = WS-TAKEN-VALUE
                   + WS-DELTA-DAYS * WS-CU-RATE(WS-CUR-SUB)
           END-IF.

       0500-WRITE-REPORT.
           OPEN OUTPUT LIABILITY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LEAVE-LIABILITY-REPORT.DAT - "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE WS-CURRENT-YYYYMM TO WS-PL-CURRENT.
           IF WS-PRIOR-YYYYMM = ZERO
               MOVE 'NENHUMA' TO WS-PL-PRIOR
           ELSE
               MOVE WS-PRIOR-YYYYMM TO WS-PL-PRIOR
           END-IF.
           IF MODE-REPRINT
               MOVE '(REIMPRESSAO DA FOTO)' TO WS-PL-MODE
           ELSE
               MOVE '(FECHAMENTO DO MES)' TO WS-PL-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-PERIOD-LINE.

           PERFORM 0510-WRITE-DETAILS.
           PERFORM 0520-WRITE-DEPT-TOTALS.
           PERFORM 0530-WRITE-GRADE-TOTALS.
           PERFORM 0540-WRITE-MOVEMENT.
           PERFORM 0550-WRITE-EXCLUDED.
           CLOSE LIABILITY-REPORT.

       0510-WRITE-DETAILS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PASSIVO POR FUNCIONARIO' TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CU-FLAG(WS-CUR-SUB) = 'A'
                   MOVE WS-CU-SSN(WS-CUR-SUB) TO WS-DL-SSN
                   MOVE WS-CU-DEPT(WS-CUR-SUB) TO WS-DL-DEPT
                   MOVE WS-CU-GRADE(WS-CUR-SUB) TO WS-DL-GRADE
                   MOVE WS-CU-BALANCE(WS-CUR-SUB) TO WS-DL-DAYS
                   MOVE WS-CU-SALARY(WS-CUR-SUB) TO WS-DL-SALARY
                   MOVE WS-CU-RATE(WS-CUR-SUB) TO WS-DL-RATE
                   MOVE WS-CU-VALUE(WS-CUR-SUB) TO WS-DL-VALUE
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   IF WS-REPORT-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR LEAVE-LIABILITY-"
                           "REPORT.DAT - STATUS " WS-REPORT-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 0515-ADD-TO-TOTALS
               END-IF
           END-PERFORM.

       0515-ADD-TO-TOTALS.
           MOVE ZERO TO WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-SUB) = WS-CU-DEPT(WS-CUR-SUB)
                   MOVE WS-DEPT-SUB TO WS-DEPT-HIT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF WS-DEPT-HIT = ZERO AND WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-CU-DEPT(WS-CUR-SUB) TO WS-DT-CODE(WS-DEPT-HIT)
               MOVE ZERO TO WS-DT-COUNT(WS-DEPT-HIT)
                   WS-DT-DAYS(WS-DEPT-HIT) WS-DT-VALUE(WS-DEPT-HIT)
           END-IF.
           IF WS-DEPT-HIT > ZERO
               ADD 1 TO WS-DT-COUNT(WS-DEPT-HIT)
               ADD WS-CU-BALANCE(WS-CUR-SUB)
                   TO WS-DT-DAYS(WS-DEPT-HIT)
               ADD WS-CU-VALUE(WS-CUR-SUB)
                   TO WS-DT-VALUE(WS-DEPT-HIT)
           END-IF.
           MOVE ZERO TO WS-GRADE-HIT.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF WS-GT-CODE(WS-GRADE-SUB) = WS-CU-GRADE(WS-CUR-SUB)
                   MOVE WS-GRADE-SUB TO WS-GRADE-HIT
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.
           IF WS-GRADE-HIT = ZERO AND WS-GRADE-COUNT < WS-GRADE-MAX
               ADD 1 TO WS-GRADE-COUNT
               MOVE WS-GRADE-COUNT TO WS-GRADE-HIT
               MOVE WS-CU-GRADE(WS-CUR-SUB)
                   TO WS-GT-CODE(WS-GRADE-HIT)
               MOVE ZERO TO WS-GT-COUNT(WS-GRADE-HIT)
                   WS-GT-DAYS(WS-GRADE-HIT) WS-GT-VALUE(WS-GRADE-HIT)
           END-IF.
           IF WS-GRADE-HIT > ZERO
               ADD 1 TO WS-GT-COUNT(WS-GRADE-HIT)
               ADD WS-CU-BALANCE(WS-CUR-SUB)
                   TO WS-GT-DAYS(WS-GRADE-HIT)
               ADD WS-CU-VALUE(WS-CUR-SUB)
                   TO WS-GT-VALUE(WS-GRADE-HIT)
           END-IF.

       0520-WRITE-DEPT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAIS POR DEPARTAMENTO' TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-HEADING.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-SUB) TO WS-TL-KEY
               MOVE WS-DT-COUNT(WS-DEPT-SUB) TO WS-TL-COUNT
               MOVE WS-DT-DAYS(WS-DEPT-SUB) TO WS-TL-DAYS
               MOVE WS-DT-VALUE(WS-DEPT-SUB) TO WS-TL-VALUE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.
           PERFORM 0525-WRITE-COMPANY-TOTAL.

       0525-WRITE-COMPANY-TOTAL.
           MOVE 'TOTAL' TO WS-TL-KEY.
           MOVE WS-VALUED-COUNT TO WS-TL-COUNT.
           MOVE WS-CLOSING-DAYS TO WS-TL-DAYS.
           MOVE WS-CLOSING-VALUE TO WS-TL-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0530-WRITE-GRADE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAIS POR GRADE' TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-HEADING.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               MOVE WS-GT-CODE(WS-GRADE-SUB) TO WS-TL-KEY
               MOVE WS-GT-COUNT(WS-GRADE-SUB) TO WS-TL-COUNT
               MOVE WS-GT-DAYS(WS-GRADE-SUB) TO WS-TL-DAYS
               MOVE WS-GT-VALUE(WS-GRADE-SUB) TO WS-TL-VALUE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.
           PERFORM 0525-WRITE-COMPANY-TOTAL.

       0540-WRITE-MOVEMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MOVIMENTACAO DO PASSIVO' TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           IF WS-PRIOR-YYYYMM = ZERO
               MOVE 'SEM FOTO ANTERIOR - SALDO ENTRA COMO ADMISSAO'
                   TO WS-SL-TEXT
               WRITE REPORT-LINE FROM WS-SECTION-LINE
           END-IF.
           MOVE SPACES TO WS-ML-COUNT.
           MOVE 'PASSIVO DA FOTO ANTERIOR' TO WS-ML-LABEL.
           MOVE WS-OPENING-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.
           MOVE '(+) CREDITADO NO PERIODO' TO WS-ML-LABEL.
           MOVE WS-ACCRUED-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.
           MOVE '(-) GOZADO NO PERIODO' TO WS-ML-LABEL.
           MOVE WS-TAKEN-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.
           MOVE '(+) ADMISSOES' TO WS-ML-LABEL.
           MOVE WS-JOINER-COUNT TO WS-MOVEMENT-COUNT.
           MOVE WS-MOVEMENT-COUNT TO WS-ML-COUNT.
           MOVE WS-JOINER-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.
           MOVE '(-) DESLIGAMENTOS / SAIDAS' TO WS-ML-LABEL.
           MOVE WS-LEAVER-COUNT TO WS-MOVEMENT-COUNT.
           MOVE WS-MOVEMENT-COUNT TO WS-ML-COUNT.
           MOVE WS-LEAVER-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.
           MOVE SPACES TO WS-ML-COUNT.
           MOVE '(+/-) REAVALIACAO SALARIAL' TO WS-ML-LABEL.
           MOVE WS-REVALUE-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.
           MOVE 'PASSIVO DA COMPETENCIA' TO WS-ML-LABEL.
           MOVE WS-CLOSING-VALUE TO WS-ML-VALUE.
           WRITE REPORT-LINE FROM WS-MOVEMENT-LINE.

       0550-WRITE-EXCLUDED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SALDOS NAO VALORIZADOS' TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           IF WS-EXCLUDED-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CU-FLAG(WS-CUR-SUB) NOT = 'A'
                   MOVE WS-CU-SSN(WS-CUR-SUB) TO WS-XL-SSN
                   MOVE WS-CU-DEPT(WS-CUR-SUB) TO WS-XL-DEPT
                   MOVE WS-CU-BALANCE(WS-CUR-SUB) TO WS-XL-DAYS
                   IF WS-CU-FLAG(WS-CUR-SUB) = 'T'
                       MOVE 'FUNCIONARIO DESLIGADO'
                           TO WS-XL-REASON
                   ELSE
                       MOVE 'SSN NAO CONSTA NO CADASTRO'
                           TO WS-XL-REASON
                   END-IF
                   WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      *Acrescenta a foto da competencia a historia nova e a copia
      *sobre LEAVE-LIABILITY-HISTORY.DAT.
       0600-PROMOTE-HISTORY.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CU-FLAG(WS-CUR-SUB) = 'A'
                   MOVE SPACES TO NEW-HISTORY-DETAILS
                   MOVE WS-CURRENT-YYYYMM
                       TO LVL-PERIOD OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-SSN(WS-CUR-SUB)
                       TO LVL-SSN OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-DEPT(WS-CUR-SUB)
                       TO LVL-DEPARTMENT OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-GRADE(WS-CUR-SUB)
                       TO LVL-JOB-GRADE OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-ACCRUED(WS-CUR-SUB)
                       TO LVL-ACCRUED-DAYS OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-TAKEN(WS-CUR-SUB)
                       TO LVL-TAKEN-DAYS OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-BALANCE(WS-CUR-SUB)
                       TO LVL-BALANCE-DAYS OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-SALARY(WS-CUR-SUB)
                       TO LVL-SALARY OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-RATE(WS-CUR-SUB)
                       TO LVL-DAILY-RATE OF NEW-HISTORY-DETAILS
                   MOVE WS-CU-VALUE(WS-CUR-SUB)
                       TO LVL-VALUE OF NEW-HISTORY-DETAILS
                   WRITE NEW-HISTORY-DETAILS
                   IF WS-NEW-HISTORY-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR LEAVE-LIABILITY-"
                           "HISTORY.TMP - STATUS "
                           WS-NEW-HISTORY-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NEW-HISTORY.

           OPEN INPUT NEW-HISTORY.
           IF WS-NEW-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR LEAVE-LIABILITY-HISTORY.TMP - "
                   "STATUS " WS-NEW-HISTORY-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LIABILITY-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LEAVE-LIABILITY-HISTORY.DAT - "
                   "STATUS " WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           READ NEW-HISTORY
               AT END SET END-OF-NEW-HISTORY TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-NEW-HISTORY
               WRITE HISTORY-DETAILS FROM NEW-HISTORY-DETAILS
               ADD 1 TO WS-HISTORY-WRITTEN
               READ NEW-HISTORY
                   AT END SET END-OF-NEW-HISTORY TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NEW-HISTORY.
           CLOSE LIABILITY-HISTORY.
           DISPLAY "FOTO GRAVADA EM LEAVE-LIABILITY-HISTORY.DAT ("
               WS-HISTORY-WRITTEN " LINHAS NA HISTORIA)".

          END PROGRAM EMPLEAVELIAB.
