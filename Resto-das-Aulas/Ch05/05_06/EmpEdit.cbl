      *           admissao como data real nao futura e nomes nao em
      *           branco. Grava ACME.EDITED/FUSESINC.EDITED limpos
      *           para o merge e EDIT-REJECTS.DAT com os motivos.
      *2026-10-15 Critica do SSN do gestor: o gestor precisa existir
      *           no cadastro atual ou nos proprios feeds, estar
      *           ativo e nao fechar ciclo na cadeia de reporte.
      *           Gestor em branco (layout antigo) vira zero, sem
      *           gestor.
      *2026-10-15 Controle de quadro: admissao ou transferencia de
      *           departamento/grade e conferida contra as vagas e o
      *           orcamento salarial de AUTHORIZED-POSITIONS.DAT.
      *           Acima do autorizado rejeita (linha R) ou aceita com
      *           aviso em POSITION-WARNINGS.DAT (linha W).
      *2026-10-15 Linha do feed rejeitada sai da tabela de linhas de
      *           reporte: volta ao ultimo estado aceito (cadastro
      *           atual ou linha aceita antes) ou, se a pessoa so
      *           existia no feed, deixa de contar como gestor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            FILE STATUS IS WS-GRADE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CURRENT-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-REJECTS ASSIGN TO "EDIT-REJECTS.DAT"
            FILE STATUS IS WS-REJECT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTH-POSITIONS ASSIGN TO "AUTHORIZED-POSITIONS.DAT"
            FILE STATUS IS WS-POS-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-WARNINGS ASSIGN TO "POSITION-WARNINGS.DAT"
            FILE STATUS IS WS-PWN-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACMEEMPLOYEES.
           05  FILLER                 PIC X.
           05  GRD-REF-NAME           PIC X(20).

       FD CURRENT-MASTER.
       01 CURRENT-MASTER-DETAILS.
           88  END-OF-CURRENT-MASTER  VALUE HIGH-VALUES.
           COPY EMPREC.

       FD EDIT-REJECTS.
       01 REJECT-LINE.
           05 REJ-SOURCE               PIC X(6).
           05 FILLER                   PIC X(2).
           05 REJ-REASON               PIC X(40).

       FD AUTH-POSITIONS.
       01 AUTH-POSITION-REC.
           88  END-OF-POSITIONS       VALUE HIGH-VALUES.
           COPY EMPPOS.

       FD POSITION-WARNINGS.
       01 POSITION-WARNING-LINE.
           COPY EMPPWN.

       WORKING-STORAGE SECTION.
       01  WS-ACME-STATUS              PIC XX VALUE SPACES.
       01  WS-FUSES-STATUS             PIC XX VALUE SPACES.
       01  WS-EDIT-REC.
           COPY EMPREC.

      *Quem responde a quem: cadastro atual sobreposto pelos dois
      *feeds, para achar o gestor e subir a cadeia atras de ciclo.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 10000 TIMES.
               10 WS-ORG-SSN           PIC 9(9).
               10 WS-ORG-MANAGER       PIC 9(9).
               10 WS-ORG-STATUS        PIC X.
               10 WS-ORG-POS-DEPT      PIC X(4).
               10 WS-ORG-POS-GRADE     PIC X(2).
               10 WS-ORG-POS-SALARY    PIC 9(7)V99.
               10 WS-ORG-POS-ACTIVE    PIC X.
               10 WS-ORG-BASE-MANAGER  PIC 9(9).
               10 WS-ORG-BASE-STATUS   PIC X.
               10 WS-ORG-HAS-BASE      PIC X.
       01  WS-ORG-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ORG-MAX                  PIC 9(5) VALUE 10000.
       01  WS-ORG-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-ORG-DEPTH                PIC 9(5) VALUE ZERO.
       01  WS-ORG-FIND-SSN             PIC 9(9) VALUE ZERO.
       01  WS-ORG-LOAD-SSN             PIC 9(9) VALUE ZERO.
       01  WS-ORG-LOAD-MANAGER         PIC 9(9) VALUE ZERO.
       01  WS-ORG-LOAD-STATUS          PIC X VALUE SPACE.
       01  WS-CHAIN-SSN                PIC 9(9) VALUE ZERO.
       01  WS-CHAIN-SWITCH             PIC X VALUE 'N'.
           88 CHAIN-HAS-LOOP           VALUE 'L'.
           88 CHAIN-AT-TOP             VALUE 'T'.
       01  WS-LOAD-SOURCE              PIC X VALUE SPACE.
           88 LOADING-MASTER           VALUE 'M'.

      *Quadro autorizado por departamento/grade e quanto dele ja
      *esta ocupado. WS-ORG-POS-* guardam em que casa do quadro
      *cada pessoa esta contada: vem do cadastro atual e andam a
      *cada registro aceito dos feeds.
       01  WS-POS-STATUS               PIC XX VALUE SPACES.
       01  WS-PWN-STATUS               PIC XX VALUE SPACES.
       01  WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 200 TIMES.
               10 WS-POS-DEPT          PIC X(4).
               10 WS-POS-GRADE         PIC X(2).
               10 WS-POS-AUTH          PIC 9(4).
               10 WS-POS-BUDGET        PIC 9(9)V99.
               10 WS-POS-ENFORCE       PIC X.
               10 WS-POS-FILLED        PIC 9(5).
               10 WS-POS-ACTUAL        PIC 9(9)V99.
       01  WS-POS-COUNT                PIC 999 VALUE ZERO.
       01  WS-POS-MAX                  PIC 999 VALUE 200.
       01  WS-POS-SUB                  PIC 999 VALUE ZERO.
       01  WS-POS-HIT                  PIC 999 VALUE ZERO.
       01  WS-POS-FIND-DEPT            PIC X(4) VALUE SPACES.
       01  WS-POS-FIND-GRADE           PIC X(2) VALUE SPACES.
       01  WS-POS-SWITCH               PIC X VALUE 'N'.
           88 POSITION-CONTROL-ON      VALUE 'Y'.
       01  WS-POS-OVER-REASON          PIC X(40) VALUE SPACES.
       01  WS-POS-WARNING              PIC X(40) VALUE SPACES.
       01  WS-PWN-COUNT                PIC 9(7) VALUE ZERO.

       01  WS-EDIT-SOURCE              PIC X(6) VALUE SPACES.
       01  WS-VALID-SWITCH             PIC X VALUE 'Y'.
           88 RECORD-IS-VALID          VALUE 'Y'.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
           PERFORM 0110-LOAD-DEPT-TABLE.
           PERFORM 0115-LOAD-GRADE-TABLE.
           PERFORM 0125-LOAD-REPORTING-LINES.
           PERFORM 0127-LOAD-POSITIONS.
           PERFORM 0120-OPEN-FILES.
           PERFORM 0200-EDIT-ACME.
           PERFORM 0300-EDIT-FUSES.
               STOP RUN
           END-IF.

      *Primeiro o cadastro atual (sem HDR/TRL), depois ACME e
      *FUSES por cima: o feed e a versão mais nova de cada pessoa.
      *Sem EMPLOYEES.NEW (primeira carga) valem so os feeds.
       0125-LOAD-REPORTING-LINES.
           OPEN INPUT CURRENT-MASTER.
           IF WS-MASTER-STATUS = "00"
               READ CURRENT-MASTER
                   AT END SET END-OF-CURRENT-MASTER TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CURRENT-MASTER
                   IF CURRENT-MASTER-DETAILS(1:3) NOT = "HDR"
                           AND CURRENT-MASTER-DETAILS(1:3) NOT = "TRL"
                       MOVE CURRENT-MASTER-DETAILS TO WS-EDIT-REC
                       SET LOADING-MASTER TO TRUE
                       PERFORM 0126-STORE-REPORTING-LINE
                       MOVE SPACE TO WS-LOAD-SOURCE
                   END-IF
                   READ CURRENT-MASTER
                       AT END SET END-OF-CURRENT-MASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CURRENT-MASTER
           END-IF.
           OPEN INPUT ACMEEMPLOYEES.
           IF WS-ACME-STATUS = "00"
               READ ACMEEMPLOYEES
                   AT END SET END-OF-ACME TO TRUE
               END-READ
               PERFORM UNTIL END-OF-ACME
                   MOVE ACMEDETAILS TO WS-EDIT-REC
                   PERFORM 0126-STORE-REPORTING-LINE
                   READ ACMEEMPLOYEES
                       AT END SET END-OF-ACME TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACMEEMPLOYEES
           END-IF.
           OPEN INPUT FUSESEMPLOYEES.
           IF WS-FUSES-STATUS = "00"
               READ FUSESEMPLOYEES
                   AT END SET END-OF-FUSES TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FUSES
                   MOVE FUSESDETAILS TO WS-EDIT-REC
                   PERFORM 0126-STORE-REPORTING-LINE
                   READ FUSESEMPLOYEES
                       AT END SET END-OF-FUSES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FUSESEMPLOYEES
           END-IF.

       0126-STORE-REPORTING-LINE.
           IF EMP-SSN OF WS-EDIT-REC NUMERIC
                   AND EMP-SSN OF WS-EDIT-REC NOT = ZEROES
               MOVE EMP-SSN OF WS-EDIT-REC TO WS-ORG-LOAD-SSN
               IF EMP-MANAGER-SSN OF WS-EDIT-REC NUMERIC
                   MOVE EMP-MANAGER-SSN OF WS-EDIT-REC
                       TO WS-ORG-LOAD-MANAGER
               ELSE
                   MOVE ZEROES TO WS-ORG-LOAD-MANAGER
               END-IF
               IF EMP-STATUS OF WS-EDIT-REC = 'T'
                   MOVE 'T' TO WS-ORG-LOAD-STATUS
               ELSE
                   MOVE 'A' TO WS-ORG-LOAD-STATUS
               END-IF
               MOVE WS-ORG-LOAD-SSN TO WS-ORG-FIND-SSN
               PERFORM 0470-FIND-ORG-ENTRY
               IF WS-ORG-HIT = ZERO
                   IF WS-ORG-COUNT >= WS-ORG-MAX
                       DISPLAY "TABELA DE LINHAS DE REPORTE CHEIA "
                           "COM " WS-ORG-MAX " FUNCIONARIOS - "
                           "EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ORG-COUNT
                   MOVE WS-ORG-COUNT TO WS-ORG-HIT
                   MOVE WS-ORG-LOAD-SSN TO WS-ORG-SSN(WS-ORG-HIT)
                   MOVE SPACES TO WS-ORG-POS-DEPT(WS-ORG-HIT)
                       WS-ORG-POS-GRADE(WS-ORG-HIT)
                   MOVE ZEROES TO WS-ORG-POS-SALARY(WS-ORG-HIT)
                   MOVE 'N' TO WS-ORG-POS-ACTIVE(WS-ORG-HIT)
                   MOVE 'N' TO WS-ORG-HAS-BASE(WS-ORG-HIT)
               END-IF
               MOVE WS-ORG-LOAD-MANAGER TO WS-ORG-MANAGER(WS-ORG-HIT)
               MOVE WS-ORG-LOAD-STATUS TO WS-ORG-STATUS(WS-ORG-HIT)
               IF LOADING-MASTER
                   PERFORM 0128-STORE-POSITION-CELL
                   PERFORM 0467-MARK-BASE-LINE
               END-IF
           END-IF.

       0128-STORE-POSITION-CELL.
           MOVE EMP-DEPARTMENT OF WS-EDIT-REC
               TO WS-ORG-POS-DEPT(WS-ORG-HIT).
           MOVE EMP-JOB-GRADE OF WS-EDIT-REC
               TO WS-ORG-POS-GRADE(WS-ORG-HIT).
           IF EMP-SALARY OF WS-EDIT-REC NUMERIC
               MOVE EMP-SALARY OF WS-EDIT-REC
                   TO WS-ORG-POS-SALARY(WS-ORG-HIT)
           ELSE
               MOVE ZEROES TO WS-ORG-POS-SALARY(WS-ORG-HIT)
           END-IF.
           IF EMP-STATUS OF WS-EDIT-REC = 'T'
               MOVE 'N' TO WS-ORG-POS-ACTIVE(WS-ORG-HIT)
           ELSE
               MOVE 'Y' TO WS-ORG-POS-ACTIVE(WS-ORG-HIT)
           END-IF.

      *Sem AUTHORIZED-POSITIONS.DAT nao ha controle de quadro (o
      *edit segue como antes). Com o arquivo, as vagas ocupadas de
      *cada casa partem dos ativos do cadastro atual.
       0127-LOAD-POSITIONS.
           OPEN INPUT AUTH-POSITIONS.
           IF WS-POS-STATUS = "35"
               DISPLAY "AUTHORIZED-POSITIONS.DAT AUSENTE - EDIT SEM "
                   "CONTROLE DE QUADRO"
           ELSE
               IF WS-POS-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR AUTHORIZED-POSITIONS.DAT - "
                       "FILE STATUS " WS-POS-STATUS
                   STOP RUN
               END-IF
               SET POSITION-CONTROL-ON TO TRUE
               READ AUTH-POSITIONS
                   AT END SET END-OF-POSITIONS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-POSITIONS
                   IF WS-POS-COUNT >= WS-POS-MAX
                       DISPLAY "AUTHORIZED-POSITIONS.DAT COM MAIS DE "
                           WS-POS-MAX " LINHAS - EXECUCAO "
                           "INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-POS-COUNT
                   MOVE POS-DEPARTMENT TO WS-POS-DEPT(WS-POS-COUNT)
                   MOVE POS-JOB-GRADE TO WS-POS-GRADE(WS-POS-COUNT)
                   MOVE POS-HEADCOUNT TO WS-POS-AUTH(WS-POS-COUNT)
                   MOVE POS-SALARY-BUDGET
                       TO WS-POS-BUDGET(WS-POS-COUNT)
                   MOVE POS-ENFORCEMENT TO WS-POS-ENFORCE(WS-POS-COUNT)
                   MOVE ZEROES TO WS-POS-FILLED(WS-POS-COUNT)
                       WS-POS-ACTUAL(WS-POS-COUNT)
                   READ AUTH-POSITIONS
                       AT END SET END-OF-POSITIONS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUTH-POSITIONS
               PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                       UNTIL WS-ORG-SUB > WS-ORG-COUNT
                   IF WS-ORG-POS-ACTIVE(WS-ORG-SUB) = 'Y'
                       MOVE WS-ORG-POS-DEPT(WS-ORG-SUB)
                           TO WS-POS-FIND-DEPT
                       MOVE WS-ORG-POS-GRADE(WS-ORG-SUB)
                           TO WS-POS-FIND-GRADE
                       PERFORM 0129-FIND-POSITION-CELL
                       IF WS-POS-HIT > ZERO
                           ADD 1 TO WS-POS-FILLED(WS-POS-HIT)
                           ADD WS-ORG-POS-SALARY(WS-ORG-SUB)
                               TO WS-POS-ACTUAL(WS-POS-HIT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       0129-FIND-POSITION-CELL.
           MOVE ZEROES TO WS-POS-HIT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-DEPT(WS-POS-SUB) = WS-POS-FIND-DEPT
                       AND WS-POS-GRADE(WS-POS-SUB) = WS-POS-FIND-GRADE
                   MOVE WS-POS-SUB TO WS-POS-HIT
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               END-IF
           END-PERFORM.

       0120-OPEN-FILES.
           OPEN INPUT ACMEEMPLOYEES.
           IF WS-ACME-STATUS NOT = "00"
                   WS-REJECT-STATUS
               STOP RUN
           END-IF.
           IF POSITION-CONTROL-ON
               OPEN EXTEND POSITION-WARNINGS
               IF WS-PWN-STATUS = "35"
                   OPEN OUTPUT POSITION-WARNINGS
               END-IF
               IF WS-PWN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR POSITION-WARNINGS.DAT - "
                       "FILE STATUS " WS-PWN-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0200-EDIT-ACME.
           READ ACMEEMPLOYEES
                   MOVE WS-EDIT-REC TO ACME-CLEAN-DETAILS
                   WRITE ACME-CLEAN-DETAILS
                   ADD 1 TO WS-ACME-CLEAN-COUNT
                   PERFORM 0466-KEEP-REPORTING-LINE
                   IF POSITION-CONTROL-ON
                       PERFORM 0495-MOVE-POSITION-CELL
                   END-IF
               ELSE
                   PERFORM 0500-WRITE-REJECT
                   PERFORM 0468-DROP-REPORTING-LINE
               END-IF
               READ ACMEEMPLOYEES
                   AT END SET END-OF-ACME TO TRUE
                   MOVE WS-EDIT-REC TO FUSES-CLEAN-DETAILS
                   WRITE FUSES-CLEAN-DETAILS
                   ADD 1 TO WS-FUSES-CLEAN-COUNT
                   PERFORM 0466-KEEP-REPORTING-LINE
                   IF POSITION-CONTROL-ON
                       PERFORM 0495-MOVE-POSITION-CELL
                   END-IF
               ELSE
                   PERFORM 0500-WRITE-REJECT
                   PERFORM 0468-DROP-REPORTING-LINE
               END-IF
               READ FUSESEMPLOYEES
                   AT END SET END-OF-FUSES TO TRUE
                   IF RECORD-IS-VALID
                       PERFORM 0440-VALIDATE-GRADE-SALARY
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM 0460-VALIDATE-MANAGER
                   END-IF
                   IF RECORD-IS-VALID AND POSITION-CONTROL-ON
                       PERFORM 0490-CHECK-POSITION
                   END-IF
           END-EVALUATE.

       0410-VALIDATE-DEPARTMENT.
               MOVE 'A' TO EMP-STATUS OF WS-EDIT-REC
               MOVE ZEROES TO EMP-TERM-DATE OF WS-EDIT-REC
           END-IF.
           IF EMP-MANAGER-SSN OF WS-EDIT-REC NOT NUMERIC
               MOVE ZEROES TO EMP-MANAGER-SSN OF WS-EDIT-REC
           END-IF.

      *Desligado nao precisa de gestor valido; gestor em branco ou
      *zero e o topo da cadeia. Fora isso o gestor tem de constar
      *no cadastro ou nos feeds, ativo, e subir a cadeia a partir
      *dele nao pode voltar ao proprio funcionario.
       0460-VALIDATE-MANAGER.
           EVALUATE TRUE
               WHEN EMP-STATUS OF WS-EDIT-REC = 'T'
                   CONTINUE
               WHEN EMP-MANAGER-SSN OF WS-EDIT-REC = SPACES
                   CONTINUE
               WHEN EMP-MANAGER-SSN OF WS-EDIT-REC NOT NUMERIC
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "SSN DO GESTOR NAO NUMERICO"
                       TO WS-REJECT-REASON
               WHEN EMP-MANAGER-SSN OF WS-EDIT-REC = ZEROES
                   CONTINUE
               WHEN EMP-MANAGER-SSN OF WS-EDIT-REC =
                       EMP-SSN OF WS-EDIT-REC
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "FUNCIONARIO E O PROPRIO GESTOR"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE EMP-MANAGER-SSN OF WS-EDIT-REC
                       TO WS-ORG-FIND-SSN
                   PERFORM 0470-FIND-ORG-ENTRY
                   EVALUATE TRUE
                       WHEN WS-ORG-HIT = ZERO
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "GESTOR NAO CONSTA NO CADASTRO"
                               TO WS-REJECT-REASON
                       WHEN WS-ORG-STATUS(WS-ORG-HIT) = 'T'
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "GESTOR DESLIGADO"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           PERFORM 0480-CHECK-REPORTING-LOOP
                   END-EVALUATE
           END-EVALUATE.

      *A linha aceita vira o estado base da pessoa na tabela; se
      *outra linha dela for rejeitada depois, e a este estado que
      *a tabela volta.
       0466-KEEP-REPORTING-LINE.
           PERFORM 0126-STORE-REPORTING-LINE.
           PERFORM 0467-MARK-BASE-LINE.

       0467-MARK-BASE-LINE.
           MOVE WS-ORG-LOAD-MANAGER TO WS-ORG-BASE-MANAGER(WS-ORG-HIT).
           MOVE WS-ORG-LOAD-STATUS TO WS-ORG-BASE-STATUS(WS-ORG-HIT).
           MOVE 'Y' TO WS-ORG-HAS-BASE(WS-ORG-HIT).

      *A tabela foi carregada com os feeds antes da critica; a
      *linha rejeitada nao pode continuar valendo como gestor de
      *ninguem. Pessoa sem estado base (so no feed) sai da busca.
       0468-DROP-REPORTING-LINE.
           IF EMP-SSN OF WS-EDIT-REC NUMERIC
                   AND EMP-SSN OF WS-EDIT-REC NOT = ZEROES
               MOVE EMP-SSN OF WS-EDIT-REC TO WS-ORG-FIND-SSN
               PERFORM 0470-FIND-ORG-ENTRY
               IF WS-ORG-HIT > ZERO
                   IF WS-ORG-HAS-BASE(WS-ORG-HIT) = 'Y'
                       MOVE WS-ORG-BASE-MANAGER(WS-ORG-HIT)
                           TO WS-ORG-MANAGER(WS-ORG-HIT)
                       MOVE WS-ORG-BASE-STATUS(WS-ORG-HIT)
                           TO WS-ORG-STATUS(WS-ORG-HIT)
                   ELSE
                       MOVE ZEROES TO WS-ORG-SSN(WS-ORG-HIT)
                   END-IF
               END-IF
           END-IF.

       0470-FIND-ORG-ENTRY.
           MOVE ZEROES TO WS-ORG-HIT.
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-SSN(WS-ORG-SUB) = WS-ORG-FIND-SSN
                   MOVE WS-ORG-SUB TO WS-ORG-HIT
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM.

      *Sobe de gestor em gestor a partir do gestor informado. Voltar
      *ao proprio SSN e ciclo; passar de tantos niveis quanto ha
      *pessoas na tabela tambem (ciclo mais acima na cadeia).
       0480-CHECK-REPORTING-LOOP.
           MOVE 'N' TO WS-CHAIN-SWITCH.
           MOVE ZEROES TO WS-ORG-DEPTH.
           MOVE EMP-MANAGER-SSN OF WS-EDIT-REC TO WS-CHAIN-SSN.
           PERFORM UNTIL CHAIN-HAS-LOOP OR CHAIN-AT-TOP
               MOVE WS-CHAIN-SSN TO WS-ORG-FIND-SSN
               PERFORM 0470-FIND-ORG-ENTRY
               IF WS-ORG-HIT = ZERO
                   SET CHAIN-AT-TOP TO TRUE
               ELSE
                   MOVE WS-ORG-MANAGER(WS-ORG-HIT) TO WS-CHAIN-SSN
                   ADD 1 TO WS-ORG-DEPTH
                   EVALUATE TRUE
                       WHEN WS-CHAIN-SSN = ZEROES
                           SET CHAIN-AT-TOP TO TRUE
                       WHEN WS-CHAIN-SSN = EMP-SSN OF WS-EDIT-REC
                           SET CHAIN-HAS-LOOP TO TRUE
                       WHEN WS-ORG-DEPTH > WS-ORG-COUNT
                           SET CHAIN-HAS-LOOP TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF CHAIN-HAS-LOOP
               SET RECORD-IS-INVALID TO TRUE
               MOVE "GESTOR FECHA CICLO NA LINHA DE REPORTE"
                   TO WS-REJECT-REASON
           END-IF.

      *So admissao (pessoa nova ou religada) e transferencia de
      *departamento/grade ocupam vaga nova; reajuste na mesma casa
      *nao e conferido aqui. Casa sem linha no quadro so gera aviso.
       0490-CHECK-POSITION.
           MOVE SPACES TO WS-POS-WARNING WS-POS-OVER-REASON.
           MOVE EMP-SSN OF WS-EDIT-REC TO WS-ORG-FIND-SSN.
           PERFORM 0470-FIND-ORG-ENTRY.
           EVALUATE TRUE
               WHEN EMP-STATUS OF WS-EDIT-REC = 'T'
                   CONTINUE
               WHEN WS-ORG-HIT > ZERO
                       AND WS-ORG-POS-ACTIVE(WS-ORG-HIT) = 'Y'
                       AND WS-ORG-POS-DEPT(WS-ORG-HIT) =
                           EMP-DEPARTMENT OF WS-EDIT-REC
                       AND WS-ORG-POS-GRADE(WS-ORG-HIT) =
                           EMP-JOB-GRADE OF WS-EDIT-REC
                   CONTINUE
               WHEN OTHER
                   MOVE EMP-DEPARTMENT OF WS-EDIT-REC
                       TO WS-POS-FIND-DEPT
                   MOVE EMP-JOB-GRADE OF WS-EDIT-REC
                       TO WS-POS-FIND-GRADE
                   PERFORM 0129-FIND-POSITION-CELL
                   EVALUATE TRUE
                       WHEN WS-POS-HIT = ZERO
                           MOVE "SEM QUADRO PARA DEPTO/GRADE"
                               TO WS-POS-WARNING
                       WHEN WS-POS-FILLED(WS-POS-HIT) >=
                               WS-POS-AUTH(WS-POS-HIT)
                           MOVE "ACIMA DO QUADRO AUTORIZADO"
                               TO WS-POS-OVER-REASON
                       WHEN WS-POS-ACTUAL(WS-POS-HIT)
                               + EMP-SALARY OF WS-EDIT-REC >
                               WS-POS-BUDGET(WS-POS-HIT)
                           MOVE "ACIMA DO ORCAMENTO DO QUADRO"
                               TO WS-POS-OVER-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.
           IF WS-POS-OVER-REASON NOT = SPACES
               IF WS-POS-ENFORCE(WS-POS-HIT) = 'R'
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE WS-POS-OVER-REASON TO WS-REJECT-REASON
               ELSE
                   MOVE WS-POS-OVER-REASON TO WS-POS-WARNING
               END-IF
           END-IF.

      *Registro aceito: tira a pessoa da casa onde estava contada e
      *poe na nova (desligado sai do quadro), para o proximo
      *registro do lote ver as vagas ja atualizadas.
       0495-MOVE-POSITION-CELL.
           MOVE EMP-SSN OF WS-EDIT-REC TO WS-ORG-FIND-SSN.
           PERFORM 0470-FIND-ORG-ENTRY.
           IF WS-ORG-HIT > ZERO
               IF WS-ORG-POS-ACTIVE(WS-ORG-HIT) = 'Y'
                   MOVE WS-ORG-POS-DEPT(WS-ORG-HIT) TO WS-POS-FIND-DEPT
                   MOVE WS-ORG-POS-GRADE(WS-ORG-HIT)
                       TO WS-POS-FIND-GRADE
                   PERFORM 0129-FIND-POSITION-CELL
                   IF WS-POS-HIT > ZERO
                       IF WS-POS-FILLED(WS-POS-HIT) > ZERO
                           SUBTRACT 1 FROM WS-POS-FILLED(WS-POS-HIT)
                       END-IF
                       IF WS-POS-ACTUAL(WS-POS-HIT) >
                               WS-ORG-POS-SALARY(WS-ORG-HIT)
                           SUBTRACT WS-ORG-POS-SALARY(WS-ORG-HIT)
                               FROM WS-POS-ACTUAL(WS-POS-HIT)
                       ELSE
                           MOVE ZEROES TO WS-POS-ACTUAL(WS-POS-HIT)
                       END-IF
                   END-IF
               END-IF
               PERFORM 0128-STORE-POSITION-CELL
               IF WS-ORG-POS-ACTIVE(WS-ORG-HIT) = 'Y'
                   MOVE WS-ORG-POS-DEPT(WS-ORG-HIT) TO WS-POS-FIND-DEPT
                   MOVE WS-ORG-POS-GRADE(WS-ORG-HIT)
                       TO WS-POS-FIND-GRADE
                   PERFORM 0129-FIND-POSITION-CELL
                   IF WS-POS-HIT > ZERO
                       ADD 1 TO WS-POS-FILLED(WS-POS-HIT)
                       ADD WS-ORG-POS-SALARY(WS-ORG-HIT)
                           TO WS-POS-ACTUAL(WS-POS-HIT)
                   END-IF
               END-IF
           END-IF.
           IF WS-POS-WARNING NOT = SPACES
               PERFORM 0510-WRITE-POSITION-WARNING
           END-IF.

       0500-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
               STOP RUN
           END-IF.

       0510-WRITE-POSITION-WARNING.
           ADD 1 TO WS-PWN-COUNT.
           MOVE SPACES TO POSITION-WARNING-LINE.
           MOVE WS-TODAY-NUM TO PWN-DATE.
           MOVE "EMPEDIT" TO PWN-PROGRAM.
           MOVE WS-EDIT-SOURCE TO PWN-ORIGIN.
           MOVE EMP-SSN OF WS-EDIT-REC TO PWN-SSN.
           MOVE EMP-DEPARTMENT OF WS-EDIT-REC TO PWN-DEPARTMENT.
           MOVE EMP-JOB-GRADE OF WS-EDIT-REC TO PWN-JOB-GRADE.
           MOVE WS-POS-WARNING TO PWN-REASON.
           WRITE POSITION-WARNING-LINE.
           IF WS-PWN-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR POSITION-WARNINGS.DAT - "
                   "FILE STATUS " WS-PWN-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-POS-WARNING.

       9000-END-PROGRAM.
           CLOSE ACMEEMPLOYEES.
           CLOSE FUSESEMPLOYEES.
           CLOSE ACME-CLEAN.
           CLOSE FUSES-CLEAN.
           CLOSE EDIT-REJECTS.
           IF POSITION-CONTROL-ON
               CLOSE POSITION-WARNINGS
           END-IF.
           DISPLAY "LIDOS DE ACME.DAT............: "
               WS-ACME-READ-COUNT.
           DISPLAY "LIDOS DE FUSESINC.DAT........: "
               WS-FUSES-CLEAN-COUNT.
           DISPLAY "REJEITADOS EM EDIT-REJECTS...: "
               WS-REJECT-COUNT.
           DISPLAY "AVISOS EM POSITION-WARNINGS..: "
               WS-PWN-COUNT.
           PERFORM 0995-LOG-RUN-END.
           GOBACK.

