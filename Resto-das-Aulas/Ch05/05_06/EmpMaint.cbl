      *           outro, com excecoes para SSN sem correspondencia,
      *           contagem de cada acao e o mesmo backup datado que o
      *           CH5SOLUTION ja usa.
      *2026-10-15 SSN do gestor (EMP-MANAGER-SSN) mantido pelas
      *           transacoes A e C: o gestor precisa existir no
      *           cadastro, estar ativo e nao fechar ciclo; na C,
      *           gestor em branco mantem o atual e zero tira o
      *           gestor. Mudança de gestor vai ao diario como
      *           GESTOR.
      *2026-10-15 Controle de quadro: inclusao (A) e transferencia
      *           de departamento/grade (C) conferidas contra as
      *           vagas e o orcamento de AUTHORIZED-POSITIONS.DAT;
      *           acima do autorizado rejeita (linha R) ou aplica com
      *           aviso em POSITION-WARNINGS.DAT (linha W).
      *2026-10-15 Data de vigencia na transacao (apos o registro):
      *           vigencia futura vai para EMP-PENDING-CHANGES.DAT
      *           e e aplicada quando a data util chega; o codigo X
      *           cancela pendencias do SSN. O movimento e ordenado
      *           aqui junto com as pendencias vencidas, o diario
      *           sai no nome de quem agendou, e EMP-TRANSACTIONS.DAT
      *           e arquivado com data e esvaziado ao fim, para o
      *           passo noturno nao reaplicar o mesmo movimento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.

           SELECT RAW-TRANSACTION-FILE
                ASSIGN TO "EMP-TRANSACTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RAW-TXN-STATUS.

           SELECT TXN-STAGE-FILE ASSIGN TO "EMP-TXN-STAGE.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STG-STATUS.

           SELECT TXN-SORT-WORK ASSIGN TO "EMPTXN.SRT".

           SELECT TRANSACTION-FILE ASSIGN TO "EMP-TXN-SORTED.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXN-STATUS.

           SELECT PENDING-FILE ASSIGN TO "EMP-PENDING-CHANGES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.

           SELECT NEW-PENDING-FILE
                ASSIGN TO "EMP-PENDING-CHANGES.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NPD-STATUS.

           SELECT TXN-ARCHIVE-FILE
                ASSIGN TO DYNAMIC WS-TXN-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TXA-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "EMPLOYEES.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEW-MASTER-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STAMP-STATUS.

           SELECT AUTH-POSITIONS ASSIGN TO
                "AUTHORIZED-POSITIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POS-STATUS.

           SELECT POSITION-WARNINGS ASSIGN TO
                "POSITION-WARNINGS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MASTER-FILE.
               88 END-OF-MASTER VALUE HIGH-VALUES.
               COPY EMPREC.

      *    Movimento como o RH grava: codigo, registro EMPREC e a
      *    data de vigencia (em branco ou zero = imediata).
           FD RAW-TRANSACTION-FILE.
           01 RAW-TXN-DETAILS.
               88 END-OF-RAW-TXN VALUE HIGH-VALUES.
               05  RAW-TXN-CODE       PIC X.
               05  FILLER             PIC X.
               05  RAW-SSN            PIC 9(9).
               05  FILLER             PIC X(67).
               05  FILLER             PIC X.
               05  RAW-EFFECTIVE-DATE PIC X(8).
               05  RAW-EFFECTIVE-NUM REDEFINES RAW-EFFECTIVE-DATE
                                      PIC 9(8).
               05  RAW-EFFECTIVE-PARTS REDEFINES RAW-EFFECTIVE-DATE.
                   10 RAW-EFF-YEAR    PIC 9(4).
                   10 RAW-EFF-MONTH   PIC 9(2).
                   10 RAW-EFF-DAY     PIC 9(2).

      *    Movimento do dia mais pendencias vencidas, no layout da
      *    linha de pendencia, antes e depois de ordenado por SSN.
           FD TXN-STAGE-FILE.
           01 STAGE-REC.
               05  STG-TXN-IMAGE      PIC X(78).
               05  FILLER             PIC X.
               05  STG-EFFECTIVE-DATE PIC 9(8).
               05  FILLER             PIC X.
               05  STG-ENTERED-DATE   PIC 9(8).
               05  FILLER             PIC X.
               05  STG-OPERATOR       PIC X(8).

           SD TXN-SORT-WORK.
           01 TXN-SORT-REC.
               05  FILLER             PIC X(2).
               05  TSW-SSN            PIC 9(9).
               05  FILLER             PIC X(68).
               05  TSW-EFFECTIVE-DATE PIC 9(8).
               05  FILLER             PIC X(18).

           FD TRANSACTION-FILE.
           01 TXN-DETAILS.
               88 END-OF-TXN VALUE HIGH-VALUES.
               05  TXN-CODE           PIC X.
               05  FILLER             PIC X.
               COPY EMPREC.
               05  FILLER             PIC X.
               05  TXN-EFFECTIVE-DATE PIC 9(8).
               05  FILLER             PIC X.
               05  TXN-ENTERED-DATE   PIC 9(8).
               05  FILLER             PIC X.
               05  TXN-OPERATOR       PIC X(8).

           FD PENDING-FILE.
           01 PENDING-REC.
               88 END-OF-PENDING VALUE HIGH-VALUES.
               COPY EMPPND.

           FD NEW-PENDING-FILE.
           01 NEW-PENDING-LINE            PIC X(105).
               88 END-OF-NEW-PENDING VALUE HIGH-VALUES.

           FD TXN-ARCHIVE-FILE.
           01 TXN-ARCHIVE-LINE            PIC X(87).

           FD NEW-MASTER-FILE.
           01 NEW-MASTER-DETAILS.
               COPY EMPREC.

           FD BACKUP-FILE.
           01 BACKUP-LINE                 PIC X(76).

           FD CHANGE-JOURNAL.
           01 JOURNAL-REC.
               05  FILLER             PIC X(2).
               05  MEXC-REASON        PIC X(40).

           FD AUTH-POSITIONS.
           01 AUTH-POSITION-REC.
               88 END-OF-POSITIONS VALUE HIGH-VALUES.
               COPY EMPPOS.

           FD POSITION-WARNINGS.
           01 POSITION-WARNING-LINE.
               COPY EMPPWN.

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
               05  WS-MASTER-STATUS     PIC XX.
               05  WS-BACKUP-STATUS     PIC XX.
               05  WS-JOURNAL-STATUS    PIC XX.
               05  WS-STAMP-STATUS      PIC XX.
               05  WS-POS-STATUS        PIC XX.
               05  WS-PWN-STATUS        PIC XX.
               05  WS-RAW-TXN-STATUS    PIC XX.
               05  WS-STG-STATUS        PIC XX.
               05  WS-PND-STATUS        PIC XX.
               05  WS-NPD-STATUS        PIC XX.
               05  WS-TXA-STATUS        PIC XX.

           01  WS-BACKUP-FILE-NAME      PIC X(40) VALUE SPACES.
           01  WS-GEN-BASE-NAME         PIC X(20)
               VALUE 'EMPLOYEES.NEW'.
           01  WS-BACKUP-REC-COUNT      PIC 9(7) VALUE ZEROES.
           01  WS-TXN-ARCHIVE-NAME      PIC X(40) VALUE SPACES.
           01  WS-TXN-GEN-BASE-NAME     PIC X(20)
               VALUE 'EMP-TRANSACTIONS.DAT'.

           01  WS-CURRENT-DATE-TIME     PIC X(21).
           01  WS-CDT-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           01  WS-KEY-HASH              PIC 9(13) VALUE ZEROES.
           01  WS-PROMOTE-COUNT         PIC 9(7) VALUE ZEROES.

      *    Linhas de reporte do cadastro antes da manutenção, para
      *    criticar o gestor das transacoes A e C (existe, esta
      *    ativo, nao fecha ciclo). Atualizada a cada A/C aceita.
           01  WS-ORG-TABLE.
               05 WS-ORG-ENTRY OCCURS 10000 TIMES.
                   10 WS-ORG-SSN        PIC 9(9).
                   10 WS-ORG-MANAGER    PIC 9(9).
                   10 WS-ORG-STATUS     PIC X.
                   10 WS-ORG-DEPT       PIC X(4).
                   10 WS-ORG-GRADE      PIC X(2).
                   10 WS-ORG-SALARY     PIC 9(7)V99.
           01  WS-ORG-COUNT             PIC 9(5) VALUE ZERO.
           01  WS-ORG-MAX               PIC 9(5) VALUE 10000.
           01  WS-ORG-SUB               PIC 9(5) VALUE ZERO.
           01  WS-ORG-HIT               PIC 9(5) VALUE ZERO.
           01  WS-ORG-DEPTH             PIC 9(5) VALUE ZERO.
           01  WS-ORG-FIND-SSN          PIC 9(9) VALUE ZERO.
           01  WS-CHAIN-SSN             PIC 9(9) VALUE ZERO.
           01  WS-CHAIN-SWITCH          PIC X VALUE 'N'.
               88 CHAIN-HAS-LOOP        VALUE 'L'.
               88 CHAIN-AT-TOP          VALUE 'T'.
           01  WS-NEW-MANAGER           PIC 9(9) VALUE ZERO.
           01  WS-OLD-MANAGER           PIC 9(9) VALUE ZERO.
           01  WS-MANAGER-SWITCH        PIC X VALUE 'Y'.
               88 MANAGER-IS-VALID      VALUE 'Y'.
               88 MANAGER-IS-INVALID    VALUE 'N'.

      *    Quadro autorizado por departamento/grade e quanto dele ja
      *    esta ocupado pelos ativos da tabela acima; anda a cada
      *    transacao aplicada.
           01  WS-POS-TABLE.
               05 WS-POS-ENTRY OCCURS 200 TIMES.
                   10 WS-POS-DEPT       PIC X(4).
                   10 WS-POS-GRADE      PIC X(2).
                   10 WS-POS-AUTH       PIC 9(4).
                   10 WS-POS-BUDGET     PIC 9(9)V99.
                   10 WS-POS-ENFORCE    PIC X.
                   10 WS-POS-FILLED     PIC 9(5).
                   10 WS-POS-ACTUAL     PIC 9(9)V99.
           01  WS-POS-COUNT             PIC 999 VALUE ZERO.
           01  WS-POS-MAX               PIC 999 VALUE 200.
           01  WS-POS-SUB               PIC 999 VALUE ZERO.
           01  WS-POS-HIT               PIC 999 VALUE ZERO.
           01  WS-POS-FIND-DEPT         PIC X(4) VALUE SPACES.
           01  WS-POS-FIND-GRADE        PIC X(2) VALUE SPACES.
           01  WS-POS-CONTROL-SWITCH    PIC X VALUE 'N'.
               88 POSITION-CONTROL-ON   VALUE 'Y'.
           01  WS-POSITION-SWITCH       PIC X VALUE 'Y'.
               88 POSITION-IS-OK        VALUE 'Y'.
               88 POSITION-IS-OVER      VALUE 'N'.
           01  WS-POS-OVER-REASON       PIC X(40) VALUE SPACES.
           01  WS-POS-WARNING           PIC X(40) VALUE SPACES.
           01  WS-PWN-COUNT             PIC 9(5) VALUE ZEROES.

      *    Data de vigencia: movimento com vigencia futura fica em
      *    EMP-PENDING-CHANGES.DAT; as transacoes X do movimento
      *    (SSN e vigencia, zero = todas do SSN) cancelam pendencias
      *    antes de elas vencerem.
           01  WS-RAW-SWITCH            PIC X VALUE 'N'.
               88 RAW-TXN-PRESENT       VALUE 'Y'.
           01  WS-RAW-COUNT             PIC 9(7) VALUE ZEROES.
           01  WS-CANCEL-TABLE.
               05 WS-CAN-ENTRY OCCURS 500 TIMES.
                   10 WS-CAN-SSN        PIC 9(9).
                   10 WS-CAN-DATE       PIC 9(8).
                   10 WS-CAN-USED       PIC X.
           01  WS-CAN-COUNT             PIC 999 VALUE ZERO.
           01  WS-CAN-MAX               PIC 999 VALUE 500.
           01  WS-CAN-SUB               PIC 999 VALUE ZERO.
           01  WS-CAN-HIT               PIC 999 VALUE ZERO.
           01  WS-CAN-FIND-SSN          PIC 9(9) VALUE ZERO.
           01  WS-CAN-FIND-DATE         PIC 9(8) VALUE ZERO.
           01  WS-EFFECTIVE-SWITCH      PIC X VALUE 'Y'.
               88 EFFECTIVE-DATE-OK     VALUE 'Y'.
               88 EFFECTIVE-DATE-BAD    VALUE 'N'.
           01  WS-LAST-TXN-SSN          PIC X(9) VALUE HIGH-VALUES.
           01  WS-SCHEDULED-COUNT       PIC 9(5) VALUE ZEROES.
           01  WS-DUE-COUNT             PIC 9(5) VALUE ZEROES.
           01  WS-CANCELLED-COUNT       PIC 9(5) VALUE ZEROES.
           01  WS-HELD-COUNT            PIC 9(5) VALUE ZEROES.
           01  WS-STILL-PENDING-COUNT   PIC 9(5) VALUE ZEROES.
           01  WS-SCH-SSN               PIC 9(9) VALUE ZERO.
           01  WS-SCH-OPERATOR          PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
                       "DE INTEGRIDADE - EXECUÇÃO INTERROMPIDA"
                   STOP RUN
               END-IF.
               PERFORM 0030-LOAD-REPORTING-LINES.
               PERFORM 0035-LOAD-POSITIONS.
               OPEN INPUT MASTER-FILE.
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - STATUS "
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT NEW-MASTER-FILE.
               IF WS-NEW-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMPLOYEES.TMP - STATUS "
                   STOP RUN
               END-IF.

               PERFORM 0040-STAGE-TRANSACTIONS.
               SORT TXN-SORT-WORK ON ASCENDING KEY TSW-SSN
                   TSW-EFFECTIVE-DATE
                   WITH DUPLICATES IN ORDER
                   USING TXN-STAGE-FILE
                   GIVING TRANSACTION-FILE.
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMP-TXN-SORTED.TMP - "
                       "STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF.

               PERFORM 0045-READ-MASTER-DATA.
               PERFORM 0205-READ-TRANSACTION.

               PERFORM 0200-APPLY-TRANSACTIONS
                   UNTIL END-OF-MASTER AND END-OF-TXN.
                   CLOSE OPERATOR-STAMP
               END-IF.

           0030-LOAD-REPORTING-LINES.
               OPEN INPUT MASTER-FILE.
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - STATUS "
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF.
               PERFORM 0045-READ-MASTER-DATA.
               PERFORM UNTIL END-OF-MASTER
                   IF WS-ORG-COUNT >= WS-ORG-MAX
                       DISPLAY "TABELA DE LINHAS DE REPORTE CHEIA "
                           "COM " WS-ORG-MAX " FUNCIONARIOS - "
                           "EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ORG-COUNT
                   MOVE EMP-SSN OF MASTER-DETAILS
                       TO WS-ORG-SSN(WS-ORG-COUNT)
                   IF EMP-MANAGER-SSN OF MASTER-DETAILS NUMERIC
                       MOVE EMP-MANAGER-SSN OF MASTER-DETAILS
                           TO WS-ORG-MANAGER(WS-ORG-COUNT)
                   ELSE
                       MOVE ZEROES TO WS-ORG-MANAGER(WS-ORG-COUNT)
                   END-IF
                   MOVE EMP-STATUS OF MASTER-DETAILS
                       TO WS-ORG-STATUS(WS-ORG-COUNT)
                   MOVE EMP-DEPARTMENT OF MASTER-DETAILS
                       TO WS-ORG-DEPT(WS-ORG-COUNT)
                   MOVE EMP-JOB-GRADE OF MASTER-DETAILS
                       TO WS-ORG-GRADE(WS-ORG-COUNT)
                   IF EMP-SALARY OF MASTER-DETAILS NUMERIC
                       MOVE EMP-SALARY OF MASTER-DETAILS
                           TO WS-ORG-SALARY(WS-ORG-COUNT)
                   ELSE
                       MOVE ZEROES TO WS-ORG-SALARY(WS-ORG-COUNT)
                   END-IF
                   PERFORM 0045-READ-MASTER-DATA
               END-PERFORM.
               CLOSE MASTER-FILE.

      *    Sem AUTHORIZED-POSITIONS.DAT a manutencao segue sem
      *    controle de quadro. Com o arquivo, as vagas ocupadas de
      *    cada casa partem dos ativos do cadastro.
           0035-LOAD-POSITIONS.
               OPEN INPUT AUTH-POSITIONS.
               IF WS-POS-STATUS = "35"
                   DISPLAY "AUTHORIZED-POSITIONS.DAT AUSENTE - "
                       "MANUTENCAO SEM CONTROLE DE QUADRO"
               ELSE
                   IF WS-POS-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR AUTHORIZED-POSITIONS.DAT"
                           " - STATUS " WS-POS-STATUS
                       STOP RUN
                   END-IF
                   SET POSITION-CONTROL-ON TO TRUE
                   READ AUTH-POSITIONS
                    AT END SET END-OF-POSITIONS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-POSITIONS
                       IF WS-POS-COUNT >= WS-POS-MAX
                           DISPLAY "AUTHORIZED-POSITIONS.DAT COM MAIS "
                               "DE " WS-POS-MAX " LINHAS - EXECUCAO "
                               "INTERROMPIDA"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-POS-COUNT
                       MOVE POS-DEPARTMENT TO WS-POS-DEPT(WS-POS-COUNT)
                       MOVE POS-JOB-GRADE
                           TO WS-POS-GRADE(WS-POS-COUNT)
                       MOVE POS-HEADCOUNT TO WS-POS-AUTH(WS-POS-COUNT)
                       MOVE POS-SALARY-BUDGET
                           TO WS-POS-BUDGET(WS-POS-COUNT)
                       MOVE POS-ENFORCEMENT
                           TO WS-POS-ENFORCE(WS-POS-COUNT)
                       MOVE ZEROES TO WS-POS-FILLED(WS-POS-COUNT)
                           WS-POS-ACTUAL(WS-POS-COUNT)
                       READ AUTH-POSITIONS
                        AT END SET END-OF-POSITIONS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE AUTH-POSITIONS
                   PERFORM VARYING WS-ORG-HIT FROM 1 BY 1
                           UNTIL WS-ORG-HIT > WS-ORG-COUNT
                       PERFORM 0283-TAKE-POSITION-CELL
                   END-PERFORM
                   OPEN EXTEND POSITION-WARNINGS
                   IF WS-PWN-STATUS = "35"
                       OPEN OUTPUT POSITION-WARNINGS
                   END-IF
                   IF WS-PWN-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR POSITION-WARNINGS.DAT - "
                           "STATUS " WS-PWN-STATUS
                       STOP RUN
                   END-IF
               END-IF.

      *    Monta o movimento da execucao em EMP-TXN-STAGE.TMP: as
      *    transacoes de EMP-TRANSACTIONS.DAT com vigencia ate a data
      *    util e as pendencias que venceram. Vigencia futura vai
      *    para a nova geracao de pendencias, as X cancelam, e o que
      *    segue pendente e copiado. Sem EMP-TRANSACTIONS.DAT (noite
      *    sem movimento) so as pendencias vencidas sao aplicadas.
           0040-STAGE-TRANSACTIONS.
               OPEN INPUT RAW-TRANSACTION-FILE.
               IF WS-RAW-TXN-STATUS = "35"
                   DISPLAY "EMP-TRANSACTIONS.DAT AUSENTE - APLICANDO "
                       "SO AS PENDENCIAS VENCIDAS"
               ELSE
                   IF WS-RAW-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR EMP-TRANSACTIONS.DAT - "
                           "STATUS " WS-RAW-TXN-STATUS
                       STOP RUN
                   END-IF
                   SET RAW-TXN-PRESENT TO TRUE
                   PERFORM 0041-LOAD-CANCELLATIONS
                   CLOSE RAW-TRANSACTION-FILE
               END-IF.
               OPEN OUTPUT TXN-STAGE-FILE.
               IF WS-STG-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMP-TXN-STAGE.TMP - STATUS "
                       WS-STG-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT NEW-PENDING-FILE.
               IF WS-NPD-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMP-PENDING-CHANGES.TMP - "
                       "STATUS " WS-NPD-STATUS
                   STOP RUN
               END-IF.
               IF RAW-TXN-PRESENT
                   OPEN INPUT RAW-TRANSACTION-FILE
                   READ RAW-TRANSACTION-FILE
                    AT END SET END-OF-RAW-TXN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-RAW-TXN
                       ADD 1 TO WS-RAW-COUNT
                       IF RAW-TXN-CODE NOT = 'X'
                           PERFORM 0042-STAGE-RAW-TXN
                       END-IF
                       READ RAW-TRANSACTION-FILE
                        AT END SET END-OF-RAW-TXN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE RAW-TRANSACTION-FILE
               END-IF.
               OPEN INPUT PENDING-FILE.
               IF WS-PND-STATUS NOT = "35"
                   IF WS-PND-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR EMP-PENDING-CHANGES.DAT "
                           "- STATUS " WS-PND-STATUS
                       STOP RUN
                   END-IF
                   READ PENDING-FILE
                    AT END SET END-OF-PENDING TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-PENDING
                       PERFORM 0043-STAGE-PENDING-LINE
                       READ PENDING-FILE
                        AT END SET END-OF-PENDING TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF.
               PERFORM 0047-REJECT-UNUSED-CANCELS.
               CLOSE TXN-STAGE-FILE.

      *    Primeira passada no movimento: guarda as transacoes X
      *    para que cancelem tanto pendencias antigas quanto uma
      *    agendada no proprio movimento.
           0041-LOAD-CANCELLATIONS.
               READ RAW-TRANSACTION-FILE
                AT END SET END-OF-RAW-TXN TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-RAW-TXN
                   IF RAW-TXN-CODE = 'X'
                       PERFORM 0046-CHECK-EFFECTIVE-DATE
                       IF RAW-SSN NOT NUMERIC OR RAW-SSN = ZEROES
                           MOVE 'SSN ZERO OU INVALIDO'
                               TO MAINT-REJECT-REASON
                           SET EFFECTIVE-DATE-BAD TO TRUE
                       END-IF
                       IF EFFECTIVE-DATE-BAD
                           PERFORM 0243-REJECT-RAW-TXN
                       ELSE
                           IF WS-CAN-COUNT >= WS-CAN-MAX
                               DISPLAY "MAIS DE " WS-CAN-MAX
                                   " CANCELAMENTOS NO MOVIMENTO - "
                                   "EXECUCAO INTERROMPIDA"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CAN-COUNT
                           MOVE RAW-SSN TO WS-CAN-SSN(WS-CAN-COUNT)
                           IF RAW-EFFECTIVE-DATE = SPACES
                               MOVE ZEROES
                                   TO WS-CAN-DATE(WS-CAN-COUNT)
                           ELSE
                               MOVE RAW-EFFECTIVE-NUM
                                   TO WS-CAN-DATE(WS-CAN-COUNT)
                           END-IF
                           MOVE 'N' TO WS-CAN-USED(WS-CAN-COUNT)
                       END-IF
                   END-IF
                   READ RAW-TRANSACTION-FILE
                    AT END SET END-OF-RAW-TXN TO TRUE
                   END-READ
               END-PERFORM.

      *    Vigencia ate a data util entra no movimento da execucao;
      *    vigencia futura vira pendencia (ou cai logo, se uma X do
      *    mesmo movimento a cancela).
           0042-STAGE-RAW-TXN.
               PERFORM 0046-CHECK-EFFECTIVE-DATE.
               IF EFFECTIVE-DATE-BAD
                   PERFORM 0243-REJECT-RAW-TXN
               ELSE
                   MOVE SPACES TO STAGE-REC
                   MOVE RAW-TXN-DETAILS(1:78) TO STG-TXN-IMAGE
                   MOVE WS-BUSINESS-DATE TO STG-ENTERED-DATE
                   MOVE WS-OPERATOR-ID TO STG-OPERATOR
                   IF RAW-EFFECTIVE-DATE = SPACES
                           OR RAW-EFFECTIVE-NUM = ZEROES
                       MOVE WS-BUSINESS-DATE TO STG-EFFECTIVE-DATE
                   ELSE
                       MOVE RAW-EFFECTIVE-NUM TO STG-EFFECTIVE-DATE
                   END-IF
                   IF STG-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       MOVE RAW-SSN TO WS-CAN-FIND-SSN WS-SCH-SSN
                       MOVE STG-EFFECTIVE-DATE TO WS-CAN-FIND-DATE
                       MOVE WS-OPERATOR-ID TO WS-SCH-OPERATOR
                       PERFORM 0044-FIND-CANCELLATION
                       IF WS-CAN-HIT > ZERO
                           MOVE "CANCELADA" TO WS-JRN-FIELD
                           MOVE SPACES TO WS-JRN-OLD WS-JRN-NEW
                           STRING RAW-TXN-CODE " " STG-EFFECTIVE-DATE
                               DELIMITED BY SIZE INTO WS-JRN-OLD
                           PERFORM 0251-WRITE-SCHEDULE-JOURNAL
                           ADD 1 TO WS-CANCELLED-COUNT
                       ELSE
                           WRITE NEW-PENDING-LINE FROM STAGE-REC
                           MOVE "AGENDADA" TO WS-JRN-FIELD
                           MOVE SPACES TO WS-JRN-OLD WS-JRN-NEW
                           STRING RAW-TXN-CODE " " STG-EFFECTIVE-DATE
                               DELIMITED BY SIZE INTO WS-JRN-NEW
                           PERFORM 0251-WRITE-SCHEDULE-JOURNAL
                           ADD 1 TO WS-SCHEDULED-COUNT
                       END-IF
                   ELSE
                       WRITE STAGE-REC
                   END-IF
               END-IF.

      *    Pendencia vencida entra no movimento com o operador que a
      *    agendou; cancelada sai do arquivo com linha no diario; as
      *    demais seguem para a nova geracao.
           0043-STAGE-PENDING-LINE.
               MOVE PND-SSN TO WS-CAN-FIND-SSN.
               MOVE PND-EFFECTIVE-DATE TO WS-CAN-FIND-DATE.
               PERFORM 0044-FIND-CANCELLATION.
               IF WS-CAN-HIT > ZERO
                   MOVE PND-SSN TO WS-SCH-SSN
                   MOVE WS-OPERATOR-ID TO WS-SCH-OPERATOR
                   MOVE "CANCELADA" TO WS-JRN-FIELD
                   MOVE SPACES TO WS-JRN-OLD WS-JRN-NEW
                   STRING PND-TXN-CODE " " PND-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-JRN-OLD
                   PERFORM 0251-WRITE-SCHEDULE-JOURNAL
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   IF PND-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       WRITE NEW-PENDING-LINE FROM PENDING-REC
                   ELSE
                       WRITE STAGE-REC FROM PENDING-REC
                       ADD 1 TO WS-DUE-COUNT
                   END-IF
               END-IF.

           0044-FIND-CANCELLATION.
               MOVE ZEROES TO WS-CAN-HIT.
               PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                       UNTIL WS-CAN-SUB > WS-CAN-COUNT
                   IF WS-CAN-SSN(WS-CAN-SUB) = WS-CAN-FIND-SSN
                           AND (WS-CAN-DATE(WS-CAN-SUB) = ZEROES
                           OR WS-CAN-DATE(WS-CAN-SUB) =
                               WS-CAN-FIND-DATE)
                       MOVE WS-CAN-SUB TO WS-CAN-HIT
                       MOVE 'Y' TO WS-CAN-USED(WS-CAN-SUB)
                       MOVE WS-CAN-COUNT TO WS-CAN-SUB
                   END-IF
               END-PERFORM.

      *    Vigencia em branco ou zero e imediata; preenchida precisa
      *    ser uma data AAAAMMDD plausivel.
           0046-CHECK-EFFECTIVE-DATE.
               SET EFFECTIVE-DATE-OK TO TRUE.
               IF RAW-EFFECTIVE-DATE NOT = SPACES
                   IF RAW-EFFECTIVE-DATE NOT NUMERIC
                       SET EFFECTIVE-DATE-BAD TO TRUE
                   ELSE
                       IF RAW-EFFECTIVE-NUM NOT = ZEROES
                           IF RAW-EFF-YEAR < 1900
                                   OR RAW-EFF-MONTH < 1
                                   OR RAW-EFF-MONTH > 12
                                   OR RAW-EFF-DAY < 1
                                   OR RAW-EFF-DAY > 31
                               SET EFFECTIVE-DATE-BAD TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF EFFECTIVE-DATE-BAD
                   MOVE 'DATA DE VIGENCIA INVALIDA'
                       TO MAINT-REJECT-REASON
               END-IF.

      *    Cancelamento que nao achou pendencia do SSN (com aquela
      *    vigencia) volta ao RH como excecao.
           0047-REJECT-UNUSED-CANCELS.
               PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                       UNTIL WS-CAN-SUB > WS-CAN-COUNT
                   IF WS-CAN-USED(WS-CAN-SUB) = 'N'
                       MOVE SPACES TO MAINT-EXC-LINE
                       MOVE 'X' TO MEXC-TXN-CODE
                       MOVE WS-CAN-SSN(WS-CAN-SUB) TO MEXC-SSN
                       MOVE 'NADA PENDENTE PARA CANCELAR'
                           TO MEXC-REASON
                       WRITE MAINT-EXC-LINE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               END-PERFORM.

      *    O cadastro carrega linhas HDR/TRL de integridade; aqui so
      *    interessam os registros de dados.
           0045-READ-MASTER-DATA.
                       PERFORM 0230-APPLY-TXN-AGAINST-MASTER
               END-EVALUATE.

      *    Uma transacao por SSN em cada execucao: o cadastro novo e
      *    gravado em sequencia, entao uma segunda do mesmo SSN (por
      *    exemplo, pendencia vencida e movimento do dia) volta para
      *    as pendencias e entra na execucao seguinte.
           0205-READ-TRANSACTION.
               READ TRANSACTION-FILE
                AT END SET END-OF-TXN TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-TXN
                       OR EMP-SSN OF TXN-DETAILS NOT = WS-LAST-TXN-SSN
                   PERFORM 0208-HOLD-TXN
                   READ TRANSACTION-FILE
                    AT END SET END-OF-TXN TO TRUE
                   END-READ
               END-PERFORM.
               IF NOT END-OF-TXN
                   MOVE EMP-SSN OF TXN-DETAILS TO WS-LAST-TXN-SSN
               END-IF.

           0208-HOLD-TXN.
               WRITE NEW-PENDING-LINE FROM TXN-DETAILS.
               ADD 1 TO WS-HELD-COUNT.
               MOVE SPACES TO MAINT-EXC-LINE.
               MOVE TXN-CODE OF TXN-DETAILS TO MEXC-TXN-CODE.
               MOVE EMP-SSN OF TXN-DETAILS TO MEXC-SSN.
               MOVE 'SEGUNDA TRANSACAO DO SSN - FICA PENDENTE'
                   TO MEXC-REASON.
               WRITE MAINT-EXC-LINE.

           0210-COPY-MASTER-UNCHANGED.
               MOVE MASTER-DETAILS TO NEW-MASTER-DETAILS.
               WRITE NEW-MASTER-DETAILS.
                           MAINT-REJECT-REASON
                       PERFORM 0240-REJECT-TXN
                   ELSE
                       PERFORM 0225-ADD-EMPLOYEE
                   END-IF
               ELSE
                   MOVE 'SSN NAO ENCONTRADO' TO MAINT-REJECT-REASON
                   PERFORM 0240-REJECT-TXN
               END-IF.
               PERFORM 0205-READ-TRANSACTION.

           0225-ADD-EMPLOYEE.
               IF EMP-MANAGER-SSN OF TXN-DETAILS NUMERIC
                   MOVE EMP-MANAGER-SSN OF TXN-DETAILS
                       TO WS-NEW-MANAGER
               ELSE
                   MOVE ZEROES TO WS-NEW-MANAGER
               END-IF.
               PERFORM 0255-VALIDATE-MANAGER.
               MOVE 'Y' TO WS-POSITION-SWITCH.
               IF MANAGER-IS-VALID
                   PERFORM 0280-CHECK-POSITION
               END-IF.
               IF MANAGER-IS-INVALID OR POSITION-IS-OVER
                   PERFORM 0240-REJECT-TXN
               ELSE
                   MOVE SPACES TO NEW-MASTER-DETAILS
                   MOVE EMP-SSN OF TXN-DETAILS TO
                       EMP-SSN OF NEW-MASTER-DETAILS
                   MOVE EMP-LASTNAME OF TXN-DETAILS TO
                       EMP-LASTNAME OF NEW-MASTER-DETAILS
                   MOVE EMP-FIRSTNAME OF TXN-DETAILS TO
                       EMP-FIRSTNAME OF NEW-MASTER-DETAILS
                   MOVE EMP-DEPARTMENT OF TXN-DETAILS TO
                       EMP-DEPARTMENT OF NEW-MASTER-DETAILS
                   MOVE EMP-HIRE-DATE OF TXN-DETAILS TO
                       EMP-HIRE-DATE OF NEW-MASTER-DETAILS
                   MOVE EMP-JOB-GRADE OF TXN-DETAILS TO
                       EMP-JOB-GRADE OF NEW-MASTER-DETAILS
                   MOVE EMP-SALARY OF TXN-DETAILS TO
                       EMP-SALARY OF NEW-MASTER-DETAILS
                   MOVE 'A' TO
                       EMP-STATUS OF NEW-MASTER-DETAILS
                   MOVE ZEROES TO
                       EMP-TERM-DATE OF NEW-MASTER-DETAILS
                   MOVE WS-NEW-MANAGER TO
                       EMP-MANAGER-SSN OF NEW-MASTER-DETAILS
                   PERFORM 0258-STORE-REPORTING-LINE
                   WRITE NEW-MASTER-DETAILS
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "INCLUSAO" TO WS-JRN-FIELD
                   MOVE SPACES TO WS-JRN-OLD
                   MOVE EMP-LASTNAME OF TXN-DETAILS
                       TO WS-JRN-NEW
                   PERFORM 0250-WRITE-JOURNAL-LINE
               END-IF.

           0230-APPLY-TXN-AGAINST-MASTER.
               EVALUATE TXN-CODE OF TXN-DETAILS
                   WHEN 'C'
                       PERFORM 0231-CHANGE-EMPLOYEE
                   WHEN 'T'
                       PERFORM 0232-TERMINATE-EMPLOYEE
                   WHEN 'D'
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE EMP-SSN OF MASTER-DETAILS
                           TO WS-ORG-FIND-SSN
                       PERFORM 0256-FIND-ORG-ENTRY
                       IF WS-ORG-HIT > ZERO
                           PERFORM 0282-RELEASE-POSITION-CELL
                           MOVE 'D' TO WS-ORG-STATUS(WS-ORG-HIT)
                       END-IF
                       MOVE "EXCLUSAO" TO WS-JRN-FIELD
                       MOVE EMP-LASTNAME OF MASTER-DETAILS
                           TO WS-JRN-OLD
                       PERFORM 0235-COPY-MASTER-FOR-REJECTED-TXN
               END-EVALUATE.
               PERFORM 0045-READ-MASTER-DATA.
               PERFORM 0205-READ-TRANSACTION.

      *    Gestor em branco na transacao C mantem o gestor atual
      *    (transacoes no layout antigo nao trazem o campo). So um
      *    gestor diferente do atual e criticado, para que corrigir
      *    um nome nao esbarre num gestor desligado depois.
           0231-CHANGE-EMPLOYEE.
               MOVE 'Y' TO WS-MANAGER-SWITCH.
               IF EMP-MANAGER-SSN OF MASTER-DETAILS NUMERIC
                   MOVE EMP-MANAGER-SSN OF MASTER-DETAILS
                       TO WS-OLD-MANAGER
               ELSE
                   MOVE ZEROES TO WS-OLD-MANAGER
               END-IF.
               MOVE WS-OLD-MANAGER TO WS-NEW-MANAGER.
               EVALUATE TRUE
                   WHEN EMP-MANAGER-SSN OF TXN-DETAILS = SPACES
                       CONTINUE
                   WHEN EMP-MANAGER-SSN OF TXN-DETAILS NOT NUMERIC
                       MOVE 'SSN DO GESTOR NAO NUMERICO' TO
                           MAINT-REJECT-REASON
                       SET MANAGER-IS-INVALID TO TRUE
                   WHEN EMP-MANAGER-SSN OF TXN-DETAILS =
                           WS-OLD-MANAGER
                       CONTINUE
                   WHEN OTHER
                       MOVE EMP-MANAGER-SSN OF TXN-DETAILS
                           TO WS-NEW-MANAGER
                       PERFORM 0255-VALIDATE-MANAGER
               END-EVALUATE.
               MOVE 'Y' TO WS-POSITION-SWITCH.
               IF MANAGER-IS-VALID
                       AND EMP-STATUS OF MASTER-DETAILS NOT = 'T'
                   PERFORM 0280-CHECK-POSITION
               END-IF.
               IF MANAGER-IS-INVALID OR POSITION-IS-OVER
                   PERFORM 0240-REJECT-TXN
                   PERFORM 0235-COPY-MASTER-FOR-REJECTED-TXN
               ELSE
                   PERFORM 0245-JOURNAL-CHANGED-FIELDS
                   MOVE SPACES TO NEW-MASTER-DETAILS
                   MOVE EMP-SSN OF TXN-DETAILS TO
                       EMP-SSN OF NEW-MASTER-DETAILS
                   MOVE EMP-LASTNAME OF TXN-DETAILS TO
                       EMP-LASTNAME OF NEW-MASTER-DETAILS
                   MOVE EMP-FIRSTNAME OF TXN-DETAILS TO
                       EMP-FIRSTNAME OF NEW-MASTER-DETAILS
                   MOVE EMP-DEPARTMENT OF TXN-DETAILS TO
                       EMP-DEPARTMENT OF NEW-MASTER-DETAILS
                   MOVE EMP-HIRE-DATE OF TXN-DETAILS TO
                       EMP-HIRE-DATE OF NEW-MASTER-DETAILS
                   MOVE EMP-JOB-GRADE OF TXN-DETAILS TO
                       EMP-JOB-GRADE OF NEW-MASTER-DETAILS
                   MOVE EMP-SALARY OF TXN-DETAILS TO
                       EMP-SALARY OF NEW-MASTER-DETAILS
                   MOVE EMP-STATUS OF MASTER-DETAILS TO
                       EMP-STATUS OF NEW-MASTER-DETAILS
                   MOVE EMP-TERM-DATE OF MASTER-DETAILS TO
                       EMP-TERM-DATE OF NEW-MASTER-DETAILS
                   MOVE WS-NEW-MANAGER TO
                       EMP-MANAGER-SSN OF NEW-MASTER-DETAILS
                   PERFORM 0258-STORE-REPORTING-LINE
                   WRITE NEW-MASTER-DETAILS
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF.

      *    A transacao T desliga sem apagar: o registro permanece
      *    no cadastro com situação T e a data de desligamento da
                   MOVE WS-BUSINESS-DATE TO
                       EMP-TERM-DATE OF NEW-MASTER-DETAILS
               END-IF.
               PERFORM 0258-STORE-REPORTING-LINE.
               WRITE NEW-MASTER-DETAILS.
               ADD 1 TO WS-TERM-COUNT.
               MOVE "DESLIGAMENTO" TO WS-JRN-FIELD.
                   MOVE EMP-SALARY OF TXN-DETAILS TO WS-JRN-NEW
                   PERFORM 0250-WRITE-JOURNAL-LINE
               END-IF.
               IF WS-NEW-MANAGER NOT = WS-OLD-MANAGER
                   MOVE "GESTOR" TO WS-JRN-FIELD
                   MOVE WS-OLD-MANAGER TO WS-JRN-OLD
                   MOVE WS-NEW-MANAGER TO WS-JRN-NEW
                   PERFORM 0250-WRITE-JOURNAL-LINE
               END-IF.

      *    Gestor zerado e aceito (topo da linha de reporte). Os
      *    demais precisam existir, estar ativos e nao fechar ciclo:
      *    sobe de gestor em gestor a partir do informado; voltar ao
      *    proprio SSN, ou passar de tantos niveis quanto ha pessoas
      *    na tabela, e ciclo.
           0255-VALIDATE-MANAGER.
               MOVE 'Y' TO WS-MANAGER-SWITCH.
               EVALUATE TRUE
                   WHEN WS-NEW-MANAGER = ZEROES
                       CONTINUE
                   WHEN WS-NEW-MANAGER = EMP-SSN OF TXN-DETAILS
                       MOVE 'FUNCIONARIO E O PROPRIO GESTOR' TO
                           MAINT-REJECT-REASON
                       SET MANAGER-IS-INVALID TO TRUE
                   WHEN OTHER
                       MOVE WS-NEW-MANAGER TO WS-ORG-FIND-SSN
                       PERFORM 0256-FIND-ORG-ENTRY
                       EVALUATE TRUE
                           WHEN WS-ORG-HIT = ZERO
                               MOVE 'GESTOR NAO CONSTA NO CADASTRO'
                                   TO MAINT-REJECT-REASON
                               SET MANAGER-IS-INVALID TO TRUE
                           WHEN WS-ORG-STATUS(WS-ORG-HIT) = 'D'
                               MOVE 'GESTOR NAO CONSTA NO CADASTRO'
                                   TO MAINT-REJECT-REASON
                               SET MANAGER-IS-INVALID TO TRUE
                           WHEN WS-ORG-STATUS(WS-ORG-HIT) = 'T'
                               MOVE 'GESTOR DESLIGADO'
                                   TO MAINT-REJECT-REASON
                               SET MANAGER-IS-INVALID TO TRUE
                           WHEN OTHER
                               PERFORM 0257-CHECK-REPORTING-LOOP
                       END-EVALUATE
               END-EVALUATE.

           0256-FIND-ORG-ENTRY.
               MOVE ZEROES TO WS-ORG-HIT.
               PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                       UNTIL WS-ORG-SUB > WS-ORG-COUNT
                   IF WS-ORG-SSN(WS-ORG-SUB) = WS-ORG-FIND-SSN
                       MOVE WS-ORG-SUB TO WS-ORG-HIT
                       MOVE WS-ORG-COUNT TO WS-ORG-SUB
                   END-IF
               END-PERFORM.

           0257-CHECK-REPORTING-LOOP.
               MOVE 'N' TO WS-CHAIN-SWITCH.
               MOVE ZEROES TO WS-ORG-DEPTH.
               MOVE WS-NEW-MANAGER TO WS-CHAIN-SSN.
               PERFORM UNTIL CHAIN-HAS-LOOP OR CHAIN-AT-TOP
                   MOVE WS-CHAIN-SSN TO WS-ORG-FIND-SSN
                   PERFORM 0256-FIND-ORG-ENTRY
                   IF WS-ORG-HIT = ZERO
                       SET CHAIN-AT-TOP TO TRUE
                   ELSE
                       MOVE WS-ORG-MANAGER(WS-ORG-HIT)
                           TO WS-CHAIN-SSN
                       ADD 1 TO WS-ORG-DEPTH
                       EVALUATE TRUE
                           WHEN WS-CHAIN-SSN = ZEROES
                               SET CHAIN-AT-TOP TO TRUE
                           WHEN WS-CHAIN-SSN = EMP-SSN OF TXN-DETAILS
                               SET CHAIN-HAS-LOOP TO TRUE
                           WHEN WS-ORG-DEPTH > WS-ORG-COUNT
                               SET CHAIN-HAS-LOOP TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               IF CHAIN-HAS-LOOP
                   MOVE 'GESTOR FECHA CICLO NA LINHA DE REPORTE'
                       TO MAINT-REJECT-REASON
                   SET MANAGER-IS-INVALID TO TRUE
               END-IF.

      *    Mantem a tabela em dia com o que ja foi aplicado nesta
      *    execucao: um gestor incluido ou desligado mais acima no
      *    lote vale para as transacoes seguintes.
           0258-STORE-REPORTING-LINE.
               MOVE EMP-SSN OF NEW-MASTER-DETAILS TO WS-ORG-FIND-SSN.
               PERFORM 0256-FIND-ORG-ENTRY.
               IF WS-ORG-HIT > ZERO
                   PERFORM 0282-RELEASE-POSITION-CELL
               END-IF.
               IF WS-ORG-HIT = ZERO
                   IF WS-ORG-COUNT >= WS-ORG-MAX
                       DISPLAY "TABELA DE LINHAS DE REPORTE CHEIA "
                           "COM " WS-ORG-MAX " FUNCIONARIOS - "
                           "EXECUÇÃO INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ORG-COUNT
                   MOVE WS-ORG-COUNT TO WS-ORG-HIT
                   MOVE WS-ORG-FIND-SSN TO WS-ORG-SSN(WS-ORG-HIT)
               END-IF.
               IF EMP-MANAGER-SSN OF NEW-MASTER-DETAILS NUMERIC
                   MOVE EMP-MANAGER-SSN OF NEW-MASTER-DETAILS
                       TO WS-ORG-MANAGER(WS-ORG-HIT)
               ELSE
                   MOVE ZEROES TO WS-ORG-MANAGER(WS-ORG-HIT)
               END-IF.
               MOVE EMP-STATUS OF NEW-MASTER-DETAILS
                   TO WS-ORG-STATUS(WS-ORG-HIT).
               MOVE EMP-DEPARTMENT OF NEW-MASTER-DETAILS
                   TO WS-ORG-DEPT(WS-ORG-HIT).
               MOVE EMP-JOB-GRADE OF NEW-MASTER-DETAILS
                   TO WS-ORG-GRADE(WS-ORG-HIT).
               IF EMP-SALARY OF NEW-MASTER-DETAILS NUMERIC
                   MOVE EMP-SALARY OF NEW-MASTER-DETAILS
                       TO WS-ORG-SALARY(WS-ORG-HIT)
               ELSE
                   MOVE ZEROES TO WS-ORG-SALARY(WS-ORG-HIT)
               END-IF.
               PERFORM 0283-TAKE-POSITION-CELL.
               IF WS-POS-WARNING NOT = SPACES
                   PERFORM 0284-WRITE-POSITION-WARNING
               END-IF.

      *    A data do diario e a data util (o EMPCHGREPORT filtra
      *    por ela); a hora continua sendo a do relogio. O operador
      *    e o da transacao: quem digitou, ou quem agendou a
      *    pendencia que venceu.
           0250-WRITE-JOURNAL-LINE.
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-TIME.
               MOVE WS-JRN-FIELD TO CHJ-FIELD.
               MOVE WS-JRN-OLD TO CHJ-OLD-VALUE.
               MOVE WS-JRN-NEW TO CHJ-NEW-VALUE.
               MOVE TXN-OPERATOR TO CHJ-OPERATOR.
               MOVE "EMPMAINT" TO CHJ-SOURCE.
               WRITE JOURNAL-REC.
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR EMP-CHANGE-JOURNAL.DAT - "
                       "STATUS " WS-JOURNAL-STATUS
                   STOP RUN
               END-IF.

      *    Agendamento e cancelamento de pendencia tambem vao ao
      *    diario (campo AGENDADA/CANCELADA, codigo e vigencia), no
      *    nome de quem agendou ou cancelou.
           0251-WRITE-SCHEDULE-JOURNAL.
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-TIME.
               MOVE SPACES TO JOURNAL-REC.
               MOVE WS-BUSINESS-DATE TO CHJ-DATE.
               MOVE WS-CURRENT-DATE-TIME(9:6) TO CHJ-TIME.
               MOVE WS-SCH-SSN TO CHJ-SSN.
               MOVE WS-JRN-FIELD TO CHJ-FIELD.
               MOVE WS-JRN-OLD TO CHJ-OLD-VALUE.
               MOVE WS-JRN-NEW TO CHJ-NEW-VALUE.
               MOVE WS-SCH-OPERATOR TO CHJ-OPERATOR.
               MOVE "EMPMAINT" TO CHJ-SOURCE.
               WRITE JOURNAL-REC.
               IF WS-JOURNAL-STATUS NOT = "00"
               WRITE MAINT-EXC-LINE.
               ADD 1 TO WS-REJECT-COUNT.

           0243-REJECT-RAW-TXN.
               MOVE SPACES TO MAINT-EXC-LINE.
               MOVE RAW-TXN-CODE TO MEXC-TXN-CODE.
               MOVE RAW-SSN TO MEXC-SSN.
               MOVE MAINT-REJECT-REASON TO MEXC-REASON.
               WRITE MAINT-EXC-LINE.
               ADD 1 TO WS-REJECT-COUNT.

           0900-END-PROGRAM.
               CLOSE MASTER-FILE.
               CLOSE TRANSACTION-FILE.
               CLOSE NEW-PENDING-FILE.
               CLOSE NEW-MASTER-FILE.
               CLOSE MAINT-EXCEPTIONS.
               CLOSE CHANGE-JOURNAL.
               IF POSITION-CONTROL-ON
                   CLOSE POSITION-WARNINGS
               END-IF.

               PERFORM 0260-BACKUP-CURRENT-MASTER.
               PERFORM 0270-PROMOTE-NEW-MASTER.
               PERFORM 0265-ARCHIVE-TRANSACTIONS.
               PERFORM 0275-PROMOTE-PENDING.

               DISPLAY 'MANUTENCAO DE EMPLOYEES.NEW CONCLUIDA'.
               DISPLAY 'INCLUSOES......: ' WS-ADD-COUNT.
               DISPLAY 'DESLIGAMENTOS..: ' WS-TERM-COUNT.
               DISPLAY 'INALTERADOS....: ' WS-UNCHANGED-COUNT.
               DISPLAY 'REJEITADOS.....: ' WS-REJECT-COUNT.
               DISPLAY 'AVISOS QUADRO..: ' WS-PWN-COUNT.
               DISPLAY 'AGENDADAS......: ' WS-SCHEDULED-COUNT.
               DISPLAY 'VENCIDAS.......: ' WS-DUE-COUNT.
               DISPLAY 'CANCELADAS.....: ' WS-CANCELLED-COUNT.
               DISPLAY 'ADIADAS........: ' WS-HELD-COUNT.
               DISPLAY 'PENDENTES......: ' WS-STILL-PENDING-COUNT.
               DISPLAY 'RESULTADO PROMOVIDO PARA: EMPLOYEES.NEW'.
               PERFORM 0995-LOG-RUN-END.
               GOBACK.
               STRING "EMPLOYEES.NEW." WS-TIMESTAMP-TEXT
                   DELIMITED BY SIZE INTO WS-BACKUP-FILE-NAME.

      *    O movimento aplicado fica numa geracao datada do
      *    catalogo e EMP-TRANSACTIONS.DAT volta vazio, para a
      *    proxima execucao (noturna ou do RH) nao reaplicar.
           0265-ARCHIVE-TRANSACTIONS.
               IF RAW-TXN-PRESENT AND WS-RAW-COUNT > ZERO
                   MOVE SPACES TO WS-TXN-ARCHIVE-NAME
                   STRING "EMP-TRANSACTIONS.DAT." WS-TIMESTAMP-TEXT
                       DELIMITED BY SIZE INTO WS-TXN-ARCHIVE-NAME
                   OPEN INPUT RAW-TRANSACTION-FILE
                   IF WS-RAW-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO REABRIR EMP-TRANSACTIONS.DAT - "
                           "STATUS " WS-RAW-TXN-STATUS
                       STOP RUN
                   END-IF
                   OPEN OUTPUT TXN-ARCHIVE-FILE
                   IF WS-TXA-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR ARQUIVO DO MOVIMENTO - "
                           "FILE STATUS " WS-TXA-STATUS
                       STOP RUN
                   END-IF
                   READ RAW-TRANSACTION-FILE
                    AT END SET END-OF-RAW-TXN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-RAW-TXN
                       MOVE RAW-TXN-DETAILS TO TXN-ARCHIVE-LINE
                       WRITE TXN-ARCHIVE-LINE
                       READ RAW-TRANSACTION-FILE
                        AT END SET END-OF-RAW-TXN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TXN-ARCHIVE-FILE
                   CLOSE RAW-TRANSACTION-FILE
                   CALL "GENCATALOG" USING WS-TXN-GEN-BASE-NAME
                       WS-TIMESTAMP-TEXT WS-RAW-COUNT
                   END-CALL
                   OPEN OUTPUT RAW-TRANSACTION-FILE
                   IF WS-RAW-TXN-STATUS NOT = "00"
                       DISPLAY "ERRO AO ESVAZIAR EMP-TRANSACTIONS.DAT"
                           " - STATUS " WS-RAW-TXN-STATUS
                       STOP RUN
                   END-IF
                   CLOSE RAW-TRANSACTION-FILE
               END-IF.

      *    Copia EMPLOYEES.TMP por cima de EMPLOYEES.NEW para as
      *    transacoes aplicadas ficarem visiveis aos relatorios e ao
      *    proximo EMPLOADIDX.
               CLOSE NEW-MASTER-FILE.
               CLOSE MASTER-FILE.

      *    A nova geracao de pendencias (as que seguem futuras, as
      *    agendadas hoje e as adiadas) substitui o arquivo.
           0275-PROMOTE-PENDING.
               OPEN INPUT NEW-PENDING-FILE.
               IF WS-NPD-STATUS NOT = "00"
                   DISPLAY "ERRO AO REABRIR EMP-PENDING-CHANGES.TMP - "
                       "STATUS " WS-NPD-STATUS
                   STOP RUN
               END-IF.
               OPEN OUTPUT PENDING-FILE.
               IF WS-PND-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR EMP-PENDING-CHANGES.DAT - "
                       "STATUS " WS-PND-STATUS
                   STOP RUN
               END-IF.
               READ NEW-PENDING-FILE
                AT END SET END-OF-NEW-PENDING TO TRUE
               END-READ.
               PERFORM UNTIL END-OF-NEW-PENDING
                   WRITE PENDING-REC FROM NEW-PENDING-LINE
                   ADD 1 TO WS-STILL-PENDING-COUNT
                   READ NEW-PENDING-FILE
                    AT END SET END-OF-NEW-PENDING TO TRUE
                   END-READ
               END-PERFORM.
               CLOSE NEW-PENDING-FILE.
               CLOSE PENDING-FILE.

      *    Inclusao, ou alteracao que muda departamento/grade de um
      *    ativo, ocupa vaga na casa nova: conferida contra as vagas
      *    e o orcamento. Casa sem linha no quadro so gera aviso;
      *    acima do autorizado rejeita (R) ou segue com aviso (W).
           0280-CHECK-POSITION.
               MOVE 'Y' TO WS-POSITION-SWITCH.
               MOVE SPACES TO WS-POS-WARNING WS-POS-OVER-REASON.
               IF POSITION-CONTROL-ON
                   MOVE EMP-SSN OF TXN-DETAILS TO WS-ORG-FIND-SSN
                   PERFORM 0256-FIND-ORG-ENTRY
                   IF WS-ORG-HIT > ZERO
                           AND WS-ORG-STATUS(WS-ORG-HIT) = 'A'
                           AND WS-ORG-DEPT(WS-ORG-HIT) =
                               EMP-DEPARTMENT OF TXN-DETAILS
                           AND WS-ORG-GRADE(WS-ORG-HIT) =
                               EMP-JOB-GRADE OF TXN-DETAILS
                       CONTINUE
                   ELSE
                       MOVE EMP-DEPARTMENT OF TXN-DETAILS
                           TO WS-POS-FIND-DEPT
                       MOVE EMP-JOB-GRADE OF TXN-DETAILS
                           TO WS-POS-FIND-GRADE
                       PERFORM 0281-FIND-POSITION-CELL
                       EVALUATE TRUE
                           WHEN WS-POS-HIT = ZERO
                               MOVE 'SEM QUADRO PARA DEPTO/GRADE'
                                   TO WS-POS-WARNING
                           WHEN WS-POS-FILLED(WS-POS-HIT) >=
                                   WS-POS-AUTH(WS-POS-HIT)
                               MOVE 'ACIMA DO QUADRO AUTORIZADO'
                                   TO WS-POS-OVER-REASON
                           WHEN EMP-SALARY OF TXN-DETAILS NOT NUMERIC
                               CONTINUE
                           WHEN WS-POS-ACTUAL(WS-POS-HIT)
                                   + EMP-SALARY OF TXN-DETAILS >
                                   WS-POS-BUDGET(WS-POS-HIT)
                               MOVE 'ACIMA DO ORCAMENTO DO QUADRO'
                                   TO WS-POS-OVER-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF WS-POS-OVER-REASON NOT = SPACES
                       IF WS-POS-ENFORCE(WS-POS-HIT) = 'R'
                           SET POSITION-IS-OVER TO TRUE
                           MOVE WS-POS-OVER-REASON
                               TO MAINT-REJECT-REASON
                       ELSE
                           MOVE WS-POS-OVER-REASON TO WS-POS-WARNING
                       END-IF
                   END-IF
               END-IF.

           0281-FIND-POSITION-CELL.
               MOVE ZEROES TO WS-POS-HIT.
               PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                       UNTIL WS-POS-SUB > WS-POS-COUNT
                   IF WS-POS-DEPT(WS-POS-SUB) = WS-POS-FIND-DEPT
                           AND WS-POS-GRADE(WS-POS-SUB) =
                               WS-POS-FIND-GRADE
                       MOVE WS-POS-SUB TO WS-POS-HIT
                       MOVE WS-POS-COUNT TO WS-POS-SUB
                   END-IF
               END-PERFORM.

      *    Tira da casa onde esta contado o ativo da linha WS-ORG-HIT
      *    da tabela de reporte (antes de ele mudar ou sair).
           0282-RELEASE-POSITION-CELL.
               IF POSITION-CONTROL-ON
                       AND WS-ORG-STATUS(WS-ORG-HIT) = 'A'
                   MOVE WS-ORG-DEPT(WS-ORG-HIT) TO WS-POS-FIND-DEPT
                   MOVE WS-ORG-GRADE(WS-ORG-HIT) TO WS-POS-FIND-GRADE
                   PERFORM 0281-FIND-POSITION-CELL
                   IF WS-POS-HIT > ZERO
                       IF WS-POS-FILLED(WS-POS-HIT) > ZERO
                           SUBTRACT 1 FROM WS-POS-FILLED(WS-POS-HIT)
                       END-IF
                       IF WS-POS-ACTUAL(WS-POS-HIT) >
                               WS-ORG-SALARY(WS-ORG-HIT)
                           SUBTRACT WS-ORG-SALARY(WS-ORG-HIT)
                               FROM WS-POS-ACTUAL(WS-POS-HIT)
                       ELSE
                           MOVE ZEROES TO WS-POS-ACTUAL(WS-POS-HIT)
                       END-IF
                   END-IF
               END-IF.

      *    Conta o ativo da linha WS-ORG-HIT na sua casa do quadro.
           0283-TAKE-POSITION-CELL.
               IF POSITION-CONTROL-ON
                       AND WS-ORG-STATUS(WS-ORG-HIT) = 'A'
                   MOVE WS-ORG-DEPT(WS-ORG-HIT) TO WS-POS-FIND-DEPT
                   MOVE WS-ORG-GRADE(WS-ORG-HIT) TO WS-POS-FIND-GRADE
                   PERFORM 0281-FIND-POSITION-CELL
                   IF WS-POS-HIT > ZERO
                       ADD 1 TO WS-POS-FILLED(WS-POS-HIT)
                       ADD WS-ORG-SALARY(WS-ORG-HIT)
                           TO WS-POS-ACTUAL(WS-POS-HIT)
                   END-IF
               END-IF.

           0284-WRITE-POSITION-WARNING.
               MOVE SPACES TO POSITION-WARNING-LINE.
               MOVE WS-BUSINESS-DATE TO PWN-DATE.
               MOVE "EMPMAINT" TO PWN-PROGRAM.
               MOVE TXN-CODE OF TXN-DETAILS TO PWN-ORIGIN.
               MOVE EMP-SSN OF TXN-DETAILS TO PWN-SSN.
               MOVE EMP-DEPARTMENT OF TXN-DETAILS TO PWN-DEPARTMENT.
               MOVE EMP-JOB-GRADE OF TXN-DETAILS TO PWN-JOB-GRADE.
               MOVE WS-POS-WARNING TO PWN-REASON.
               WRITE POSITION-WARNING-LINE.
               IF WS-PWN-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR POSITION-WARNINGS.DAT - "
                       "STATUS " WS-PWN-STATUS
                   STOP RUN
               END-IF.
               ADD 1 TO WS-PWN-COUNT.
               MOVE SPACES TO WS-POS-WARNING.

          END PROGRAM EMPMAINT.
