       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASOF.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: reconstroi o cadastro de
      *           funcionarios como estava numa data passada, a
      *           partir do EMPLOYEES.NEW atual desfazendo, do mais
      *           novo para o mais antigo, as linhas de
      *           EMP-CHANGE-JOURNAL.DAT posteriores a data. Filtros
      *           de RUN-PARAMETERS.DAT: ASOF-DATE (AAAAMMDD,
      *           obrigatorio), ASOF-SSN e ASOF-DEPT (opcionais). O
      *           resultado sai no layout EMPREC em
      *           EMPLOYEES-ASOF.DAT e listado em ASOF-REPORT.DAT,
      *           com os SSN cujo diario tem lacuna marcados como
      *           reconstrucao nao confiavel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
            FILE STATUS IS WS-MASTER-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-JOURNAL ASSIGN TO "EMP-CHANGE-JOURNAL.DAT"
            FILE STATUS IS WS-JOURNAL-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASOF-MASTER ASSIGN TO "EMPLOYEES-ASOF.DAT"
            FILE STATUS IS WS-ASOF-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASOF-REPORT ASSIGN TO "ASOF-REPORT.DAT"
            FILE STATUS IS WS-REPORT-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-DETAILS.
           88  END-OF-MASTER          VALUE HIGH-VALUES.
           COPY EMPREC.

       FD CHANGE-JOURNAL.
       01 JOURNAL-REC.
           88  END-OF-JOURNAL         VALUE HIGH-VALUES.
           COPY EMPCHJ.

       FD ASOF-MASTER.
       01 ASOF-DETAILS.
           COPY EMPREC.

       FD ASOF-REPORT.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-ASOF-STATUS              PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.

       01  WS-PARAM-NAME               PIC X(16) VALUE SPACES.
       01  WS-PARAM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-PARAM-FOUND              PIC X VALUE 'N'.

       01  WS-ASOF-DATE                PIC 9(8) VALUE ZERO.
       01  WS-FILTER-SSN               PIC 9(9) VALUE ZERO.
       01  WS-FILTER-DEPT              PIC X(4) VALUE SPACES.

      *O cadastro como esta hoje, registro a registro no layout
      *EMPREC, e que vai sendo desfeito ate a data pedida. Um SSN
      *excluido depois da data volta a tabela so com o sobrenome
      *que o diario guardou.
       01  WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 10000 TIMES.
              10 WS-REC-IMAGE          PIC X(76).
              10 WS-REC-EXISTS         PIC X.
              10 WS-REC-GAP            PIC X.
              10 WS-REC-GAP-REASON     PIC X(40).
       01  WS-REC-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REC-MAX                  PIC 9(5) VALUE 10000.
       01  WS-REC-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-REC-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-REC-FIND-SSN             PIC 9(9) VALUE ZERO.

      *Linhas do diario posteriores a data, na ordem do arquivo
      *(cronologica); sao desfeitas de tras para frente.
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 20000 TIMES.
              10 WS-JRN-DATE           PIC 9(8).
              10 WS-JRN-SSN            PIC 9(9).
              10 WS-JRN-FIELD          PIC X(12).
              10 WS-JRN-OLD            PIC X(15).
              10 WS-JRN-NEW            PIC X(15).
       01  WS-JRN-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-JRN-MAX                  PIC 9(5) VALUE 20000.
       01  WS-JRN-SUB                  PIC 9(5) VALUE ZERO.
       01  WS-JRN-READ-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-JRN-FIRST-DATE           PIC 9(8) VALUE ZERO.
       01  WS-JRN-UNDONE-COUNT         PIC 9(7) VALUE ZERO.

      *Posicao e tamanho de cada campo do diario dentro do
      *registro EMPREC.
       01  WS-FLD-POS                  PIC 99 VALUE ZERO.
       01  WS-FLD-LEN                  PIC 99 VALUE ZERO.

       01  WS-WORK-REC.
           COPY EMPREC.

       01  WS-OUTPUT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-GAP-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-EARLY-SWITCH             PIC X VALUE 'N'.
           88 DATE-BEFORE-JOURNAL      VALUE 'Y'.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'EMPASOF'.
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
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'CADASTRO DE FUNCIONARIOS NA DATA DE REFERENCIA'.

       01  WS-FILTER-LINE.
           05 FILLER                   PIC X(20) VALUE
              'DATA DE REFERENCIA:'.
           05 WS-FLT-DATE              PIC 9(8).
           05 FILLER                   PIC X(7)  VALUE '  SSN: '.
           05 WS-FLT-SSN               PIC X(9).
           05 FILLER                   PIC X(9)  VALUE '  DEPTO: '.
           05 WS-FLT-DEPT              PIC X(5).

       01  WS-EARLY-LINE.
           05 FILLER                   PIC X(39) VALUE
              '*** DATA ANTERIOR AO INICIO DO DIARIO ('.
           05 WS-EL-FIRST              PIC 9(8).
           05 FILLER                   PIC X(40) VALUE
              ') - NENHUM REGISTRO E CONFIAVEL ***'.

      *A linha de detalhe e o proprio registro EMPREC; a regua
      *marca onde comeca cada campo.
       01  WS-HEADING-LINE.
           05 FILLER PIC X(9)  VALUE 'SSN'.
           05 FILLER PIC X(15) VALUE 'SOBRENOME'.
           05 FILLER PIC X(10) VALUE 'NOME'.
           05 FILLER PIC X(4)  VALUE 'DPTO'.
           05 FILLER PIC X(8)  VALUE 'ADMISSAO'.
           05 FILLER PIC X(2)  VALUE 'GR'.
           05 FILLER PIC X(9)  VALUE 'SALARIO'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(9)  VALUE 'DESLIG.'.
           05 FILLER PIC X(9)  VALUE 'GESTOR'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'CONFERE'.

       01  WS-DETAIL-LINE.
           05 WS-DET-IMAGE             PIC X(76).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-FLAG              PIC X(8).

       01  WS-SECTION-GAP.
           05 FILLER                   PIC X(60) VALUE
              'SSN COM LACUNA NO DIARIO - RECONSTRUCAO NAO CONFIAVEL'.

       01  WS-GAP-LINE.
           05 WS-GL-SSN                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-GL-REASON             PIC X(40).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE 'NENHUM'.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(12) VALUE 'REGISTROS:'.
           05 WS-TOT-OUTPUT            PIC ZZZZZZ9.
           05 FILLER                   PIC X(22) VALUE
              '  LINHAS DESFEITAS:'.
           05 WS-TOT-UNDONE            PIC ZZZZZZ9.
           05 FILLER                   PIC X(14) VALUE
              '  COM LACUNA:'.
           05 WS-TOT-GAP               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0100-BEGIN.
           PERFORM 0005-LOG-RUN-START.
           PERFORM 0110-READ-PARAMETERS.

           MOVE "EMPLOYEES.NEW" TO WS-CHECK-FILE-NAME.
           CALL "FILECHECK" USING WS-CHECK-FILE-NAME
               WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
           END-CALL.
           IF WS-CHECK-RESULT NOT = 'Y'
               DISPLAY "EMPLOYEES.NEW REPROVADO NA VERIFICACAO "
                   "DE INTEGRIDADE - EXECUCAO INTERROMPIDA"
               STOP RUN
           END-IF.

           PERFORM 0120-LOAD-MASTER.
           PERFORM 0130-LOAD-JOURNAL.
           PERFORM VARYING WS-JRN-SUB FROM WS-JRN-COUNT BY -1
                   UNTIL WS-JRN-SUB < 1
               PERFORM 0200-UNDO-JOURNAL-LINE
           END-PERFORM.
           IF DATE-BEFORE-JOURNAL
               PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                       UNTIL WS-REC-SUB > WS-REC-COUNT
                   IF WS-REC-GAP(WS-REC-SUB) = 'N'
                           AND WS-REC-EXISTS(WS-REC-SUB) = 'Y'
                       MOVE 'DATA ANTERIOR AO INICIO DO DIARIO'
                           TO WS-REC-GAP-REASON(WS-REC-SUB)
                       MOVE 'Y' TO WS-REC-GAP(WS-REC-SUB)
                   END-IF
               END-PERFORM
           END-IF.

           OPEN OUTPUT ASOF-MASTER.
           IF WS-ASOF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES-ASOF.DAT - STATUS "
                   WS-ASOF-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ASOF-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ASOF-REPORT.DAT - STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           WRITE REPORT-LINE FROM WS-FILTER-LINE.
           IF DATE-BEFORE-JOURNAL
               MOVE WS-JRN-FIRST-DATE TO WS-EL-FIRST
               WRITE REPORT-LINE FROM WS-EARLY-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-REC-COUNT
               PERFORM 0300-WRITE-ONE-RECORD
           END-PERFORM.
           IF WS-OUTPUT-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM 0400-LIST-GAPS.

           MOVE WS-OUTPUT-COUNT TO WS-TOT-OUTPUT.
           MOVE WS-JRN-UNDONE-COUNT TO WS-TOT-UNDONE.
           MOVE WS-GAP-COUNT TO WS-TOT-GAP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE ASOF-MASTER.
           CLOSE ASOF-REPORT.
           DISPLAY "DATA DE REFERENCIA..........: " WS-ASOF-DATE.
           DISPLAY "LINHAS DO DIARIO DESFEITAS..: "
               WS-JRN-UNDONE-COUNT.
           DISPLAY "REGISTROS RECONSTRUIDOS.....: " WS-OUTPUT-COUNT.
           DISPLAY "SSN COM LACUNA NO DIARIO....: " WS-GAP-COUNT.
           DISPLAY "CADASTRO EM: EMPLOYEES-ASOF.DAT".
           DISPLAY "RELATORIO EM: ASOF-REPORT.DAT".
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
           MOVE WS-JRN-READ-COUNT TO WS-RL-READ.
           MOVE WS-OUTPUT-COUNT TO WS-RL-WRITTEN.
           MOVE WS-GAP-COUNT TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

      *A data e obrigatoria; SSN e departamento sao filtros
      *opcionais (ausentes, o cadastro sai inteiro). O departamento
      *e o da data de referencia, nao o atual.
       0110-READ-PARAMETERS.
           MOVE "ASOF-DATE" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-ASOF-DATE =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           IF WS-ASOF-DATE < 19000101 OR WS-ASOF-DATE > 99991231
               DISPLAY "PARAMETRO ASOF-DATE AUSENTE OU INVALIDO - "
                   "INFORME AAAAMMDD EM RUN-PARAMETERS.DAT"
               STOP RUN
           END-IF.
           MOVE "ASOF-SSN" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-FILTER-SSN =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.
           MOVE "ASOF-DEPT" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-FILTER-DEPT
           END-IF.
           MOVE WS-ASOF-DATE TO WS-FLT-DATE.
           IF WS-FILTER-SSN = ZERO
               MOVE "TODOS" TO WS-FLT-SSN
           ELSE
               MOVE WS-FILTER-SSN TO WS-FLT-SSN
           END-IF.
           IF WS-FILTER-DEPT = SPACES
               MOVE "TODOS" TO WS-FLT-DEPT
           ELSE
               MOVE WS-FILTER-DEPT TO WS-FLT-DEPT
           END-IF.

      *Gestor em branco (registro anterior ao campo) entra como
      *zero, o mesmo valor que o diario grava para "sem gestor".
       0120-LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEES.NEW - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0150-READ-MASTER-DATA.
           PERFORM UNTIL END-OF-MASTER
               IF WS-FILTER-SSN = ZERO
                       OR EMP-SSN OF EMPLOYEE-DETAILS = WS-FILTER-SSN
                   IF WS-REC-COUNT >= WS-REC-MAX
                       DISPLAY "TABELA DE FUNCIONARIOS CHEIA COM "
                           WS-REC-MAX " REGISTROS - EXECUCAO "
                           "INTERROMPIDA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REC-COUNT
                   MOVE EMPLOYEE-DETAILS TO WS-WORK-REC
                   IF EMP-MANAGER-SSN OF WS-WORK-REC NOT NUMERIC
                       MOVE ZEROES TO EMP-MANAGER-SSN OF WS-WORK-REC
                   END-IF
                   MOVE WS-WORK-REC TO WS-REC-IMAGE(WS-REC-COUNT)
                   MOVE 'Y' TO WS-REC-EXISTS(WS-REC-COUNT)
                   MOVE 'N' TO WS-REC-GAP(WS-REC-COUNT)
                   MOVE SPACES TO WS-REC-GAP-REASON(WS-REC-COUNT)
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

      *Guarda so as linhas que mudaram o cadastro depois da data.
      *Se a primeira linha do diario ja e posterior a data, o que
      *mudou entre a data e o inicio do diario nao esta em lugar
      *nenhum, e nenhum registro reconstruido e confiavel.
       0130-LOAD-JOURNAL.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY "EMP-CHANGE-JOURNAL.DAT NAO EXISTE - CADASTRO "
                   "ATUAL SEM ALTERACOES A DESFAZER"
               SET DATE-BEFORE-JOURNAL TO TRUE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EMP-CHANGE-JOURNAL.DAT - "
                       "FILE STATUS " WS-JOURNAL-STATUS
                   STOP RUN
               END-IF
               READ CHANGE-JOURNAL
                   AT END SET END-OF-JOURNAL TO TRUE
               END-READ
               IF NOT END-OF-JOURNAL
                   MOVE CHJ-DATE TO WS-JRN-FIRST-DATE
                   IF CHJ-DATE > WS-ASOF-DATE
                       SET DATE-BEFORE-JOURNAL TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-JOURNAL
                   ADD 1 TO WS-JRN-READ-COUNT
                   IF CHJ-DATE > WS-ASOF-DATE
                           AND (WS-FILTER-SSN = ZERO
                           OR CHJ-SSN = WS-FILTER-SSN)
                           AND CHJ-FIELD NOT = "AGENDADA"
                           AND CHJ-FIELD NOT = "CANCELADA"
                       IF WS-JRN-COUNT >= WS-JRN-MAX
                           DISPLAY "MAIS DE " WS-JRN-MAX " LINHAS DO "
                               "DIARIO APOS A DATA - EXECUCAO "
                               "INTERROMPIDA"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-JRN-COUNT
                       MOVE CHJ-DATE TO WS-JRN-DATE(WS-JRN-COUNT)
                       MOVE CHJ-SSN TO WS-JRN-SSN(WS-JRN-COUNT)
                       MOVE CHJ-FIELD TO WS-JRN-FIELD(WS-JRN-COUNT)
                       MOVE CHJ-OLD-VALUE TO WS-JRN-OLD(WS-JRN-COUNT)
                       MOVE CHJ-NEW-VALUE TO WS-JRN-NEW(WS-JRN-COUNT)
                   END-IF
                   READ CHANGE-JOURNAL
                       AT END SET END-OF-JOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL
           END-IF.

      *Desfaz uma linha do diario. Antes de voltar ao valor antigo,
      *o valor novo da linha tem de ser o que o registro tem agora;
      *se nao for, alguem mudou o campo sem passar pelo diario (ou
      *uma linha se perdeu) e o SSN fica marcado com lacuna.
       0200-UNDO-JOURNAL-LINE.
           ADD 1 TO WS-JRN-UNDONE-COUNT.
           MOVE WS-JRN-SSN(WS-JRN-SUB) TO WS-REC-FIND-SSN.
           PERFORM 0600-FIND-RECORD.
           EVALUATE WS-JRN-FIELD(WS-JRN-SUB)
               WHEN "INCLUSAO"
                   PERFORM 0210-UNDO-ADD
               WHEN "EXCLUSAO"
                   PERFORM 0220-UNDO-DELETE
               WHEN OTHER
                   PERFORM 0230-UNDO-FIELD-CHANGE
           END-EVALUATE.

      *Incluido depois da data: nao existia na data.
       0210-UNDO-ADD.
           EVALUATE TRUE
               WHEN WS-REC-HIT = ZERO
                   PERFORM 0610-ADD-RECORD
                   MOVE 'N' TO WS-REC-EXISTS(WS-REC-HIT)
                   MOVE 'INCLUSAO DE SSN FORA DO CADASTRO'
                       TO WS-REC-GAP-REASON(WS-REC-HIT)
                   MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
               WHEN WS-REC-EXISTS(WS-REC-HIT) = 'N'
                   MOVE 'INCLUSAO SEM EXCLUSAO ENTRE ELAS'
                       TO WS-REC-GAP-REASON(WS-REC-HIT)
                   MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
               WHEN OTHER
                   MOVE 'N' TO WS-REC-EXISTS(WS-REC-HIT)
           END-EVALUATE.

      *Excluido depois da data: existia, mas o diario so guarda o
      *sobrenome; os demais campos nao tem de onde voltar.
       0220-UNDO-DELETE.
           IF WS-REC-HIT = ZERO
               PERFORM 0610-ADD-RECORD
           ELSE
               IF WS-REC-EXISTS(WS-REC-HIT) = 'Y'
                   MOVE 'EXCLUSAO DE SSN AINDA NO CADASTRO'
                       TO WS-REC-GAP-REASON(WS-REC-HIT)
                   MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
               END-IF
           END-IF.
           MOVE 'Y' TO WS-REC-EXISTS(WS-REC-HIT).
           MOVE WS-REC-IMAGE(WS-REC-HIT) TO WS-WORK-REC.
           MOVE WS-JRN-OLD(WS-JRN-SUB)
               TO EMP-LASTNAME OF WS-WORK-REC.
           MOVE WS-WORK-REC TO WS-REC-IMAGE(WS-REC-HIT).
           IF WS-REC-GAP(WS-REC-HIT) = 'N'
               MOVE 'EXCLUIDO - DIARIO SO TEM O SOBRENOME'
                   TO WS-REC-GAP-REASON(WS-REC-HIT)
               MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
           END-IF.

       0230-UNDO-FIELD-CHANGE.
           MOVE ZEROES TO WS-FLD-POS WS-FLD-LEN.
           EVALUATE WS-JRN-FIELD(WS-JRN-SUB)
               WHEN "SOBRENOME"
                   MOVE 10 TO WS-FLD-POS
                   MOVE 15 TO WS-FLD-LEN
               WHEN "NOME"
                   MOVE 25 TO WS-FLD-POS
                   MOVE 10 TO WS-FLD-LEN
               WHEN "DEPARTAMENTO"
                   MOVE 35 TO WS-FLD-POS
                   MOVE 4 TO WS-FLD-LEN
               WHEN "ADMISSAO"
                   MOVE 39 TO WS-FLD-POS
                   MOVE 8 TO WS-FLD-LEN
               WHEN "GRADE"
                   MOVE 47 TO WS-FLD-POS
                   MOVE 2 TO WS-FLD-LEN
               WHEN "SALARIO"
                   MOVE 49 TO WS-FLD-POS
                   MOVE 9 TO WS-FLD-LEN
               WHEN "DESLIGAMENTO"
                   MOVE 58 TO WS-FLD-POS
                   MOVE 1 TO WS-FLD-LEN
               WHEN "GESTOR"
                   MOVE 68 TO WS-FLD-POS
                   MOVE 9 TO WS-FLD-LEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-FLD-POS = ZERO
                   CONTINUE
               WHEN WS-REC-HIT = ZERO
                   PERFORM 0610-ADD-RECORD
                   MOVE 'N' TO WS-REC-EXISTS(WS-REC-HIT)
                   MOVE 'ALTERACAO DE SSN FORA DO CADASTRO'
                       TO WS-REC-GAP-REASON(WS-REC-HIT)
                   MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
               WHEN WS-REC-EXISTS(WS-REC-HIT) = 'N'
                   IF WS-REC-GAP(WS-REC-HIT) = 'N'
                       MOVE 'ALTERACAO DE SSN FORA DO CADASTRO'
                           TO WS-REC-GAP-REASON(WS-REC-HIT)
                       MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
                   END-IF
               WHEN OTHER
                   MOVE WS-REC-IMAGE(WS-REC-HIT) TO WS-WORK-REC
                   IF WS-WORK-REC(WS-FLD-POS:WS-FLD-LEN) NOT =
                           WS-JRN-NEW(WS-JRN-SUB)(1:WS-FLD-LEN)
                           AND WS-REC-GAP(WS-REC-HIT) = 'N'
                       MOVE SPACES TO WS-REC-GAP-REASON(WS-REC-HIT)
                       STRING 'DIARIO NAO FECHA EM '
                           WS-JRN-FIELD(WS-JRN-SUB)
                           DELIMITED BY SIZE
                           INTO WS-REC-GAP-REASON(WS-REC-HIT)
                       MOVE 'Y' TO WS-REC-GAP(WS-REC-HIT)
                   END-IF
                   MOVE WS-JRN-OLD(WS-JRN-SUB)(1:WS-FLD-LEN)
                       TO WS-WORK-REC(WS-FLD-POS:WS-FLD-LEN)
      *            Ativo na data: ainda nao tinha data de desligamento.
                   IF WS-JRN-FIELD(WS-JRN-SUB) = "DESLIGAMENTO"
                       MOVE ZEROES TO EMP-TERM-DATE OF WS-WORK-REC
                   END-IF
                   MOVE WS-WORK-REC TO WS-REC-IMAGE(WS-REC-HIT)
           END-EVALUATE.

       0300-WRITE-ONE-RECORD.
           MOVE WS-REC-IMAGE(WS-REC-SUB) TO WS-WORK-REC.
           IF WS-REC-EXISTS(WS-REC-SUB) = 'Y'
                   AND (WS-FILTER-DEPT = SPACES
                   OR EMP-DEPARTMENT OF WS-WORK-REC = WS-FILTER-DEPT)
               ADD 1 TO WS-OUTPUT-COUNT
               WRITE ASOF-DETAILS FROM WS-WORK-REC
               IF WS-ASOF-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR EMPLOYEES-ASOF.DAT - "
                       "STATUS " WS-ASOF-STATUS
                   STOP RUN
               END-IF
               MOVE WS-WORK-REC TO WS-DET-IMAGE
               IF WS-REC-GAP(WS-REC-SUB) = 'Y'
                   MOVE '*LACUNA*' TO WS-DET-FLAG
               ELSE
                   MOVE 'OK' TO WS-DET-FLAG
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *Todo SSN marcado, inclusive os que nao existiam na data
      *(uma inclusao ou alteracao sem registro tambem e lacuna).
       0400-LIST-GAPS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-GAP.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-REC-COUNT
               MOVE WS-REC-IMAGE(WS-REC-SUB) TO WS-WORK-REC
               IF WS-REC-GAP(WS-REC-SUB) = 'Y'
                       AND (WS-FILTER-DEPT = SPACES
                       OR EMP-DEPARTMENT OF WS-WORK-REC =
                           WS-FILTER-DEPT)
                   ADD 1 TO WS-GAP-COUNT
                   MOVE EMP-SSN OF WS-WORK-REC TO WS-GL-SSN
                   MOVE WS-REC-GAP-REASON(WS-REC-SUB) TO WS-GL-REASON
                   WRITE REPORT-LINE FROM WS-GAP-LINE
               END-IF
           END-PERFORM.
           IF WS-GAP-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       0600-FIND-RECORD.
           MOVE ZEROES TO WS-REC-HIT.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-REC-COUNT
               MOVE WS-REC-IMAGE(WS-REC-SUB) TO WS-WORK-REC
               IF EMP-SSN OF WS-WORK-REC = WS-REC-FIND-SSN
                   MOVE WS-REC-SUB TO WS-REC-HIT
                   MOVE WS-REC-COUNT TO WS-REC-SUB
               END-IF
           END-PERFORM.

      *Linha nova na tabela para um SSN que nao esta no cadastro
      *atual: so o SSN, demais campos em branco/zero.
       0610-ADD-RECORD.
           IF WS-REC-COUNT >= WS-REC-MAX
               DISPLAY "TABELA DE FUNCIONARIOS CHEIA COM "
                   WS-REC-MAX " REGISTROS - EXECUCAO INTERROMPIDA"
               STOP RUN
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO WS-REC-HIT.
           MOVE SPACES TO WS-WORK-REC.
           MOVE WS-REC-FIND-SSN TO EMP-SSN OF WS-WORK-REC.
           MOVE ZEROES TO EMP-HIRE-DATE OF WS-WORK-REC
               EMP-SALARY OF WS-WORK-REC
               EMP-TERM-DATE OF WS-WORK-REC
               EMP-MANAGER-SSN OF WS-WORK-REC.
           MOVE WS-WORK-REC TO WS-REC-IMAGE(WS-REC-HIT).
           MOVE 'N' TO WS-REC-EXISTS(WS-REC-HIT).
           MOVE 'N' TO WS-REC-GAP(WS-REC-HIT).
           MOVE SPACES TO WS-REC-GAP-REASON(WS-REC-HIT).

          END PROGRAM EMPASOF.
