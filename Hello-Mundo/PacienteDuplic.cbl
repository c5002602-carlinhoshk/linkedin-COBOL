       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PACIENTEDUPLIC.
       AUTHOR.         Carlinhoshk.
      *Relatorio de candidatos a paciente duplicado: a mesma pessoa
      *cadastrada duas vezes pelas clinicas (sobrenome, nome e
      *nascimento iguais com PATIENT-ID diferente) tem o historico
      *de IMC partido em dois e pode cair duas vezes na rechamada.
      *O programa ordena PATIENT-MASTER.DAT por sobrenome, nome e
      *nascimento e lista em PATIENT-DUPLICATES-REPORT.DAT cada
      *grupo com mais de um ID, com sexo e situacao de cada um. A
      *decisao de qual ID sobrevive e da equipe do cadastro; a
      *fusao em si e feita pelo PACIENTEFUSAO. Os nomes sao
      *comparados como estao gravados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER ASSIGN TO "PATIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SORT-WORK ASSIGN TO "PACDUP.SRT".
           SELECT SORTED-MASTER ASSIGN TO "PATIENT-DUPLIC-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT DUPLICATE-REPORT
               ASSIGN TO "PATIENT-DUPLICATES-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-LINE     PIC X(59).

       SD  SORT-WORK.
       01  SORT-PAC-REC.
           05 SRT-PATIENT-ID       PIC 9(6).
           05 FILLER               PIC X.
           05 SRT-LASTNAME         PIC X(20).
           05 SRT-FIRSTNAME        PIC X(20).
           05 SRT-BIRTH-DATE       PIC 9(8).
           05 FILLER               PIC X(4).

       FD  SORTED-MASTER.
       01  SORTED-PAC-REC.
           88 END-OF-SORTED        VALUE HIGH-VALUES.
           COPY PACREC.

       FD  DUPLICATE-REPORT.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-SORTED-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

      *Grupo corrente: todos os IDs com a mesma chave de nome e
      *nascimento, guardados ate a chave mudar.
       01 WS-GROUP-KEY.
           05 WS-GK-LASTNAME       PIC X(20).
           05 WS-GK-FIRSTNAME      PIC X(20).
           05 WS-GK-BIRTH-DATE     PIC 9(8).
       01 WS-RECORD-KEY.
           05 WS-RK-LASTNAME       PIC X(20).
           05 WS-RK-FIRSTNAME      PIC X(20).
           05 WS-RK-BIRTH-DATE     PIC 9(8).
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 WS-GE-IMAGE      PIC X(59).
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-MAX PIC 9(3) VALUE 50.
       01 WS-GROUP-OVERFLOW PIC 9(3) VALUE 0.
       01 WS-GROUP-SUB PIC 9(3) VALUE 0.

       01  WS-GROUP-PATIENT.
           COPY PACREC.

       01 WS-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-DUP-GROUP-COUNT PIC 9(5) VALUE 0.
       01 WS-DUP-ID-COUNT PIC 9(7) VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'PACIENTEDUPLIC'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       01  WS-REPORT-TITLE.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(39) VALUE
              'CANDIDATOS A PACIENTE DUPLICADO - DATA '.
           05 WS-TITLE-DATE        PIC 9(8).

       01  WS-HEADING-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE 'ID'.
           05 FILLER               PIC X(20) VALUE 'SOBRENOME'.
           05 FILLER               PIC X(21) VALUE 'NOME'.
           05 FILLER               PIC X(12) VALUE 'NASCIMENTO'.
           05 FILLER               PIC X(6)  VALUE 'SEXO'.
           05 FILLER               PIC X(10) VALUE 'SITUACAO'.

       01  WS-GROUP-HEADER.
           05 FILLER               PIC X(6)  VALUE 'GRUPO '.
           05 WS-GH-NUMBER         PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE ' - '.
           05 WS-GH-COUNT          PIC ZZ9.
           05 FILLER               PIC X(13) VALUE ' IDS NO GRUPO'.

       01  WS-DETAIL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-ID            PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DET-LASTNAME      PIC X(20).
           05 WS-DET-FIRSTNAME     PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-DET-BIRTH-DATE    PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-DET-SEX           PIC X.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 WS-DET-STATUS        PIC X(10).

       01  WS-OVERFLOW-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'MAIS ALEM '.
           05 WS-OVF-COUNT         PIC ZZ9.
           05 FILLER               PIC X(31) VALUE
              ' IDS COM A MESMA CHAVE NO GRUPO'.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL         PIC X(40).
           05 WS-TOT-VALUE         PIC Z(6)9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MASTER.DAT - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           CLOSE PATIENT-MASTER.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-LASTNAME SRT-FIRSTNAME
                   SRT-BIRTH-DATE SRT-PATIENT-ID
               USING PATIENT-MASTER
               GIVING SORTED-MASTER.
           PERFORM 0120-OPEN-FILES.
           READ SORTED-MASTER
               AT END SET END-OF-SORTED TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-PATIENT UNTIL END-OF-SORTED.
           PERFORM 0300-FLUSH-GROUP.
           PERFORM 0400-WRITE-TOTALS.
           CLOSE SORTED-MASTER.
           CLOSE DUPLICATE-REPORT.
           DISPLAY "PACIENTES NO CADASTRO.: " WS-MASTER-COUNT.
           DISPLAY "GRUPOS DE DUPLICADOS..: " WS-DUP-GROUP-COUNT.
           DISPLAY "IDS NOS GRUPOS........: " WS-DUP-ID-COUNT.
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
           MOVE WS-MASTER-COUNT TO WS-RL-READ.
           MOVE WS-DUP-ID-COUNT TO WS-RL-WRITTEN.
           MOVE 'E' TO WS-RL-ACTION.
           MOVE 'OK' TO WS-RL-OUTCOME.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0120-OPEN-FILES.
           OPEN INPUT SORTED-MASTER.
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-DUPLIC-SORTED.TMP - "
                   "STATUS " WS-SORTED-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT DUPLICATE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-DUPLICATES-REPORT.DAT "
                   "- STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-TITLE-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

      *Quebra por sobrenome + nome + nascimento: o grupo anterior so
      *sai no relatorio quando a chave muda.
       0200-PROCESS-PATIENT.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE PAC-LASTNAME OF SORTED-PAC-REC TO WS-RK-LASTNAME.
           MOVE PAC-FIRSTNAME OF SORTED-PAC-REC TO WS-RK-FIRSTNAME.
           MOVE PAC-BIRTH-DATE OF SORTED-PAC-REC TO WS-RK-BIRTH-DATE.
           IF WS-RECORD-KEY NOT = WS-GROUP-KEY
               PERFORM 0300-FLUSH-GROUP
               MOVE WS-RECORD-KEY TO WS-GROUP-KEY
           END-IF.
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE SORTED-PAC-REC TO WS-GE-IMAGE(WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF.
           READ SORTED-MASTER
               AT END SET END-OF-SORTED TO TRUE
           END-READ.

       0300-FLUSH-GROUP.
           IF WS-GROUP-COUNT > 1
               ADD 1 TO WS-DUP-GROUP-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-DUP-GROUP-COUNT TO WS-GH-NUMBER
               COMPUTE WS-GH-COUNT = WS-GROUP-COUNT
                   + WS-GROUP-OVERFLOW
               WRITE REPORT-LINE FROM WS-GROUP-HEADER
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   PERFORM 0310-WRITE-GROUP-LINE
               END-PERFORM
               IF WS-GROUP-OVERFLOW > 0
                   MOVE WS-GROUP-OVERFLOW TO WS-OVF-COUNT
                   WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               END-IF
               COMPUTE WS-DUP-ID-COUNT = WS-DUP-ID-COUNT
                   + WS-GROUP-COUNT + WS-GROUP-OVERFLOW
           END-IF.
           MOVE ZEROES TO WS-GROUP-COUNT WS-GROUP-OVERFLOW.

      *Situacao em branco (registro anterior ao campo) e ativo.
       0310-WRITE-GROUP-LINE.
           MOVE WS-GE-IMAGE(WS-GROUP-SUB) TO WS-GROUP-PATIENT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PAC-PATIENT-ID OF WS-GROUP-PATIENT TO WS-DET-ID.
           MOVE PAC-LASTNAME OF WS-GROUP-PATIENT TO WS-DET-LASTNAME.
           MOVE PAC-FIRSTNAME OF WS-GROUP-PATIENT
               TO WS-DET-FIRSTNAME.
           MOVE PAC-BIRTH-DATE OF WS-GROUP-PATIENT
               TO WS-DET-BIRTH-DATE.
           MOVE PAC-PATIENT-SEX OF WS-GROUP-PATIENT TO WS-DET-SEX.
           IF PAC-IS-INACTIVE OF WS-GROUP-PATIENT
               MOVE 'DESATIVADO' TO WS-DET-STATUS
           ELSE
               MOVE 'ATIVO' TO WS-DET-STATUS
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DUP-GROUP-COUNT = 0
               MOVE "NENHUM CANDIDATO A DUPLICADO NO CADASTRO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "PACIENTES NO CADASTRO" TO WS-TOT-LABEL.
           MOVE WS-MASTER-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "GRUPOS DE CANDIDATOS" TO WS-TOT-LABEL.
           MOVE WS-DUP-GROUP-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "IDS ENVOLVIDOS" TO WS-TOT-LABEL.
           MOVE WS-DUP-ID-COUNT TO WS-TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       END PROGRAM PACIENTEDUPLIC.
