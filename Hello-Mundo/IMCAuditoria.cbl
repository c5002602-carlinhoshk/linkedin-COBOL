      *relatorio mensal, move as linhas mais antigas que o corte de
      *retenção para um arquivo morto datado e encolhe o log vivo.
      *Compliance fica com o historico; operação fica com o log leve.
      *Cada arquivo morto gerado e anotado em
      *BMI-AUDIT-ARCHIVE-LIST.DAT (nome, linhas, corte), que e por
      *onde o IMCTITULAR encontra os mortos de meses passados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT MONTHLY-REPORT ASSIGN TO "BMI-AUDIT-MONTHLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ARCHIVE-LIST ASSIGN TO "BMI-AUDIT-ARCHIVE-LIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTHLY-REPORT.
       01  REPORT-LINE             PIC X(80).

       FD  ARCHIVE-LIST.
       01  ARCHIVE-LIST-REC.
           05 ALS-ARCHIVE-NAME     PIC X(40).
           05 FILLER               PIC X.
           05 ALS-LINE-COUNT       PIC 9(7).
           05 FILLER               PIC X.
           05 ALS-CUTOFF-YYYYMM    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-KEEP-STATUS          PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-LIST-STATUS          PIC XX VALUE SPACES.

       01  WS-ARCHIVE-NAME         PIC X(40) VALUE SPACES.

           CLOSE AUDIT-ARCHIVE.
           PERFORM 0500-WRITE-MONTHLY-REPORT.
           PERFORM 0600-SHRINK-LIVE-LOG.
           PERFORM 0700-REGISTER-ARCHIVE.
           DISPLAY "LINHAS LIDAS DO LOG....: " WS-READ-COUNT.
           DISPLAY "LINHAS MANTIDAS........: " WS-KEPT-COUNT.
           DISPLAY "LINHAS ARQUIVADAS......: " WS-ARCHIVED-COUNT.
           CLOSE AUDIT-KEEP.
           CLOSE BMI-AUDIT-LOG.

      *O morto e criado mesmo sem linhas; a lista registra todos
      *para que a contagem do registro bata com os arquivos em disco.
       0700-REGISTER-ARCHIVE.
           OPEN EXTEND ARCHIVE-LIST.
           IF WS-LIST-STATUS = "35"
               OPEN OUTPUT ARCHIVE-LIST
           END-IF.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-AUDIT-ARCHIVE-LIST.DAT - "
                   "STATUS " WS-LIST-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ARCHIVE-LIST-REC.
           MOVE WS-ARCHIVE-NAME TO ALS-ARCHIVE-NAME.
           MOVE WS-ARCHIVED-COUNT TO ALS-LINE-COUNT.
           MOVE WS-CUTOFF-YYYYMM TO ALS-CUTOFF-YYYYMM.
           WRITE ARCHIVE-LIST-REC.
           CLOSE ARCHIVE-LIST.

       END PROGRAM IMCAUDITORIA.
