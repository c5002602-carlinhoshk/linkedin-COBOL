      *parametro EXTRACT-QUARTER (AAAAT) em RUN-PARAMETERS.DAT; sem
      *parametro vale o trimestre anterior ao corrente. Acaba com a
      *copia editada a mão que o compliance proibiu.
      *Cada geração enviada fica tambem guardada como
      *BMI-INSURER-EXTRACT.Gnnnnnn, para se poder dizer depois em
      *quais envios um paciente constou (IMCTITULAR).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               "BMI-INSURER-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT EXTRACT-COPY ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT GENERATION-FILE ASSIGN TO "BMI-EXTRACT-GENNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENNO-STATUS.

       FD  INSURER-EXTRACT.
       01  EXTRACT-LINE            PIC X(80).
           88 END-OF-EXTRACT       VALUE HIGH-VALUES.

       FD  EXTRACT-COPY.
       01  COPY-LINE               PIC X(80).

       FD  GENERATION-FILE.
       01  GENERATION-REC.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-GENNO-STATUS PIC XX VALUE SPACES.
       01 WS-COPY-STATUS PIC XX VALUE SPACES.
       01 WS-COPY-NAME PIC X(40) VALUE SPACES.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.

           CLOSE BMI-HISTORY.
           CLOSE INSURER-EXTRACT.
           PERFORM 0500-KEEP-GENERATION-COPY.
           DISPLAY "EXTRATO DA OPERADORA GERADO - GERACAO "
               WS-GENERATION-NUMBER.
           DISPLAY "TRIMESTRE SELECIONADO..: " WS-TARGET-QUARTER.
           DISPLAY "MEDICOES NO EXTRATO....: " WS-DETAIL-COUNT.
           DISPLAY "HASH TOTAL DE PACIENTE.: " WS-ID-HASH-TOTAL.
           DISPLAY "COPIA DA GERACAO.......: " WS-COPY-NAME.
           PERFORM 0995-LOG-RUN-END.
           STOP RUN.

               STOP RUN
           END-IF.

      *Copia linha a linha o extrato recem fechado para o nome da
      *geração; o BMI-INSURER-EXTRACT.DAT segue sendo o que vai para
      *a operadora.
       0500-KEEP-GENERATION-COPY.
           MOVE SPACES TO WS-COPY-NAME.
           STRING "BMI-INSURER-EXTRACT.G" WS-GENERATION-NUMBER
               DELIMITED BY SIZE INTO WS-COPY-NAME.
           OPEN INPUT INSURER-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR BMI-INSURER-EXTRACT.DAT - "
                   "STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-COPY.
           IF WS-COPY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-COPY-NAME " - STATUS "
                   WS-COPY-STATUS
               STOP RUN
           END-IF.
           READ INSURER-EXTRACT
               AT END SET END-OF-EXTRACT TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-EXTRACT
               MOVE EXTRACT-LINE TO COPY-LINE
               WRITE COPY-LINE
               READ INSURER-EXTRACT
                   AT END SET END-OF-EXTRACT TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INSURER-EXTRACT.
           CLOSE EXTRACT-COPY.

       END PROGRAM IMCEXTRATO.
