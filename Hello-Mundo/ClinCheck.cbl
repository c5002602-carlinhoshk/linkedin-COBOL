       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CLINCHECK.
       AUTHOR.         Carlinhoshk.
      *Subprograma comum de consulta do cadastro de clinicas
      *CLINICS.DAT (layout CLINREC.cpy). Recebe um codigo de clinica
      *e devolve o nome e o indicador de achado: 'Y' clinica ativa,
      *'I' clinica desativada, 'N' codigo que nao consta. Quem decide
      *o que fazer com a medicao e o programa chamador. A tabela e
      *carregada na primeira chamada da execucao; sem o arquivo
      *nenhum codigo e achado e o aviso sai uma vez.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLINIC-FILE ASSIGN TO "CLINICS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLINIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLINIC-FILE.
       01  CLINIC-REC.
           88 END-OF-CLINICS       VALUE HIGH-VALUES.
           COPY CLINREC.

       WORKING-STORAGE SECTION.
       01 WS-CLINIC-STATUS      PIC XX VALUE SPACES.
       01 WS-TABLE-LOADED       PIC X VALUE 'N'.
           88 CLINICS-LOADED    VALUE 'Y'.
       01 WS-CLINIC-TABLE.
           05 WS-CLINIC-ENTRY OCCURS 500 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-NAME        PIC X(30).
               10 WS-CT-STATUS      PIC X.
       01 WS-CLINIC-COUNT       PIC 9(3) VALUE 0.
       01 WS-CLINIC-MAX         PIC 9(3) VALUE 500.
       01 WS-CLINIC-SUB         PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 LNK-CLINIC-CODE       PIC X(4).
       01 LNK-CLINIC-NAME       PIC X(30).
       01 LNK-CLINIC-FOUND      PIC X.

       PROCEDURE DIVISION USING LNK-CLINIC-CODE LNK-CLINIC-NAME
           LNK-CLINIC-FOUND.
       0100-LOOKUP.
           IF NOT CLINICS-LOADED
               PERFORM 0150-LOAD-CLINIC-TABLE
           END-IF.
           MOVE 'N' TO LNK-CLINIC-FOUND.
           MOVE SPACES TO LNK-CLINIC-NAME.
           PERFORM VARYING WS-CLINIC-SUB FROM 1 BY 1
                   UNTIL WS-CLINIC-SUB > WS-CLINIC-COUNT
                       OR LNK-CLINIC-FOUND NOT = 'N'
               IF WS-CT-CODE(WS-CLINIC-SUB) = LNK-CLINIC-CODE
                   MOVE WS-CT-NAME(WS-CLINIC-SUB) TO LNK-CLINIC-NAME
                   IF WS-CT-STATUS(WS-CLINIC-SUB) = 'I'
                       MOVE 'I' TO LNK-CLINIC-FOUND
                   ELSE
                       MOVE 'Y' TO LNK-CLINIC-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           GOBACK.

      *Uma tabela incompleta rejeitaria as medicoes das clinicas que
      *ficaram de fora; melhor parar a rodada aqui.
       0150-LOAD-CLINIC-TABLE.
           SET CLINICS-LOADED TO TRUE.
           OPEN INPUT CLINIC-FILE.
           IF WS-CLINIC-STATUS NOT = "00"
               DISPLAY "AVISO: SEM CLINICS.DAT - NENHUMA CLINICA "
                   "RECONHECIDA NESTA RODADA"
           ELSE
               READ CLINIC-FILE
                   AT END SET END-OF-CLINICS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CLINICS
                   IF CLIN-CODE NOT = SPACES
                       IF WS-CLINIC-COUNT >= WS-CLINIC-MAX
                           DISPLAY "CLINICS.DAT TEM MAIS DE "
                               WS-CLINIC-MAX " CLINICAS - AMPLIE A "
                               "TABELA DO CLINCHECK"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLINIC-COUNT
                       MOVE CLIN-CODE TO WS-CT-CODE(WS-CLINIC-COUNT)
                       MOVE CLIN-NAME TO WS-CT-NAME(WS-CLINIC-COUNT)
                       MOVE CLIN-STATUS TO
                           WS-CT-STATUS(WS-CLINIC-COUNT)
                   END-IF
                   READ CLINIC-FILE
                       AT END SET END-OF-CLINICS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLINIC-FILE
           END-IF.

       END PROGRAM CLINCHECK.
