       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PACXREF.
       AUTHOR.         Carlinhoshk.
      *Subprograma comum de consulta da referencia cruzada de
      *pacientes fundidos PATIENT-XREF.DAT (layout PACXRF.cpy),
      *gravada pelo PACIENTEFUSAO. Recebe um PATIENT-ID e devolve,
      *quando ele e um ID aposentado por fusao, o ID sobrevivente e
      *o indicador de achado 'Y'; para os demais devolve 'N' e o
      *sobrevivente zerado. Quem decide se o movimento e desviado
      *para o sobrevivente ou rejeitado e o programa chamador. A
      *tabela e carregada na primeira chamada da execucao; sem o
      *arquivo (nenhuma fusao feita ainda) ninguem e achado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "PATIENT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-REC.
           88 END-OF-XREF          VALUE HIGH-VALUES.
           COPY PACXRF.

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS        PIC XX VALUE SPACES.
       01 WS-TABLE-LOADED       PIC X VALUE 'N'.
           88 XREF-LOADED       VALUE 'Y'.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.
               10 WS-XT-RETIRED     PIC 9(6).
               10 WS-XT-SURVIVOR    PIC 9(6).
       01 WS-XREF-COUNT         PIC 9(4) VALUE 0.
       01 WS-XREF-MAX           PIC 9(4) VALUE 5000.
       01 WS-XREF-SUB           PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LNK-PATIENT-ID        PIC 9(6).
       01 LNK-SURVIVOR-ID       PIC 9(6).
       01 LNK-XREF-FOUND        PIC X.

       PROCEDURE DIVISION USING LNK-PATIENT-ID LNK-SURVIVOR-ID
           LNK-XREF-FOUND.
       0100-LOOKUP.
           IF NOT XREF-LOADED
               PERFORM 0150-LOAD-XREF-TABLE
           END-IF.
           MOVE 'N' TO LNK-XREF-FOUND.
           MOVE ZEROES TO LNK-SURVIVOR-ID.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
                       OR LNK-XREF-FOUND = 'Y'
               IF WS-XT-RETIRED(WS-XREF-SUB) = LNK-PATIENT-ID
                   MOVE WS-XT-SURVIVOR(WS-XREF-SUB) TO
                       LNK-SURVIVOR-ID
                   MOVE 'Y' TO LNK-XREF-FOUND
               END-IF
           END-PERFORM.
           GOBACK.

      *Uma tabela incompleta deixaria passar um ID aposentado como
      *se fosse paciente novo; melhor parar a rodada aqui.
       0150-LOAD-XREF-TABLE.
           SET XREF-LOADED TO TRUE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               READ XREF-FILE
                   AT END SET END-OF-XREF TO TRUE
               END-READ
               PERFORM UNTIL END-OF-XREF
                   IF WS-XREF-COUNT >= WS-XREF-MAX
                       DISPLAY "PATIENT-XREF.DAT TEM MAIS DE "
                           WS-XREF-MAX " FUSOES - AMPLIE A TABELA "
                           "DO PACXREF"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XRF-RETIRED-ID TO
                       WS-XT-RETIRED(WS-XREF-COUNT)
                   MOVE XRF-SURVIVOR-ID TO
                       WS-XT-SURVIVOR(WS-XREF-COUNT)
                   READ XREF-FILE
                       AT END SET END-OF-XREF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       END PROGRAM PACXREF.
