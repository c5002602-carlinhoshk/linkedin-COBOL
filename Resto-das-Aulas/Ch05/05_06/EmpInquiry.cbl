      *           percorre todos os homonimos para o operador achar
      *           a pessoa certa, com o mesmo detalhe da consulta
      *           por SSN.
      *2026-10-15 Linha de reporte: a consulta mostra o SSN do
      *           gestor; na consulta por SSN mostra tambem o nome e
      *           a situação do gestor e lista os subordinados
      *           diretos pela chave alternada IDX-MANAGER-SSN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDX-SSN
            ALTERNATE RECORD KEY IS IDX-LASTNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS IDX-MANAGER-SSN
                WITH DUPLICATES.

       DATA DIVISION.
           05  IDX-STATUS             PIC X.
           05  IDX-TERM-DATE          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  IDX-MANAGER-SSN        PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-STATUS             PIC XX VALUE SPACES.
       01  WS-SALARY-EDIT              PIC Z,ZZZ,ZZ9.99.
       01  WS-BROWSE-EOF               PIC X VALUE 'N'.
           88 END-OF-BROWSE            VALUE 'Y'.
       01  WS-SHOWN-SSN                PIC 9(9) VALUE ZERO.
       01  WS-SHOWN-MANAGER            PIC 9(9) VALUE ZERO.
       01  WS-REPORT-COUNT             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-BEGIN.
                           "CADASTRO EMPLOYEES.IDX"
                   NOT INVALID KEY
                       PERFORM 0400-SHOW-EMPLOYEE
                       PERFORM 0500-SHOW-REPORTING-LINE
               END-READ
           END-IF.

           ELSE
               DISPLAY "SITUACAO.....: ATIVO"
           END-IF.
           IF IDX-MANAGER-SSN = ZERO
               DISPLAY "GESTOR.......: (SEM GESTOR)"
           ELSE
               DISPLAY "GESTOR.......: " IDX-MANAGER-SSN
           END-IF.

      *Gestor e subordinados diretos so na consulta por SSN: ler o
      *gestor e navegar pela chave de gestor tiraria a consulta por
      *sobrenome da posição entre os homonimos.
       0500-SHOW-REPORTING-LINE.
           MOVE IDX-SSN TO WS-SHOWN-SSN.
           MOVE IDX-MANAGER-SSN TO WS-SHOWN-MANAGER.
           IF WS-SHOWN-MANAGER NOT = ZERO
               MOVE WS-SHOWN-MANAGER TO IDX-SSN
               READ EMPLOYEE-INDEX
                   INVALID KEY
                       DISPLAY "  GESTOR " WS-SHOWN-MANAGER
                           " NAO CONSTA NO CADASTRO"
                   NOT INVALID KEY
                       PERFORM 0510-SHOW-MANAGER
               END-READ
           END-IF.
           MOVE ZERO TO WS-REPORT-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF.
           MOVE WS-SHOWN-SSN TO IDX-MANAGER-SSN.
           START EMPLOYEE-INDEX
               KEY IS = IDX-MANAGER-SSN
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START.
           PERFORM 0520-BROWSE-NEXT-REPORT
               UNTIL END-OF-BROWSE.
           IF WS-REPORT-COUNT = ZERO
               DISPLAY "SUBORDINADOS.: NENHUM"
           ELSE
               DISPLAY "TOTAL DE SUBORDINADOS: " WS-REPORT-COUNT
           END-IF.

       0510-SHOW-MANAGER.
           IF IDX-STATUS = 'T'
               DISPLAY "  NOME GESTOR: " IDX-FIRSTNAME " "
                   IDX-LASTNAME " (DESLIGADO EM " IDX-TERM-DATE ")"
           ELSE
               DISPLAY "  NOME GESTOR: " IDX-FIRSTNAME " "
                   IDX-LASTNAME
           END-IF.

       0520-BROWSE-NEXT-REPORT.
           READ EMPLOYEE-INDEX NEXT RECORD
               AT END SET END-OF-BROWSE TO TRUE
           END-READ.
           IF NOT END-OF-BROWSE
               IF IDX-MANAGER-SSN = WS-SHOWN-SSN
                   ADD 1 TO WS-REPORT-COUNT
                   IF WS-REPORT-COUNT = 1
                       DISPLAY "SUBORDINADOS DIRETOS:"
                   END-IF
                   IF IDX-STATUS = 'T'
                       DISPLAY "  " IDX-SSN " " IDX-FIRSTNAME " "
                           IDX-LASTNAME " " IDX-DEPARTMENT
                           " (DESLIGADO)"
                   ELSE
                       DISPLAY "  " IDX-SSN " " IDX-FIRSTNAME " "
                           IDX-LASTNAME " " IDX-DEPARTMENT
                   END-IF
               ELSE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-IF.

          END PROGRAM EMPINQUIRY.
