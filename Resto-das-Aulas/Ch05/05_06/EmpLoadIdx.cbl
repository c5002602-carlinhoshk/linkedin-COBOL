      *           do merge num cadastro indexado EMPLOYEES.IDX com
      *           chave no SSN, para a consulta imediata do EMPINQUIRY
      *           sem varrer o arquivo inteiro.
      *2026-10-15 SSN do gestor no registro indexado, com chave
      *           alternada IDX-MANAGER-SSN (com duplicatas) para o
      *           EMPINQUIRY listar os subordinados diretos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ACCESS MODE IS SEQUENTIAL
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
       01  WS-MASTER-STATUS            PIC XX VALUE SPACES.
           MOVE EMP-STATUS OF EMPLOYEE-DETAILS TO IDX-STATUS.
           MOVE EMP-TERM-DATE OF EMPLOYEE-DETAILS
               TO IDX-TERM-DATE.
           IF EMP-MANAGER-SSN OF EMPLOYEE-DETAILS NUMERIC
               MOVE EMP-MANAGER-SSN OF EMPLOYEE-DETAILS
                   TO IDX-MANAGER-SSN
           ELSE
               MOVE ZEROES TO IDX-MANAGER-SSN
           END-IF.
           WRITE IDX-DETAILS
               INVALID KEY
                   DISPLAY "SSN DUPLICADO OU FORA DE ORDEM AO "
