           COPY EMPREC.

       FD BACKUP-FILE.
       01 BACKUP-LINE                 PIC X(76).

       FD PRIOR-EMPLOYEES.
       01 PRIOR-DETAILS.
