      *Layout comum de uma linha do quadro autorizado
      *AUTHORIZED-POSITIONS.DAT, uma por departamento (codigo de
      *DEPARTMENTS.DAT) e grade (SALARY-GRADES.DAT): vagas aprovadas
      *e orcamento salarial do quadro, na mesma base do EMP-SALARY
      *(duas casas implicitas). POS-ENFORCEMENT diz o que fazer
      *quando uma admissao ou transferencia passa do autorizado:
      *R rejeita o registro, W aceita e grava aviso. Lido pelo
      *EMPEDIT, EMPMAINT e EMPPOSCTL.
           05 POS-DEPARTMENT       PIC X(4).
           05 FILLER               PIC X.
           05 POS-JOB-GRADE        PIC X(2).
           05 FILLER               PIC X.
           05 POS-HEADCOUNT        PIC 9(4).
           05 FILLER               PIC X.
           05 POS-SALARY-BUDGET    PIC 9(9)V99.
           05 FILLER               PIC X.
           05 POS-ENFORCEMENT      PIC X.
               88 POS-REJECT-OVER  VALUE 'R'.
               88 POS-WARN-OVER    VALUE 'W'.
