      *Layout comum de uma linha da foto de fim de mes do passivo de
      *ferias e licenças LEAVE-LIABILITY-HISTORY.DAT, uma por
      *funcionario ativo valorizado em cada competencia AAAAMM.
      *Guarda os dias creditados/gozados acumulados e o saldo como
      *estavam no fechamento, o salario e o valor-dia usados (duas
      *casas implicitas), para o mes seguinte apurar a movimentação
      *e a auditoria reproduzir qualquer mes anterior. Gravado pelo
      *EMPLEAVELIAB; uma reexecução na mesma competencia substitui
      *as linhas daquela competencia.
           05 LVL-PERIOD           PIC 9(6).
           05 FILLER               PIC X.
           05 LVL-SSN              PIC 9(9).
           05 FILLER               PIC X.
           05 LVL-DEPARTMENT       PIC X(4).
           05 FILLER               PIC X.
           05 LVL-JOB-GRADE        PIC X(2).
           05 FILLER               PIC X.
           05 LVL-ACCRUED-DAYS     PIC 9(4)V99.
           05 FILLER               PIC X.
           05 LVL-TAKEN-DAYS       PIC 9(4)V99.
           05 FILLER               PIC X.
           05 LVL-BALANCE-DAYS     PIC 9(4)V99.
           05 FILLER               PIC X.
           05 LVL-SALARY           PIC 9(7)V99.
           05 FILLER               PIC X.
           05 LVL-DAILY-RATE       PIC 9(5)V99.
           05 FILLER               PIC X.
           05 LVL-VALUE            PIC 9(7)V99.
