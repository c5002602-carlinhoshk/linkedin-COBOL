      *Layout comum de uma linha da proposta do ciclo de merito
      *MERIT-PROPOSAL.DAT, uma por funcionario ativo: salario atual,
      *percentual da diretriz (grade + departamento), salario
      *proposto e a posição do proposto dentro da faixa de
      *SALARY-GRADES.DAT (0 = minimo, 100 = maximo). A marca diz se
      *o proposto foi limitado ao maximo da grade (C), se ficou
      *abaixo do minimo (B) ou se nao havia diretriz para a grade
      *(S). Gerado pelo EMPMERIT com decisão P (pendente); o RH
      *troca para A (aprovada) ou R (recusada) e o EMPMERITAPPLY
      *aplica as aprovadas no cadastro, marcando L (lançada) com a
      *data do lançamento.
           05 MRT-SSN              PIC 9(9).
           05 FILLER               PIC X.
           05 MRT-DEPARTMENT       PIC X(4).
           05 FILLER               PIC X.
           05 MRT-JOB-GRADE        PIC X(2).
           05 FILLER               PIC X.
           05 MRT-OLD-SALARY       PIC 9(7)V99.
           05 FILLER               PIC X.
           05 MRT-MERIT-PCT        PIC 9(2)V99.
           05 FILLER               PIC X.
           05 MRT-NEW-SALARY       PIC 9(7)V99.
           05 FILLER               PIC X.
           05 MRT-RANGE-POSITION   PIC 9(3).
           05 FILLER               PIC X.
           05 MRT-FLAG             PIC X.
               88 MRT-CAPPED           VALUE 'C'.
               88 MRT-BELOW-MINIMUM    VALUE 'B'.
               88 MRT-NO-GUIDELINE     VALUE 'S'.
           05 FILLER               PIC X.
           05 MRT-DECISION         PIC X.
               88 MRT-PENDING          VALUE 'P'.
               88 MRT-APPROVED         VALUE 'A'.
               88 MRT-REFUSED          VALUE 'R'.
               88 MRT-POSTED           VALUE 'L'.
           05 FILLER               PIC X.
           05 MRT-POST-DATE        PIC 9(8).
