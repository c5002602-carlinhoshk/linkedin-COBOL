           05 HIST-HEIGHT-CM       PIC 9(3)V99.
           05 HIST-BMI             PIC 9(3)V99.
           05 HIST-CATEGORY        PIC X(17).
      *Clinica da medicao; linhas gravadas antes do campo existir
      *chegam em branco.
           05 HIST-CLINIC-CODE     PIC X(4).
