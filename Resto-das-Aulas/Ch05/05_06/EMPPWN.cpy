      *Layout comum de uma linha de POSITION-WARNINGS.DAT: admissao
      *ou transferencia aceita acima do quadro autorizado (linha W
      *do AUTHORIZED-POSITIONS.DAT) ou para departamento/grade sem
      *quadro cadastrado. Acrescentado pelo EMPEDIT (origem ACME ou
      *FUSES) e pelo EMPMAINT (origem = codigo da transacao); o
      *EMPPOSCTL lista os avisos do mes no relatorio de quadro.
           05 PWN-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 PWN-PROGRAM          PIC X(8).
           05 FILLER               PIC X.
           05 PWN-ORIGIN           PIC X(6).
           05 FILLER               PIC X.
           05 PWN-SSN              PIC 9(9).
           05 FILLER               PIC X.
           05 PWN-DEPARTMENT       PIC X(4).
           05 FILLER               PIC X.
           05 PWN-JOB-GRADE        PIC X(2).
           05 FILLER               PIC X.
           05 PWN-REASON           PIC X(40).
