      *Layout comum de uma linha de EMP-PENDING-CHANGES.DAT, as
      *transacoes do EMPMAINT com data de vigencia futura. A linha
      *guarda a transacao como foi digitada (codigo e registro no
      *layout EMPREC), a data de vigencia, a data util em que foi
      *agendada e o operador que a agendou. O EMPMAINT aplica a
      *linha na primeira execucao em que a data util alcanca a
      *vigencia, com o diario no nome de quem agendou; uma
      *transacao X (SSN e vigencia) cancela antes disso. O
      *EMPPENDRPT lista o arquivo para o RH conferir.
           05 PND-TXN-CODE         PIC X.
           05 FILLER               PIC X.
           05 PND-SSN              PIC 9(9).
           05 PND-LASTNAME         PIC X(15).
           05 PND-FIRSTNAME        PIC X(10).
           05 PND-DEPARTMENT       PIC X(4).
           05 PND-HIRE-DATE        PIC 9(8).
           05 PND-JOB-GRADE        PIC X(2).
           05 PND-SALARY           PIC 9(7)V99.
           05 PND-STATUS           PIC X.
           05 PND-TERM-DATE        PIC 9(8).
           05 FILLER               PIC X.
           05 PND-MANAGER-SSN      PIC 9(9).
           05 FILLER               PIC X.
           05 PND-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER               PIC X.
           05 PND-ENTERED-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 PND-OPERATOR         PIC X(8).
