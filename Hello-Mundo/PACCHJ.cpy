      *Layout comum de uma linha do diario de alteracoes do cadastro
      *mestre de pacientes PATIENT-CHANGE-JOURNAL.DAT, no molde do
      *EMP-CHANGE-JOURNAL.DAT do RH: quem mudou o que, quando, de
      *qual valor para qual valor e por qual programa. O
      *PACIENTEMANUT grava uma linha por campo corrigido e uma por
      *inclusao, desativacao ou reativacao. O operador vem de
      *CURRENT-OPERATOR.DAT; rodadas noturnas ficam como BATCH.
           05 PCJ-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 PCJ-TIME             PIC 9(6).
           05 FILLER               PIC X.
           05 PCJ-PATIENT-ID       PIC 9(6).
           05 FILLER               PIC X.
           05 PCJ-FIELD            PIC X(12).
           05 FILLER               PIC X.
           05 PCJ-OLD-VALUE        PIC X(20).
           05 FILLER               PIC X.
           05 PCJ-NEW-VALUE        PIC X(20).
           05 FILLER               PIC X.
           05 PCJ-OPERATOR         PIC X(8).
           05 FILLER               PIC X.
           05 PCJ-SOURCE           PIC X(14).
