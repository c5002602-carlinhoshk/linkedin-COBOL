      *Layout comum de um registro do cadastro de metas de peso
      *BMI-GOALS.DAT, uma linha por paciente em ordem de PATIENT-ID,
      *mantido pelo IMCMETAMANUT a partir de BMI-GOAL-TXN.DAT. A
      *meta e de peso (tipo P, em kg) ou de IMC (tipo I), sempre com
      *duas casas implicitas como o historico. Situacao A=ativa,
      *E=encerrada; a encerrada fica no cadastro ate uma nova
      *inclusao para o mesmo paciente. O IMCPROGMETA compara a meta
      *com BMI-HISTORY.DAT para o relatorio de progresso.
           05 GOAL-PATIENT-ID      PIC 9(6).
           05 FILLER               PIC X.
           05 GOAL-PROGRAM         PIC X(4).
           05 FILLER               PIC X.
           05 GOAL-START-DATE      PIC 9(8).
           05 FILLER               PIC X.
           05 GOAL-TARGET-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 GOAL-START-WEIGHT    PIC 9(3)V99.
           05 FILLER               PIC X.
           05 GOAL-TARGET-TYPE     PIC X.
               88 GOAL-IS-WEIGHT   VALUE 'P'.
               88 GOAL-IS-BMI      VALUE 'I'.
           05 FILLER               PIC X.
           05 GOAL-TARGET-VALUE    PIC 9(3)V99.
           05 FILLER               PIC X.
           05 GOAL-STATUS          PIC X.
               88 GOAL-IS-ACTIVE   VALUE 'A'.
               88 GOAL-IS-CLOSED   VALUE 'E'.
