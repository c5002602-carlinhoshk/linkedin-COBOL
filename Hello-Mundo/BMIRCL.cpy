      *Layout comum de uma linha de BMI-RECALL-CLOSED.DAT, o registro
      *das rechamadas baixadas pelo IMCRECHAMADA: quando entrou na
      *rechamada, a prioridade, a data da visita informada pela
      *clinica e a data util da baixa. Junto com as ainda em aberto
      *de BMI-RECALL-PENDING.DAT e a base da taxa de faltosos do
      *IMCQUALCLINICA (visita depois do fim da janela conta como
      *falta).
           05 RCL-PATIENT-ID       PIC 9(6).
           05 FILLER               PIC X.
           05 RCL-DATE-ADDED       PIC 9(8).
           05 FILLER               PIC X.
           05 RCL-PRIORITY         PIC 9.
           05 FILLER               PIC X.
           05 RCL-VISIT-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 RCL-CLOSED-DATE      PIC 9(8).
