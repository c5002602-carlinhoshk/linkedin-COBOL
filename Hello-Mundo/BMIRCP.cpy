      *Layout comum de uma linha de BMI-RECALL-PENDING.DAT, as
      *rechamadas em aberto mantidas pelo IMCRECHAMADA: o paciente,
      *quando entrou na rechamada, a prioridade e o nome para a
      *lista da clinica. Quando a visita e informada a linha sai
      *daqui e vai para BMI-RECALL-CLOSED.DAT (layout em BMIRCL).
           05 PEND-PATIENT-ID      PIC 9(6).
           05 FILLER               PIC X.
           05 PEND-DATE-ADDED      PIC 9(8).
           05 FILLER               PIC X.
           05 PEND-PRIORITY        PIC 9.
           05 FILLER               PIC X.
           05 PEND-LASTNAME        PIC X(20).
           05 PEND-FIRSTNAME       PIC X(20).
