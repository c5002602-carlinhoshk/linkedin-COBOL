      *Layout comum de uma linha de PATIENT-XREF.DAT, a referencia
      *cruzada dos pacientes fundidos pelo PACIENTEFUSAO: o ID
      *aposentado, o ID sobrevivente que passou a responder por ele,
      *a data util e o carimbo da rodada de fusao (o mesmo das
      *geracoes de backup tiradas antes dela) e o operador. O
      *PACXREF consulta o arquivo para os movimentos que ainda
      *chegarem com o ID aposentado; uma fusao em cima de outra
      *regrava a linha antiga apontando direto para o sobrevivente
      *final, entao nunca ha mais de um salto.
           05 XRF-RETIRED-ID       PIC 9(6).
           05 FILLER               PIC X.
           05 XRF-SURVIVOR-ID      PIC 9(6).
           05 FILLER               PIC X.
           05 XRF-MERGE-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 XRF-MERGE-TIMESTAMP  PIC X(14).
           05 FILLER               PIC X.
           05 XRF-OPERATOR         PIC X(8).
