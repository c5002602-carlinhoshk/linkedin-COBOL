      *Layout comum de uma linha de BMI-CLINIC-TALLY.DAT: cada rodada
      *do IMCCALCULADORALOTE e do ENHANCEDBMICALCULATOR anexa uma
      *linha por clinica com o que leu, aceitou, rejeitou (listagem
      *de excecoes) e segurou como suspeito naquela data util. As
      *listagens de excecoes e suspeitos sao regravadas a cada
      *rodada; este acumulado e o que o IMCQUALCLINICA soma no mes.
      *Medicao com codigo de clinica invalido fica na linha do
      *codigo como veio digitado (em branco inclusive).
           05 CLT-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 CLT-PROGRAM          PIC X(14).
           05 FILLER               PIC X.
           05 CLT-CLINIC-CODE      PIC X(4).
           05 FILLER               PIC X.
           05 CLT-READ             PIC 9(7).
           05 FILLER               PIC X.
           05 CLT-ACCEPTED         PIC 9(7).
           05 FILLER               PIC X.
           05 CLT-REJECTED         PIC 9(7).
           05 FILLER               PIC X.
           05 CLT-SUSPECT          PIC 9(7).
