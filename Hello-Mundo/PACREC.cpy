      *IMC em lote validam cada PATIENT-ID do movimento contra o
      *indexado e puxam nome/nascimento/sexo daqui, em vez de confiar
      *no que veio digitado no arquivo de movimento.
      *A manutencao e feita pelo PACIENTEMANUT (inclusao, correcao,
      *desativacao), com diario em PATIENT-CHANGE-JOURNAL.DAT.
      *Situacao A=ativo, I=desativado; linhas gravadas antes do
      *campo existir chegam em branco e contam como ativas. O
      *paciente desativado continua no cadastro e e rejeitado pelo
      *calculo de IMC, em vez de sumir.
           05 PAC-PATIENT-ID       PIC 9(6).
           05 FILLER               PIC X.
           05 PAC-LASTNAME         PIC X(20).
           05 PAC-BIRTH-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 PAC-PATIENT-SEX      PIC X.
           05 FILLER               PIC X.
           05 PAC-STATUS           PIC X.
               88 PAC-IS-INACTIVE  VALUE 'I'.
