      *Layout comum de uma linha do cadastro de balancas e
      *estadiometros SCALE-DEVICES.DAT, os aparelhos autorizados a
      *mandar leituras para o IMCIMPORTBAL. Cada aparelho pertence a
      *uma clinica de CLINICS.DAT, que vai para o CLINIC-CODE da
      *medicao, e exporta peso/altura na unidade indicada:
      *M = kg e cm, I = libras e polegadas. Situacao A=ativo,
      *I=desativado; leitura de aparelho desativado e rejeitada.
           05 DEV-DEVICE-ID        PIC X(8).
           05 FILLER               PIC X.
           05 DEV-CLINIC-CODE      PIC X(4).
           05 FILLER               PIC X.
           05 DEV-UNIT             PIC X.
               88 DEV-IS-METRIC    VALUE 'M'.
               88 DEV-IS-IMPERIAL  VALUE 'I'.
           05 FILLER               PIC X.
           05 DEV-STATUS           PIC X.
               88 DEV-IS-ACTIVE    VALUE 'A'.
               88 DEV-IS-INACTIVE  VALUE 'I'.
           05 FILLER               PIC X.
           05 DEV-DESCRIPTION      PIC X(30).
