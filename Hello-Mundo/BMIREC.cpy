      *ja reportam; os programas nao truncam mais a precisão.
           05 HEIGHT-INCHES        PIC 9(3)V99.
           05 WEIGHT               PIC 9(3)V99.
      *Clinica onde a medicao foi feita, validada contra CLINICS.DAT
      *(CLINREC.cpy) pelos programas de IMC em lote.
           05 CLINIC-CODE          PIC X(4).
      *Data e hora da medicao quando a linha vem de um aparelho
      *(IMCIMPORTBAL); a linha digitada deixa em branco e o IMCLOTE
      *data a medicao pela data util da rodada.
           05 MEAS-DATE            PIC 9(8).
           05 MEAS-TIME            PIC 9(6).
