      *Layout comum de uma linha do cadastro de clinicas CLINICS.DAT,
      *a referencia dos locais onde as medicoes de IMC sao feitas.
      *Cada medicao de BMI-INPUT.DAT traz o codigo da clinica, que
      *o IMCCALCULADORALOTE e o ENHANCEDBMICALCULATOR validam aqui
      *(via CLINCHECK) e levam para BMI-HISTORY.DAT. Situacao
      *A=ativa, I=desativada; linha em branco conta como ativa.
      *Medicao de clinica desativada e rejeitada com o motivo.
           05 CLIN-CODE            PIC X(4).
           05 FILLER               PIC X.
           05 CLIN-NAME            PIC X(30).
           05 FILLER               PIC X.
           05 CLIN-STATUS          PIC X.
               88 CLIN-IS-INACTIVE VALUE 'I'.
