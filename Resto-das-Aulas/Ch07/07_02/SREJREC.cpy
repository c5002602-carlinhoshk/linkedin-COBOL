      *Layout comum de um registro do registro de rejeições por loja
      *STORE-REJECTS.DAT. O SALESBATCHEDIT (lote recusado, fonte B)
      *e o VSSTORE (linha do feed mensal, fonte M) gravam aqui, em
      *modo EXTEND, uma rejeição J por linha devolvida - com o lote
      *original, o motivo e a imagem da linha - e uma correção C
      *quando o reenvio da loja chega e e aceito. A correção fecha
      *as rejeições J da mesma loja + fonte + lote (e, na fonte M,
      *do mesmo SKU + mes). O VSSTORERET le o registro para montar
      *o arquivo de devolução de cada loja e o acompanhamento dos
      *reenvios. Cada FD que usa esta copy tem seu proprio 01, entao
      *os campos sao distinguidos por qualificação.
           05 SRJ-TYPE             PIC X.
               88 SRJ-IS-REJECTION     VALUE 'J'.
               88 SRJ-IS-CORRECTION    VALUE 'C'.
           05 FILLER               PIC X.
           05 SRJ-STORE            PIC 9(3).
           05 FILLER               PIC X.
           05 SRJ-SOURCE           PIC X.
               88 SRJ-FROM-BATCH       VALUE 'B'.
               88 SRJ-FROM-MONTHLY     VALUE 'M'.
           05 FILLER               PIC X.
           05 SRJ-BATCH-NO         PIC 9(4).
           05 FILLER               PIC X.
           05 SRJ-ITEM-KEY.
               10 SRJ-ITEM-SKU     PIC 9(4).
               10 SRJ-ITEM-MONTH   PIC 9(2).
           05 FILLER               PIC X.
           05 SRJ-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 SRJ-REASON           PIC X(50).
           05 FILLER               PIC X.
           05 SRJ-LINE             PIC X(53).
