      *Layout comum de um movimento de estoque em
      *INV-TRANSACTIONS.DAT, aplicado pelo INVMAINT. Codigos:
      *A inclui SKU, R recebimento, S embarque, O pedido colocado,
      *P troca o ponto de reposição, C ajuste de contagem ciclica.
      *ITX-PO-NUMBER: pedido de compra do recebimento R (e do
      *pedido O gerado pelo POCREATE). ITX-FINAL-FLAG = F marca a
      *ultima entrega daquela linha de pedido. ITX-ADJ-SIGN (+/-)
      *da o sentido do ajuste C gerado pelo CNTPOST.
           05  ITX-CODE           PIC X.
           05  FILLER             PIC X.
           05  ITX-SKU            PIC 9(4).
           05  FILLER             PIC X.
           05  ITX-QTY            PIC 9(7).
           05  FILLER             PIC X.
           05  ITX-REORDER-POINT  PIC 9(7).
           05  FILLER             PIC X.
           05  ITX-PO-NUMBER      PIC 9(6).
           05  FILLER             PIC X.
           05  ITX-FINAL-FLAG     PIC X.
           05  FILLER             PIC X.
           05  ITX-ADJ-SIGN       PIC X.
