      *Layout comum de uma linha de pedido de compra em
      *PURCHASE-ORDERS.DAT: um pedido (PO-NUMBER) por fornecedor,
      *uma linha por SKU. Gerado pelo POCREATE a partir das
      *sugestoes aceitas do INVREORDER, baixado pelo INVMAINT nos
      *recebimentos (codigo R) e listado pelo POOPENRPT. Situação:
      *A aberto (sem recebimento ou parcial), C concluido,
      *F fechado com falta (recebimento final abaixo do pedido).
           05 PO-NUMBER            PIC 9(6).
           05 FILLER               PIC X.
           05 PO-VENDOR            PIC 9(4).
           05 FILLER               PIC X.
           05 PO-SKU               PIC 9(4).
           05 FILLER               PIC X.
           05 PO-QTY-ORDERED       PIC 9(7).
           05 FILLER               PIC X.
           05 PO-QTY-RECEIVED      PIC 9(7).
           05 FILLER               PIC X.
           05 PO-ORDER-DATE        PIC 9(8).
           05 FILLER               PIC X.
           05 PO-DUE-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 PO-STATUS            PIC X.
