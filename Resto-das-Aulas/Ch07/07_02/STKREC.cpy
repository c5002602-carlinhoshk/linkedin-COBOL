      *Layout comum de um registro do estoque por loja
      *STORE-STOCK.DAT, chaveado por loja + SKU: saldo em maos na
      *loja e a faixa minima/maxima que a loja deve manter. Abaixo
      *do minimo a loja esta para ficar sem o titulo; acima do
      *maximo tem sobra que pode ser transferida. Mantido pelo
      *STKSTORE (baixa das vendas do MONTHLY-SALES.DAT, entradas,
      *transferencias e faixa) e lido pelo STKREBAL. Cada FD que usa
      *esta copy tem seu proprio 01, entao os campos sao
      *distinguidos por qualificação.
           05 SST-STORE            PIC 9(3).
           05 FILLER               PIC X.
           05 SST-SKU              PIC 9(4).
           05 FILLER               PIC X.
           05 SST-ON-HAND          PIC 9(7).
           05 FILLER               PIC X.
           05 SST-MIN-QTY          PIC 9(7).
           05 FILLER               PIC X.
           05 SST-MAX-QTY          PIC 9(7).
