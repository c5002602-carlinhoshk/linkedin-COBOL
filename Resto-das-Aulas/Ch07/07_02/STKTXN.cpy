      *Layout comum de uma transação de estoque por loja
      *(STORE-STOCK-TXN.DAT), aplicada pelo STKSTORE:
      *  E - entrada na loja destino (recebimento do deposito)
      *  T - transferencia da loja origem para a loja destino
      *  F - faixa da loja destino: STT-QTY e o minimo e
      *      STT-MAX-QTY o maximo
      *O STKREBAL grava as transferencias sugeridas neste mesmo
      *layout, para serem revisadas e acrescentadas ao arquivo.
           05 STT-CODE             PIC X.
               88 STT-IS-ENTRY     VALUE 'E'.
               88 STT-IS-TRANSFER  VALUE 'T'.
               88 STT-IS-RANGE     VALUE 'F'.
           05 FILLER               PIC X.
           05 STT-FROM-STORE       PIC 9(3).
           05 FILLER               PIC X.
           05 STT-TO-STORE         PIC 9(3).
           05 FILLER               PIC X.
           05 STT-SKU              PIC 9(4).
           05 FILLER               PIC X.
           05 STT-QTY              PIC 9(7).
           05 FILLER               PIC X.
           05 STT-MAX-QTY          PIC 9(7).
