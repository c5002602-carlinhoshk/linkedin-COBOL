      *Layout comum de uma divergencia de contagem ciclica em
      *COUNT-VARIANCES.DAT: saldo contabil e contado na data da
      *contagem, divergencia com sinal, quem contou e a decisão do
      *aprovador. Gerado pelo CYCLECOUNT com decisão P (pendente);
      *o aprovador troca para A (aprovada) ou R (recusada) e o
      *CNTPOST lança as aprovadas como ajuste C no INVMAINT,
      *marcando E (enviada) com a data do envio. O INVMAINT marca
      *L (lançada) com a sua data util quando aplica o ajuste, ou
      *X (devolvida) quando o rejeita; a devolvida continua aberta
      *e volta para o aprovador decidir de novo (A ou R).
           05 CV-SKU               PIC 9(4).
           05 FILLER               PIC X.
           05 CV-BOOK-QTY          PIC 9(7).
           05 FILLER               PIC X.
           05 CV-COUNTED-QTY       PIC 9(7).
           05 FILLER               PIC X.
           05 CV-SIGN              PIC X.
           05 CV-VARIANCE-QTY      PIC 9(7).
           05 FILLER               PIC X.
           05 CV-COUNT-DATE        PIC 9(8).
           05 FILLER               PIC X.
           05 CV-COUNTER           PIC X(8).
           05 FILLER               PIC X.
           05 CV-DECISION          PIC X.
           05 FILLER               PIC X.
           05 CV-POST-DATE         PIC 9(8).
