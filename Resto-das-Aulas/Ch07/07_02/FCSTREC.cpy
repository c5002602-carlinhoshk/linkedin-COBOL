      *Layout comum de um registro da previsão de vendas
      *VIDEOSALES-FORECAST.DAT, gerada pelo VSFORECAST. SKU e as
      *unidades projetadas para cada trimestre do calendario (mesma
      *disposição de SALES-BUDGET.DAT, para servir de rascunho de
      *orçamento ao VSBUDGETLOAD), o metodo usado, a data util da
      *projeção e o primeiro trimestre projetado (o seguinte ao
      *trimestre corrente), que o INVREORDER usa como base de
      *velocidade. Metodos:
      *  S - ano anterior com a tendencia do ano corrente (sazonal)
      *  A - repete o ano anterior (sem trimestre fechado no ano)
      *  M - media dos trimestres fechados (titulo sem ano anterior)
      *  Z - sem historico de venda
           05 FC-SKU               PIC 9(4).
           05 FC-QUARTER-ENTRY     OCCURS 4 TIMES.
               10 FILLER           PIC X.
               10 FC-QTR-UNITS     PIC 9(7).
           05 FILLER               PIC X.
           05 FC-METHOD            PIC X.
           05 FILLER               PIC X.
           05 FC-BASE-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 FC-NEXT-QTR          PIC 9.
