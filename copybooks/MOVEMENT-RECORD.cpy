      *> A e F sao os acertos de contagem fisica (sobra/falta),
      *> distintos das entradas/saidas reais para o desvio ser
      *> mensuravel em vez de disfarcado; T e a transferencia entre
      *> localizacoes (duas pernas, origem e destino). M e K sao as
      *> duas pernas da montagem de kits: M consome cada componente
      *> (por lote, FEFO), K da entrada ao kit montado.
           05 MOV-TIPO       PIC X.
               88 MOV-ENTRADA        VALUE "E".
               88 MOV-SAIDA          VALUE "S".
               88 MOV-AJUSTE-SOBRA   VALUE "A".
               88 MOV-AJUSTE-FALTA   VALUE "F".
               88 MOV-TRANSFERENCIA  VALUE "T".
               88 MOV-CONSUMO-MONTAGEM VALUE "M".
               88 MOV-ENTRADA-KIT    VALUE "K".
           05 MOV-QTD        PIC 9(4).
           05 MOV-STOCK-POS  PIC 9(4).
      *> Localizacao fisica do movimento (LOJA, ARMAZEM, ...);
