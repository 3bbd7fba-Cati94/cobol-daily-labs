      *> registos anteriores ao campo. PROD-PRICE continua a ser o
      *> preco de venda.
           05 PROD-AVG-COST PIC 9(5)V99.
      *> Classe ABC pelo valor de vendas dos ultimos 12 meses (A =
      *> os produtos que fazem ~80% das vendas, B os ~15% seguintes,
      *> C o resto), gravada pela analise ABC do INVENTORY; em branco
      *> ate a primeira analise. As propostas de encomenda do
      *> PURCHASING e as contagens ciclicas tratam os A primeiro.
           05 PROD-ABC-CLASS PIC X.
               88 PROD-CLASS-A  VALUE "A".
               88 PROD-CLASS-B  VALUE "B".
               88 PROD-CLASS-C  VALUE "C".
