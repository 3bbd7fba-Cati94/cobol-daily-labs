           SELECT VALUATION-FILE ASSIGN TO "stock_valuation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Kits (packs de oferta, conjuntos): lista de materiais com
      *> os componentes de cada kit; a ordem de montagem consome os
      *> componentes e produz stock do kit.
           SELECT BOM-FILE ASSIGN TO "bill_of_materials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT BOM-TEMP ASSIGN TO "bill_of_materials.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Analise ABC pelo valor de vendas e stock parado.
           SELECT ABC-FILE ASSIGN TO "abc_analysis.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD VALUATION-FILE.
       01 VALUATION-LINE PIC X(80).

       FD BOM-FILE.
       COPY "BOM-RECORD.cpy".

      *> Width must match BOM-REC exactly (11 chars).
       FD BOM-TEMP.
       01 BOM-TEMP-REC PIC X(11).

       FD ABC-FILE.
       01 ABC-LINE PIC X(100).

      *> Width must match PRODUCT-RECORD.cpy exactly (57 chars).
       FD PRODUCTS-TEMP.
       01 PRODUCT-TEMP-RECORD.
           05 PTMP-ID        PIC 9(4).
           05 PTMP-QTY       PIC 9(4).
           05 PTMP-REORDER   PIC 9(4).
           05 PTMP-COST      PIC 9(5)V99.
           05 PTMP-ABC       PIC X.

       FD MOVEMENTS-FILE.
       COPY "MOVEMENT-RECORD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-OPCAO       PIC 9(2) VALUE 0.
       01 WS-ID          PIC 9(4) VALUE 0.
       01 WS-QTD         PIC 9(4) VALUE 0.
       01 WS-NOME        PIC X(30).
       01 WS-ADJUSTED    PIC 9(3).
       01 WS-STK-CONFIRM PIC X.

      *> Tipo das pernas de saida escritas pelo consumo FEFO: S nas
      *> saidas normais, M no consumo de componentes da montagem.
       01 WS-MOV-TIPO-OUT   PIC X VALUE "S".

      *> Kits: componentes do kit em curso (lista de materiais),
      *> com o stock e o custo medio de cada um.
       01 WS-BOM-STATUS     PIC XX.
       01 WS-BOM-EOF        PIC X VALUE 'N'.
       01 WS-BOM-FOUND      PIC X.
       01 WS-KIT-ID         PIC 9(4).
       01 WS-KIT-QTD        PIC 9(4).
       01 WS-KIT-NAME       PIC X(30).
       01 WS-COMP-ID        PIC 9(4).
       01 WS-COMP-QTD       PIC 9(3).
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 20 TIMES.
               10 WS-BOM-T-ID    PIC 9(4).
               10 WS-BOM-T-QTY   PIC 9(3).
               10 WS-BOM-T-STOCK PIC 9(4).
               10 WS-BOM-T-COST  PIC 9(5)V99.
               10 WS-BOM-T-NEED  PIC 9(6).
       01 WS-BOM-COUNT      PIC 9(2) VALUE 0.
       01 WS-BOM-IDX        PIC 9(2).
       01 WS-KIT-SHORT      PIC X.
       01 WS-KIT-UNIT-COST  PIC 9(7)V99.
       01 WS-KIT-BATCH-COST PIC 9(9)V99.
       01 WS-KIT-OLD-VALUE  PIC 9(9)V99.

      *> Analise ABC: vendas (pernas S) dos ultimos 12 meses por
      *> produto, ao preco de venda, e data da ultima venda.
       01 WS-ABC-TABLE.
           05 WS-ABC-ENTRY OCCURS 500 TIMES.
               10 WS-ABC-ID        PIC 9(4).
               10 WS-ABC-NAME      PIC X(30).
               10 WS-ABC-PRICE     PIC 9(5)V99.
               10 WS-ABC-QTY       PIC 9(4).
               10 WS-ABC-COST      PIC 9(5)V99.
               10 WS-ABC-SOLD      PIC 9(7).
               10 WS-ABC-SALES     PIC 9(11)V99.
               10 WS-ABC-LAST-SALE PIC 9(8).
               10 WS-ABC-CLASS     PIC X.
               10 WS-ABC-DONE      PIC X.
       01 WS-ABC-COUNT      PIC 9(3) VALUE 0.
       01 WS-ABC-IDX        PIC 9(3).
       01 WS-ABC-BEST       PIC 9(3).
       01 WS-ABC-RANK       PIC 9(3).
       01 WS-ABC-FOUND      PIC X.
       01 WS-MOV-EOF        PIC X VALUE 'N'.
       01 WS-ABC-TOTAL      PIC 9(13)V99.
       01 WS-ABC-CUM        PIC 9(13)V99.
       01 WS-ABC-CUM-PCT    PIC 9(3)V99.
       01 WS-ABC-CUTOFF     PIC 9(8).
       01 WS-ABC-MOV-DATE   PIC 9(8).
       01 WS-ABC-CNT-A      PIC 9(3).
       01 WS-ABC-CNT-B      PIC 9(3).
       01 WS-ABC-CNT-C      PIC 9(3).
      *> Stock parado: escaloes de 90, 180 e 365 dias sem vendas.
       01 WS-DEAD-LIMIT     PIC 9(3).
       01 WS-DEAD-UPPER     PIC 9(5).
       01 WS-DEAD-DAYS      PIC 9(5).
       01 WS-DEAD-CNT       PIC 9(3).
       01 WS-DEAD-VALUE     PIC 9(11)V99.
       01 WS-DEAD-STK-VALUE PIC 9(9)V99.
       01 WS-DEAD-EXPIRY    PIC 9(8).
       01 WS-DEAD-LOC-LINE  PIC X(100).
       01 WS-DEAD-LOC-PTR   PIC 9(3).
       01 WS-ABC-DISP       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ABC-PCT-DISP   PIC ZZ9.99.
      *> Contagem ciclica: so a classe pedida (branco = todas).
       01 WS-CT-CLASS       PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INICIALIZAR

           PERFORM UNTIL WS-OPCAO = 13
               PERFORM MENU-PARAGRAPH
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 9
                       PERFORM RELATORIO-VALORIZACAO
                   WHEN 10
                       PERFORM MANTER-KIT
                   WHEN 11
                       PERFORM ORDEM-MONTAGEM
                   WHEN 12
                       PERFORM ANALISE-ABC
                   WHEN 13
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               MOVE 10  TO PROD-QTY
               MOVE WS-DEFAULT-REORDER TO PROD-REORDER
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               MOVE 2   TO PROD-ID
               MOVE "Mouse"    TO PROD-NAME
               MOVE 50  TO PROD-QTY
               MOVE WS-DEFAULT-REORDER TO PROD-REORDER
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               MOVE 3   TO PROD-ID
               MOVE "Teclado"  TO PROD-NAME
               MOVE 20  TO PROD-QTY
               MOVE WS-DEFAULT-REORDER TO PROD-REORDER
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               MOVE 4   TO PROD-ID
               MOVE "Monitor"  TO PROD-NAME
               MOVE 15  TO PROD-QTY
               MOVE WS-DEFAULT-REORDER TO PROD-REORDER
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               MOVE 5   TO PROD-ID
               MOVE "Cabo USB" TO PROD-NAME
               MOVE 100 TO PROD-QTY
               MOVE WS-DEFAULT-REORDER TO PROD-REORDER
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               CLOSE PRODUCTS-FILE
           ELSE
           DISPLAY "7 - Transferir entre localizacoes"
           DISPLAY "8 - Relatorio de validades"
           DISPLAY "9 - Valorizacao do stock (custo medio)"
           DISPLAY "10 - Kits (lista de materiais)"
           DISPLAY "11 - Ordem de montagem de kits"
           DISPLAY "12 - Analise ABC e stock parado"
           DISPLAY "13 - Sair"
           DISPLAY "Opcao: "
           .

                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
           .

      *> Uma perna de saida por lote consumido (WS-MOV-QTY-OUT /
      *> WS-MOV-LOT-OUT preenchidos pelo consumo FEFO; o tipo vem de
      *> WS-MOV-TIPO-OUT).
       REGISTAR-MOVIMENTO-SAIDA.
           OPEN EXTEND MOVEMENTS-FILE
           IF WS-MOV-FILE-STATUS = "05" OR WS-MOV-FILE-STATUS = "35"
               MOVE SPACES TO MOVEMENT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:8) TO MOV-DATE
               MOVE WS-ID TO MOV-ID
               MOVE WS-MOV-TIPO-OUT TO MOV-TIPO
               MOVE WS-MOV-QTY-OUT TO MOV-QTD
               MOVE WS-NEW-STOCK TO MOV-STOCK-POS
               MOVE WS-LOCATION TO MOV-LOCATION
           END-PERFORM
           CLOSE LOTS-FILE
           CLOSE EXPIRY-FILE
           MOVE "lots_expiry_report.txt" TO RPQ-FILE
           MOVE "LOTEXPRY" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "A caducar: " WS-EXPIRING-CNT
                   "  Caducados: " WS-EXPIRED-CNT
                   " (lots_expiry_report.txt)"
                           DISPLAY "Produto: " PROD-NAME
                           DISPLAY "Stock: " PROD-QTY
                           DISPLAY "Ponto de reposicao: " PROD-REORDER
                           DISPLAY "Classe ABC: " PROD-ABC-CLASS
                           PERFORM SHOW-LOCATION-SPLIT
                       END-IF
               END-READ
      *> O custo medio nasce a zero e passa a valer com a primeira
      *> rececao no PURCHASING.
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               CLOSE PRODUCTS-FILE

           IF WS-LOCATION = SPACES
               MOVE "LOJA" TO WS-LOCATION
           END-IF
      *> Contagem ciclica: os A (analise ABC) contam-se mais vezes;
      *> com classe escolhida, so os produtos dessa classe entram
      *> nas variancias e nos acertos.
           DISPLAY "Classe a contar (A, B, C; vazio = todas):"
           ACCEPT WS-CT-CLASS
           MOVE FUNCTION UPPER-CASE(WS-CT-CLASS) TO WS-CT-CLASS
           IF WS-CT-CLASS NOT = SPACE
               PERFORM LIST-CYCLE-COUNT
           END-IF
           DISPLAY "Contagens de ficheiro (F) ou manuais (M)?"
           ACCEPT WS-CT-SOURCE
           IF WS-CT-SOURCE = "F" OR WS-CT-SOURCE = "f"
           END-IF
           .

      *> Folha da contagem ciclica: produtos da classe WS-CT-CLASS
      *> com o saldo do sistema na localizacao a contar.
       LIST-CYCLE-COUNT.
           DISPLAY "Produtos da classe " WS-CT-CLASS " a contar em "
                   WS-LOCATION ":"
           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ABC-CLASS = WS-CT-CLASS
                           MOVE PROD-ID TO WS-ID
                           PERFORM GET-LOCATION-QTY
                           DISPLAY "    " PROD-ID " - " PROD-NAME
                                   " Sistema: " WS-LOC-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           .

       LOAD-COUNT-FILE.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = "35"
           END-STRING
           WRITE VARIANCE-LINE
           CLOSE VARIANCE-FILE
           MOVE "stocktake_variance.txt" TO RPQ-FILE
           MOVE "STKVAR" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Relatorio em stocktake_variance.txt"
           .

       VARIANCE-ONE-PRODUCT.
           IF WS-CT-CLASS NOT = SPACE
              AND PROD-ABC-CLASS NOT = WS-CT-CLASS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
           .

       ADJUST-ONE-PRODUCT.
           IF WS-CT-CLASS NOT = SPACE
              AND PROD-ABC-CLASS NOT = WS-CT-CLASS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
           END-STRING
           WRITE VALUATION-LINE
           CLOSE VALUATION-FILE
           MOVE "stock_valuation_report.txt" TO RPQ-FILE
           MOVE "STKVALUE" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Valorizacao total: " WS-VAL-GRAND
                   " (stock_valuation_report.txt)"
           .

      *>-----------------------------------------------------------
      *> Kits: lista de materiais de um produto kit. Mostra os
      *> componentes com o custo dos componentes por kit e acrescenta
      *> ou altera um componente (quantidade 0 retira-o do kit).
      *>-----------------------------------------------------------
       MANTER-KIT.
           DISPLAY "Numero do produto kit:"
           ACCEPT WS-KIT-ID
           MOVE WS-KIT-ID TO WS-ID
           PERFORM LOCALIZAR-PRODUTO
           IF WS-FOUND = 'N'
               DISPLAY "Produto nao encontrado."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME TO WS-KIT-NAME
           PERFORM LOAD-KIT-BOM
           PERFORM SHOW-KIT-BOM

           DISPLAY "Componente a acrescentar/alterar (0 = nenhum):"
           ACCEPT WS-COMP-ID
           IF WS-COMP-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-COMP-ID = WS-KIT-ID
               DISPLAY "Um kit nao pode ser componente de si proprio."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMP-ID TO WS-ID
           PERFORM LOCALIZAR-PRODUTO
           IF WS-FOUND = 'N'
               DISPLAY "Componente nao encontrado no catalogo."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantidade por kit (0 = retirar do kit):"
           ACCEPT WS-COMP-QTD
           PERFORM GRAVAR-LINHA-KIT
           PERFORM LOAD-KIT-BOM
           PERFORM SHOW-KIT-BOM
           .

      *> Procura o produto WS-ID no catalogo (WS-FOUND, WS-NOME).
       LOCALIZAR-PRODUTO.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT PRODUCTS-FILE
           IF WS-PROD-FILE-STATUS = "35"
               CLOSE PRODUCTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ID = WS-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE PROD-NAME TO WS-NOME
                           MOVE 'Y' TO WS-EOF-PROD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           .

      *> Carrega os componentes do kit WS-KIT-ID e, do catalogo, o
      *> stock e o custo medio de cada um.
       LOAD-KIT-BOM.
           INITIALIZE WS-BOM-TABLE
           MOVE 0 TO WS-BOM-COUNT
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS = "35"
               CLOSE BOM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BOM-EOF
           PERFORM UNTIL WS-BOM-EOF = 'Y'
               READ BOM-FILE
                   AT END MOVE 'Y' TO WS-BOM-EOF
                   NOT AT END
                       IF BOM-KIT-ID = WS-KIT-ID
                          AND WS-BOM-COUNT < 20
                           ADD 1 TO WS-BOM-COUNT
                           MOVE BOM-COMP-ID
                               TO WS-BOM-T-ID(WS-BOM-COUNT)
                           MOVE BOM-COMP-QTY
                               TO WS-BOM-T-QTY(WS-BOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE
           IF WS-BOM-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                               UNTIL WS-BOM-IDX > WS-BOM-COUNT
                           IF WS-BOM-T-ID(WS-BOM-IDX) = PROD-ID
                               MOVE PROD-QTY
                                   TO WS-BOM-T-STOCK(WS-BOM-IDX)
                               IF PROD-AVG-COST IS NUMERIC
                                   MOVE PROD-AVG-COST
                                       TO WS-BOM-T-COST(WS-BOM-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           .

       SHOW-KIT-BOM.
           IF WS-BOM-COUNT = 0
               DISPLAY "Kit " WS-KIT-ID " - " WS-KIT-NAME
                       " sem componentes definidos."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-KIT-UNIT-COST
           DISPLAY "Kit " WS-KIT-ID " - " WS-KIT-NAME
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               DISPLAY "    Componente " WS-BOM-T-ID(WS-BOM-IDX)
                       " x " WS-BOM-T-QTY(WS-BOM-IDX)
                       " (stock " WS-BOM-T-STOCK(WS-BOM-IDX)
                       ", custo " WS-BOM-T-COST(WS-BOM-IDX) ")"
               COMPUTE WS-KIT-UNIT-COST = WS-KIT-UNIT-COST
                   + WS-BOM-T-QTY(WS-BOM-IDX)
                   * WS-BOM-T-COST(WS-BOM-IDX)
           END-PERFORM
           DISPLAY "Custo dos componentes por kit: " WS-KIT-UNIT-COST
           .

      *> Grava a linha (WS-KIT-ID, WS-COMP-ID) com WS-COMP-QTD:
      *> altera a existente, acrescenta se nova, retira se 0.
       GRAVAR-LINHA-KIT.
           MOVE 'N' TO WS-BOM-FOUND
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS = "35"
               CLOSE BOM-FILE
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN INPUT BOM-FILE
           END-IF
           OPEN OUTPUT BOM-TEMP
           MOVE 'N' TO WS-BOM-EOF
           PERFORM UNTIL WS-BOM-EOF = 'Y'
               READ BOM-FILE
                   AT END MOVE 'Y' TO WS-BOM-EOF
                   NOT AT END
                       IF BOM-KIT-ID = WS-KIT-ID
                          AND BOM-COMP-ID = WS-COMP-ID
                           MOVE 'Y' TO WS-BOM-FOUND
                           MOVE WS-COMP-QTD TO BOM-COMP-QTY
                       END-IF
                       IF BOM-COMP-QTY > 0
                           MOVE BOM-REC TO BOM-TEMP-REC
                           WRITE BOM-TEMP-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BOM-FOUND = 'N' AND WS-COMP-QTD > 0
               IF WS-BOM-COUNT < 20
                   MOVE WS-KIT-ID TO BOM-KIT-ID
                   MOVE WS-COMP-ID TO BOM-COMP-ID
                   MOVE WS-COMP-QTD TO BOM-COMP-QTY
                   MOVE BOM-REC TO BOM-TEMP-REC
                   WRITE BOM-TEMP-REC
               ELSE
                   DISPLAY "Kit ja tem 20 componentes - linha recusada."
               END-IF
           END-IF
           CLOSE BOM-FILE
           CLOSE BOM-TEMP
           CALL "SYSTEM" USING
               "mv bill_of_materials.tmp bill_of_materials.dat"
           IF WS-COMP-QTD = 0
               DISPLAY "Componente " WS-COMP-ID " retirado do kit."
           ELSE
               DISPLAY "Componente " WS-COMP-ID " gravado no kit."
           END-IF
           .

      *>-----------------------------------------------------------
      *> Ordem de montagem: consome os componentes do kit na
      *> localizacao pedida (lote a lote, FEFO, pernas M) e da
      *> entrada aos kits montados (perna K). O custo medio do kit
      *> e a media ponderada do stock que ja havia com o custo dos
      *> componentes consumidos. Verifica tudo antes de mexer em
      *> qualquer componente: ou a montagem passa inteira ou nao
      *> passa.
      *>-----------------------------------------------------------
       ORDEM-MONTAGEM.
           DISPLAY "Numero do produto kit:"
           ACCEPT WS-KIT-ID
           DISPLAY "Quantidade de kits a montar:"
           ACCEPT WS-KIT-QTD
           DISPLAY "Localizacao (ex.: LOJA, ARMAZEM; vazio = LOJA):"
           ACCEPT WS-LOCATION
           IF WS-LOCATION = SPACES
               MOVE "LOJA" TO WS-LOCATION
           END-IF
           IF WS-KIT-QTD = 0
               DISPLAY "Quantidade invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KIT-ID TO WS-ID
           PERFORM LOCALIZAR-PRODUTO
           IF WS-FOUND = 'N'
               DISPLAY "Produto nao encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-KIT-BOM
           IF WS-BOM-COUNT = 0
               DISPLAY "Produto " WS-KIT-ID
                       " nao tem lista de materiais."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-KIT-SHORT
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               PERFORM CHECK-COMPONENT-STOCK
           END-PERFORM
           IF WS-KIT-SHORT = 'Y'
               DISPLAY "Montagem recusada: componentes em falta."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KIT-BATCH-COST
           MOVE "M" TO WS-MOV-TIPO-OUT
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               PERFORM CONSUME-COMPONENT
           END-PERFORM
           MOVE "S" TO WS-MOV-TIPO-OUT

           MOVE WS-KIT-ID TO WS-ID
           MOVE WS-KIT-QTD TO WS-QTD
           PERFORM ATUALIZAR-STOCK-MONTAGEM
           MOVE WS-QTD TO WS-LOC-DELTA
           PERFORM UPDATE-LOCATION-STOCK
           PERFORM REGISTAR-ENTRADA-KIT
           DISPLAY "Montado(s) " WS-KIT-QTD " kit(s) do produto "
                   WS-KIT-ID ". Novo stock: " WS-NEW-STOCK
           DISPLAY "Custo medio do kit: " WS-KIT-UNIT-COST
           .

      *> Componente WS-BOM-IDX: quantidade necessaria para a ordem,
      *> no total e na localizacao (se o produto ja tem reparticao).
       CHECK-COMPONENT-STOCK.
           COMPUTE WS-BOM-T-NEED(WS-BOM-IDX) =
               WS-BOM-T-QTY(WS-BOM-IDX) * WS-KIT-QTD
           IF WS-BOM-T-NEED(WS-BOM-IDX) > WS-BOM-T-STOCK(WS-BOM-IDX)
               MOVE 'Y' TO WS-KIT-SHORT
               DISPLAY "Componente " WS-BOM-T-ID(WS-BOM-IDX)
                       ": precisa " WS-BOM-T-NEED(WS-BOM-IDX)
                       ", stock " WS-BOM-T-STOCK(WS-BOM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BOM-T-ID(WS-BOM-IDX) TO WS-ID
           PERFORM SUM-PRODUCT-LOCATIONS
           IF WS-LOC-SUM > 0
               PERFORM GET-LOCATION-QTY
               IF WS-LOC-QTY < WS-BOM-T-NEED(WS-BOM-IDX)
                   MOVE 'Y' TO WS-KIT-SHORT
                   DISPLAY "Componente " WS-BOM-T-ID(WS-BOM-IDX)
                           ": localizacao " WS-LOCATION " so tem "
                           WS-LOC-QTY " de "
                           WS-BOM-T-NEED(WS-BOM-IDX)
               END-IF
           END-IF
           .

      *> Saida do componente WS-BOM-IDX para a montagem; o custo
      *> consumido acumula em WS-KIT-BATCH-COST.
       CONSUME-COMPONENT.
           MOVE WS-BOM-T-ID(WS-BOM-IDX) TO WS-ID
           MOVE WS-BOM-T-NEED(WS-BOM-IDX) TO WS-QTD
           PERFORM SUM-PRODUCT-LOCATIONS
           PERFORM ATUALIZAR-STOCK-SAIDA
           IF WS-LOC-SUM > 0
               COMPUTE WS-LOC-DELTA = 0 - WS-QTD
               PERFORM UPDATE-LOCATION-STOCK
           END-IF
           PERFORM CONSUME-LOTS-FEFO
           COMPUTE WS-KIT-BATCH-COST = WS-KIT-BATCH-COST
               + WS-QTD * WS-BOM-T-COST(WS-BOM-IDX)
           .

      *>-----------------------------------------------------------
      *> Como ATUALIZAR-STOCK-ENTRADA, para o kit montado: soma a
      *> quantidade e recalcula o custo medio ponderado com o custo
      *> dos componentes consumidos (WS-KIT-BATCH-COST).
      *>-----------------------------------------------------------
       ATUALIZAR-STOCK-MONTAGEM.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT PRODUCTS-FILE
           OPEN OUTPUT PRODUCTS-TEMP
           MOVE 'N' TO WS-EOF-PROD

           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       MOVE SPACES TO PRODUCT-TEMP-RECORD
                       MOVE PROD-ID TO PTMP-ID
                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
                           MOVE 0 TO PTMP-COST
                       END-IF
                       IF PROD-ID = WS-ID
                           MOVE 'Y' TO WS-FOUND
                           ADD WS-QTD TO PROD-QTY GIVING PTMP-QTY
                           MOVE PTMP-QTY TO WS-NEW-STOCK
                           MOVE PROD-REORDER TO WS-REORDER
                           COMPUTE WS-KIT-OLD-VALUE =
                               PROD-QTY * PTMP-COST
                           COMPUTE PTMP-COST ROUNDED =
                               (WS-KIT-OLD-VALUE + WS-KIT-BATCH-COST)
                               / PTMP-QTY
                           MOVE PTMP-COST TO WS-KIT-UNIT-COST
                       ELSE
                           MOVE PROD-QTY TO PTMP-QTY
                       END-IF
                       WRITE PRODUCT-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE PRODUCTS-FILE
           CLOSE PRODUCTS-TEMP

           IF WS-FOUND = 'Y'
               CALL "SYSTEM" USING "mv products.tmp products.dat"
           ELSE
               CALL "SYSTEM" USING "rm -f products.tmp"
           END-IF
           .

       REGISTAR-ENTRADA-KIT.
           OPEN EXTEND MOVEMENTS-FILE
           IF WS-MOV-FILE-STATUS = "05" OR WS-MOV-FILE-STATUS = "35"
               CLOSE MOVEMENTS-FILE
               OPEN OUTPUT MOVEMENTS-FILE
               CLOSE MOVEMENTS-FILE
               OPEN EXTEND MOVEMENTS-FILE
           END-IF
               MOVE SPACES TO MOVEMENT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:8) TO MOV-DATE
               MOVE WS-ID TO MOV-ID
               SET MOV-ENTRADA-KIT TO TRUE
               MOVE WS-QTD TO MOV-QTD
               MOVE WS-NEW-STOCK TO MOV-STOCK-POS
               MOVE WS-LOCATION TO MOV-LOCATION
               WRITE MOVEMENT-RECORD
           CLOSE MOVEMENTS-FILE
           .

      *>-----------------------------------------------------------
      *> Analise ABC e stock parado: soma as pernas de venda (S) dos
      *> ultimos 12 meses de inventory_movements.dat ao preco de
      *> venda do catalogo, classifica os produtos pelo valor de
      *> vendas (A ate 80% acumulado, B ate 95%, C o resto e os sem
      *> vendas), grava a classe no produto e lista o stock sem
      *> vendas ha 90, 180 ou 365 dias, valorizado ao custo medio,
      *> com a localizacao e a validade mais proxima dos lotes.
      *>-----------------------------------------------------------
       ANALISE-ABC.
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           COMPUTE WS-ABC-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY8) - 365)
           PERFORM LOAD-ABC-PRODUCTS
           IF WS-ABC-COUNT = 0
               DISPLAY "Catalogo vazio."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ABC-SALES

           OPEN OUTPUT ABC-FILE
           MOVE SPACES TO ABC-LINE
           STRING "ANALISE ABC - VENDAS DE " DELIMITED BY SIZE
                  WS-ABC-CUTOFF DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-TODAY8 DELIMITED BY SIZE
                  " (PRECO DE VENDA)" DELIMITED BY SIZE
                  INTO ABC-LINE
           END-STRING
           WRITE ABC-LINE
           MOVE "ORD  C PROD NOME" TO ABC-LINE
           MOVE "VENDIDO   VALOR VENDAS  % ACUM  VALOR STOCK"
               TO ABC-LINE(34:)
           WRITE ABC-LINE
           PERFORM CLASSIFY-ABC
           PERFORM SAVE-ABC-CLASSES

           MOVE SPACES TO ABC-LINE
           WRITE ABC-LINE
           MOVE "STOCK PARADO (SEM VENDAS) - VALOR AO CUSTO MEDIO"
               TO ABC-LINE
           WRITE ABC-LINE
           MOVE 365 TO WS-DEAD-LIMIT
           MOVE 99999 TO WS-DEAD-UPPER
           PERFORM DEAD-STOCK-BAND
           MOVE 180 TO WS-DEAD-LIMIT
           MOVE 365 TO WS-DEAD-UPPER
           PERFORM DEAD-STOCK-BAND
           MOVE 90 TO WS-DEAD-LIMIT
           MOVE 180 TO WS-DEAD-UPPER
           PERFORM DEAD-STOCK-BAND
           CLOSE ABC-FILE
           MOVE "abc_analysis.txt" TO RPQ-FILE
           MOVE "ABCANAL" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Classes: A " WS-ABC-CNT-A "  B " WS-ABC-CNT-B
                   "  C " WS-ABC-CNT-C " (abc_analysis.txt)"
           .

       LOAD-ABC-PRODUCTS.
           INITIALIZE WS-ABC-TABLE
           MOVE 0 TO WS-ABC-COUNT
           OPEN INPUT PRODUCTS-FILE
           IF WS-PROD-FILE-STATUS = "35"
               CLOSE PRODUCTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF WS-ABC-COUNT < 500
                           ADD 1 TO WS-ABC-COUNT
                           MOVE PROD-ID TO WS-ABC-ID(WS-ABC-COUNT)
                           MOVE PROD-NAME TO WS-ABC-NAME(WS-ABC-COUNT)
                           MOVE PROD-PRICE
                               TO WS-ABC-PRICE(WS-ABC-COUNT)
                           MOVE PROD-QTY TO WS-ABC-QTY(WS-ABC-COUNT)
                           IF PROD-AVG-COST IS NUMERIC
                               MOVE PROD-AVG-COST
                                   TO WS-ABC-COST(WS-ABC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           .

      *> Pernas de venda: a ultima venda de sempre (para o stock
      *> parado) e as quantidades/valor dos ultimos 12 meses.
       LOAD-ABC-SALES.
           OPEN INPUT MOVEMENTS-FILE
           IF WS-MOV-FILE-STATUS = "35"
               CLOSE MOVEMENTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MOV-EOF
           PERFORM UNTIL WS-MOV-EOF = 'Y'
               READ MOVEMENTS-FILE
                   AT END MOVE 'Y' TO WS-MOV-EOF
                   NOT AT END
                       IF MOV-SAIDA AND MOV-DATE(1:8) IS NUMERIC
                           PERFORM ADD-ABC-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENTS-FILE
           .

       ADD-ABC-SALE.
           MOVE 'N' TO WS-ABC-FOUND
           PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-COUNT
                      OR WS-ABC-FOUND = 'Y'
               IF WS-ABC-ID(WS-ABC-IDX) = MOV-ID
                   MOVE 'Y' TO WS-ABC-FOUND
                   MOVE WS-ABC-IDX TO WS-ABC-BEST
               END-IF
           END-PERFORM
           IF WS-ABC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE MOV-DATE(1:8) TO WS-ABC-MOV-DATE
           IF WS-ABC-MOV-DATE > WS-ABC-LAST-SALE(WS-ABC-BEST)
               MOVE WS-ABC-MOV-DATE TO WS-ABC-LAST-SALE(WS-ABC-BEST)
           END-IF
           IF WS-ABC-MOV-DATE >= WS-ABC-CUTOFF
               ADD MOV-QTD TO WS-ABC-SOLD(WS-ABC-BEST)
               COMPUTE WS-ABC-SALES(WS-ABC-BEST) =
                   WS-ABC-SALES(WS-ABC-BEST)
                   + MOV-QTD * WS-ABC-PRICE(WS-ABC-BEST)
           END-IF
           .

      *> Ordena por valor de vendas (escolhe o maior ainda por
      *> classificar) e classifica pela percentagem acumulada antes
      *> do produto: o primeiro e sempre A.
       CLASSIFY-ABC.
           MOVE 0 TO WS-ABC-TOTAL
           MOVE 0 TO WS-ABC-CUM
           MOVE 0 TO WS-ABC-CNT-A
           MOVE 0 TO WS-ABC-CNT-B
           MOVE 0 TO WS-ABC-CNT-C
           PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-COUNT
               ADD WS-ABC-SALES(WS-ABC-IDX) TO WS-ABC-TOTAL
           END-PERFORM
           PERFORM VARYING WS-ABC-RANK FROM 1 BY 1
                   UNTIL WS-ABC-RANK > WS-ABC-COUNT
               MOVE 0 TO WS-ABC-BEST
               PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                       UNTIL WS-ABC-IDX > WS-ABC-COUNT
                   IF WS-ABC-DONE(WS-ABC-IDX) NOT = 'Y'
                       IF WS-ABC-BEST = 0
                           MOVE WS-ABC-IDX TO WS-ABC-BEST
                       ELSE
                           IF WS-ABC-SALES(WS-ABC-IDX) >
                              WS-ABC-SALES(WS-ABC-BEST)
                               MOVE WS-ABC-IDX TO WS-ABC-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-ABC-DONE(WS-ABC-BEST)
               PERFORM CLASSIFY-ONE-PRODUCT
           END-PERFORM
           .

       CLASSIFY-ONE-PRODUCT.
           IF WS-ABC-TOTAL = 0 OR WS-ABC-SALES(WS-ABC-BEST) = 0
               MOVE 100 TO WS-ABC-CUM-PCT
           ELSE
               COMPUTE WS-ABC-CUM-PCT ROUNDED =
                   WS-ABC-CUM * 100 / WS-ABC-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WS-ABC-CUM-PCT < 80
                   MOVE "A" TO WS-ABC-CLASS(WS-ABC-BEST)
                   ADD 1 TO WS-ABC-CNT-A
               WHEN WS-ABC-CUM-PCT < 95
                   MOVE "B" TO WS-ABC-CLASS(WS-ABC-BEST)
                   ADD 1 TO WS-ABC-CNT-B
               WHEN OTHER
                   MOVE "C" TO WS-ABC-CLASS(WS-ABC-BEST)
                   ADD 1 TO WS-ABC-CNT-C
           END-EVALUATE
           ADD WS-ABC-SALES(WS-ABC-BEST) TO WS-ABC-CUM
           IF WS-ABC-TOTAL = 0
               MOVE 0 TO WS-ABC-CUM-PCT
           ELSE
               COMPUTE WS-ABC-CUM-PCT ROUNDED =
                   WS-ABC-CUM * 100 / WS-ABC-TOTAL
           END-IF
           COMPUTE WS-DEAD-STK-VALUE =
               WS-ABC-QTY(WS-ABC-BEST) * WS-ABC-COST(WS-ABC-BEST)
           MOVE WS-ABC-SALES(WS-ABC-BEST) TO WS-ABC-DISP
           MOVE WS-ABC-CUM-PCT TO WS-ABC-PCT-DISP
           MOVE WS-DEAD-STK-VALUE TO WS-VAL-DISP
           MOVE SPACES TO ABC-LINE
           STRING WS-ABC-RANK DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ABC-CLASS(WS-ABC-BEST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-ID(WS-ABC-BEST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-NAME(WS-ABC-BEST)(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-SOLD(WS-ABC-BEST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ABC-PCT-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VAL-DISP DELIMITED BY SIZE
                  INTO ABC-LINE
           END-STRING
           WRITE ABC-LINE
           .

      *> Grava a classe de cada produto analisado no catalogo.
       SAVE-ABC-CLASSES.
           OPEN INPUT PRODUCTS-FILE
           OPEN OUTPUT PRODUCTS-TEMP
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       MOVE SPACES TO PRODUCT-TEMP-RECORD
                       MOVE PROD-ID TO PTMP-ID
                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-QTY TO PTMP-QTY
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
                           MOVE 0 TO PTMP-COST
                       END-IF
                       PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                               UNTIL WS-ABC-IDX > WS-ABC-COUNT
                           IF WS-ABC-ID(WS-ABC-IDX) = PROD-ID
                               MOVE WS-ABC-CLASS(WS-ABC-IDX)
                                   TO PTMP-ABC
                           END-IF
                       END-PERFORM
                       WRITE PRODUCT-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           CLOSE PRODUCTS-TEMP
           CALL "SYSTEM" USING "mv products.tmp products.dat"
           .

      *> Um escalao do stock parado: produtos com stock cuja ultima
      *> venda tem WS-DEAD-LIMIT dias ou mais (e menos de
      *> WS-DEAD-UPPER); nunca vendidos contam no escalao de 365.
       DEAD-STOCK-BAND.
           MOVE 0 TO WS-DEAD-CNT
           MOVE 0 TO WS-DEAD-VALUE
           MOVE SPACES TO ABC-LINE
           STRING "SEM VENDAS HA " DELIMITED BY SIZE
                  WS-DEAD-LIMIT DELIMITED BY SIZE
                  " DIAS OU MAIS" DELIMITED BY SIZE
                  INTO ABC-LINE
           END-STRING
           WRITE ABC-LINE
           PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-COUNT
               IF WS-ABC-QTY(WS-ABC-IDX) > 0
                   IF WS-ABC-LAST-SALE(WS-ABC-IDX) = 0
                       MOVE 99999 TO WS-DEAD-DAYS
                   ELSE
                       COMPUTE WS-DEAD-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY8)
                           - FUNCTION INTEGER-OF-DATE(
                                 WS-ABC-LAST-SALE(WS-ABC-IDX))
                   END-IF
                   IF WS-DEAD-DAYS >= WS-DEAD-LIMIT
                      AND (WS-DEAD-DAYS < WS-DEAD-UPPER
                           OR WS-DEAD-UPPER = 99999)
                       PERFORM PRINT-DEAD-STOCK
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DEAD-VALUE TO WS-ABC-DISP
           MOVE SPACES TO ABC-LINE
           STRING "  PRODUTOS: " DELIMITED BY SIZE
                  WS-DEAD-CNT DELIMITED BY SIZE
                  "  VALOR PARADO: " DELIMITED BY SIZE
                  WS-ABC-DISP DELIMITED BY SIZE
                  INTO ABC-LINE
           END-STRING
           WRITE ABC-LINE
           .

       PRINT-DEAD-STOCK.
           ADD 1 TO WS-DEAD-CNT
           COMPUTE WS-DEAD-STK-VALUE =
               WS-ABC-QTY(WS-ABC-IDX) * WS-ABC-COST(WS-ABC-IDX)
           ADD WS-DEAD-STK-VALUE TO WS-DEAD-VALUE
           MOVE WS-ABC-ID(WS-ABC-IDX) TO WS-ID
           PERFORM FIND-DEAD-EXPIRY
           MOVE WS-DEAD-STK-VALUE TO WS-VAL-DISP
           MOVE SPACES TO ABC-LINE
           STRING "  PROD " DELIMITED BY SIZE
                  WS-ABC-ID(WS-ABC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-NAME(WS-ABC-IDX)(1:20) DELIMITED BY SIZE
                  " QTD " DELIMITED BY SIZE
                  WS-ABC-QTY(WS-ABC-IDX) DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VAL-DISP DELIMITED BY SIZE
                  " ULT.VENDA " DELIMITED BY SIZE
                  WS-ABC-LAST-SALE(WS-ABC-IDX) DELIMITED BY SIZE
                  " VALIDADE " DELIMITED BY SIZE
                  WS-DEAD-EXPIRY DELIMITED BY SIZE
                  INTO ABC-LINE
           END-STRING
           WRITE ABC-LINE
           PERFORM PRINT-DEAD-LOCATIONS
           .

      *> Validade mais proxima dos lotes com stock do produto WS-ID
      *> (0 = sem lotes com validade).
       FIND-DEAD-EXPIRY.
           MOVE 0 TO WS-DEAD-EXPIRY
           OPEN INPUT LOTS-FILE
           IF WS-LOT-STATUS = "35"
               CLOSE LOTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOT-EOF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
               READ LOTS-FILE
                   AT END MOVE 'Y' TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PROD-ID = WS-ID AND LOT-QTY > 0
                          AND LOT-EXPIRY NOT = 0
                           IF WS-DEAD-EXPIRY = 0
                              OR LOT-EXPIRY < WS-DEAD-EXPIRY
                               MOVE LOT-EXPIRY TO WS-DEAD-EXPIRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTS-FILE
           .

      *> Onde esta o stock parado (linhas de localizacao com stock;
      *> sem reparticao fica tudo em GERAL).
       PRINT-DEAD-LOCATIONS.
           MOVE SPACES TO WS-DEAD-LOC-LINE
           MOVE 1 TO WS-DEAD-LOC-PTR
           STRING "      LOCALIZACOES:" DELIMITED BY SIZE
                  INTO WS-DEAD-LOC-LINE
                  WITH POINTER WS-DEAD-LOC-PTR
           END-STRING
           MOVE 0 TO WS-LOC-SUM
           OPEN INPUT LOCATIONS-FILE
           IF WS-LOC-STATUS NOT = "35"
               MOVE 'N' TO WS-LOC-EOF
               PERFORM UNTIL WS-LOC-EOF = 'Y'
                   READ LOCATIONS-FILE
                       AT END MOVE 'Y' TO WS-LOC-EOF
                       NOT AT END
                           IF SL-PROD-ID = WS-ID AND SL-QTY > 0
                              AND WS-DEAD-LOC-PTR < 85
                               ADD SL-QTY TO WS-LOC-SUM
                               STRING " " DELIMITED BY SIZE
                                      SL-LOCATION DELIMITED BY SPACE
                                      " " DELIMITED BY SIZE
                                      SL-QTY DELIMITED BY SIZE
                                      INTO WS-DEAD-LOC-LINE
                                      WITH POINTER WS-DEAD-LOC-PTR
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOCATIONS-FILE
           COMPUTE WS-LOC-UNALLOC = WS-ABC-QTY(WS-ABC-IDX) - WS-LOC-SUM
           IF WS-LOC-UNALLOC > 0
               MOVE WS-LOC-UNALLOC TO WS-LOC-QTY
               STRING " GERAL " DELIMITED BY SIZE
                      WS-LOC-QTY DELIMITED BY SIZE
                      INTO WS-DEAD-LOC-LINE
                      WITH POINTER WS-DEAD-LOC-PTR
               END-STRING
           END-IF
           MOVE WS-DEAD-LOC-LINE TO ABC-LINE
           WRITE ABC-LINE
           .

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "INVENTORY" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF
           .
