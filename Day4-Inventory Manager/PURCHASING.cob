      *> so reordering stops happening over the phone with no
      *> record, double-ordering some products and forgetting
      *> others.
      *>
      *> O fornecedor guarda tambem os dados bancarios com que a
      *> corrida de pagamentos do AP-SYSTEM lhe paga: conta neste
      *> banco ou IBAN noutro banco (validado pelo IBAN-CHECK).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT SUPPLIERS-TEMP ASSIGN TO "suppliers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-FILE ASSIGN TO "purchase_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT DRIFT-FILE ASSIGN TO "price_drift_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Encomendas pendentes de clientes (ver
      *> SALES-ORDER-RECORD.cpy): a rececao reserva-lhes o que
      *> chegou, da mais antiga para a mais recente.
           SELECT SO-FILE ASSIGN TO "sales_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT SO-TEMP ASSIGN TO "sales_orders.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BO-AGING-FILE ASSIGN TO "backorder_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Custos de aquisicao (frete, direitos aduaneiros, manuseamento)
      *> repartidos pelas rececoes (ver LANDED-COST-RECORD.cpy).
           SELECT LC-FILE ASSIGN TO "landed_costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PRODUCTS-FILE.
       COPY "PRODUCT-RECORD.cpy".

      *> Width must match PRODUCT-RECORD.cpy exactly (57 chars).
       FD PRODUCTS-TEMP.
       01 PRODUCT-TEMP-RECORD.
           05 PTMP-ID       PIC 9(4).
           05 PTMP-QTY      PIC 9(4).
           05 PTMP-REORDER  PIC 9(4).
           05 PTMP-COST     PIC 9(5)V99.
           05 PTMP-ABC      PIC X.

       FD SUPPLIERS-FILE.
       COPY "SUPPLIER-RECORD.cpy".

      *> Width must match SUPPLIER-REC exactly (95 chars).
       FD SUPPLIERS-TEMP.
       01 SUP-TEMP-REC PIC X(95).

       FD PO-FILE.
       01 PO-REC.
      *> Preco unitario acordado na encomenda (da tabela de precos
      *> do fornecedor); em branco nas linhas antigas.
           05 PO-PRICE    PIC 9(5)V99.
      *> Quantidade efetivamente chegada na rececao; em branco nas
      *> linhas antigas (vale PO-QTY).
           05 PO-RCV-QTY  PIC 9(4).

      *> Width must match PO-REC exactly (44 chars).
       FD PO-TEMP.
       01 PO-TEMP-REC PIC X(44).

       FD MOVEMENTS-FILE.
       COPY "MOVEMENT-RECORD.cpy".
       FD DRIFT-FILE.
       01 DRIFT-LINE PIC X(90).

       FD SO-FILE.
       COPY "SALES-ORDER-RECORD.cpy".

      *> Width must match SO-REC exactly (68 chars).
       FD SO-TEMP.
       01 SO-TEMP-REC PIC X(68).

       FD BO-AGING-FILE.
       01 BO-AGING-LINE PIC X(80).

       FD LC-FILE.
       COPY "LANDED-COST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPTION      PIC 9(2) VALUE 0.
       01 WS-PROD-STATUS PIC XX.
       01 WS-SUP-ID      PIC 9(3).
       01 WS-SUP-NAME    PIC X(25).
       01 WS-SUP-CONTACT PIC X(20).
      *> Dados bancarios do fornecedor (ver SUPPLIER-RECORD.cpy).
       01 WS-SUP-METHOD  PIC X.
       01 WS-SUP-ACC     PIC 9(8).
       01 WS-SUP-IBAN    PIC X(34).
       01 WS-SUP-BANK    PIC 9(4).
       01 WS-SUP-BANK-OK PIC X.

       01 WS-LAST-PO-ID  PIC 9(5) VALUE 0.
       01 WS-CONFIRM     PIC X.
       01 WS-NEW-STOCK   PIC 9(4).
       01 WS-LATE-COUNT  PIC 9(3) VALUE 0.
       01 WS-HAS-OPEN-PO PIC X.
      *> Propostas de encomenda por classe ABC: A, depois B, depois
      *> C e os ainda por classificar.
       01 WS-ABC-PASS    PIC 9.
       01 WS-ABC-IN-PASS PIC X.
       01 WS-LOC-STATUS  PIC XX.
       01 WS-LOC-EOF     PIC X VALUE "N".
       01 WS-LOC-FOUND   PIC X.
       01 WS-DONE-TABLE.
           05 WS-DONE-SUP OCCURS 20 TIMES PIC 9(3).

      *> Encomendas pendentes: reserva na rececao e antiguidade.
       01 WS-SO-STATUS      PIC XX.
       01 WS-BO-REMAIN      PIC 9(4).
       01 WS-BO-NEED        PIC 9(4).
       01 WS-BO-RELEASED    PIC 9(3).
       01 WS-BA-TODAY-INT   PIC 9(9).
       01 WS-BA-AGE         PIC S9(5).
       01 WS-BA-COUNT       PIC 9(3).
       01 WS-BA-IDX         PIC 9(3).
       01 WS-BA-MATCH       PIC 9(3).
       01 WS-BA-TABLE.
           05 WS-BA-ENTRY OCCURS 100 TIMES.
               10 WS-BA-PROD   PIC 9(4).
               10 WS-BA-LINES  PIC 9(3).
               10 WS-BA-QTY    PIC 9(5).
               10 WS-BA-B1     PIC 9(5).
               10 WS-BA-B2     PIC 9(5).
               10 WS-BA-B3     PIC 9(5).
               10 WS-BA-B4     PIC 9(5).
               10 WS-BA-OLDEST PIC 9(8).

      *> Custos de aquisicao: encargo e rececoes a que se reparte.
       01 WS-LC-STATUS      PIC XX.
       01 WS-LAST-LC-ID     PIC 9(5).
       01 WS-LC-SUP         PIC 9(3).
       01 WS-LC-DOC         PIC X(12).
       01 WS-LC-TYPE        PIC X.
       01 WS-LC-BASIS       PIC X.
       01 WS-LC-TOTAL       PIC 9(7)V99.
       01 WS-LC-PO          PIC 9(5).
       01 WS-LC-WEIGHT      PIC 9(5)V99.
       01 WS-LC-BASE-SUM    PIC 9(11)V99.
       01 WS-LC-SPREAD      PIC 9(7)V99.
       01 WS-LC-CAP-TOTAL   PIC 9(7)V99.
       01 WS-LC-COS-TOTAL   PIC 9(7)V99.
       01 WS-LC-PROD-CAP    PIC 9(7)V99.
       01 WS-LC-REMAIN      PIC 9(4).
       01 WS-LC-COUNT       PIC 9(2).
       01 WS-LC-IDX         PIC 9(2).
       01 WS-LC-DUP         PIC X.
       01 WS-LC-DISP        PIC ZZZ,ZZ9.99.
       01 WS-LC-DISP2       PIC ZZZ,ZZ9.99.
       01 WS-LC-TABLE.
           05 WS-LC-ENTRY OCCURS 20 TIMES.
               10 WS-LCE-PO      PIC 9(5).
               10 WS-LCE-PROD    PIC 9(4).
               10 WS-LCE-QTY     PIC 9(4).
               10 WS-LCE-PRICE   PIC 9(5)V99.
               10 WS-LCE-WEIGHT  PIC 9(5)V99.
               10 WS-LCE-BASE    PIC 9(9)V99.
               10 WS-LCE-ALLOC   PIC 9(7)V99.
               10 WS-LCE-ONHAND  PIC 9(4).
               10 WS-LCE-CAPITAL PIC 9(7)V99.

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK, Dia 86).
       COPY "IBAN-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "7. Registar preco de fornecedor"
       DISPLAY "8. Listar tabela de precos"
       DISPLAY "9. Relatorio de derive de precos"
       DISPLAY "10. Dados bancarios de fornecedor"
       DISPLAY "11. Antiguidade de encomendas pendentes (clientes)"
       DISPLAY "12. Custos de aquisicao (frete, direitos)"
       DISPLAY "13. Sair"
       ACCEPT WS-OPTION

       EVALUATE WS-OPTION
           WHEN 7 PERFORM ADD-PRICE
           WHEN 8 PERFORM LIST-PRICES
           WHEN 9 PERFORM PRICE-DRIFT-REPORT
           WHEN 10 PERFORM CHANGE-SUPPLIER-BANK
           WHEN 11 PERFORM BACKORDER-AGING
           WHEN 12 PERFORM REGISTER-LANDED-COST
           WHEN 13 GO TO END-PROG
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

           READ SUPPLIERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN SUP-PAY-INTERNAL
                           DISPLAY SUP-ID " " SUP-NAME " "
                                   SUP-CONTACT " CONTA " SUP-ACC-ID
                       WHEN SUP-PAY-EXTERNAL
                           DISPLAY SUP-ID " " SUP-NAME " "
                                   SUP-CONTACT " IBAN " SUP-IBAN
                       WHEN OTHER
                           DISPLAY SUP-ID " " SUP-NAME " "
                                   SUP-CONTACT " SEM DADOS BANCARIOS"
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE SUPPLIERS-FILE.
       ACCEPT WS-SUP-NAME
       DISPLAY "Contacto:"
       ACCEPT WS-SUP-CONTACT
       PERFORM ASK-SUPPLIER-BANK
       IF WS-SUP-BANK-OK = "N"
           DISPLAY "Fornecedor nao registado."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND SUPPLIERS-FILE
       IF WS-SUP-STATUS = "05" OR WS-SUP-STATUS = "35"
       MOVE WS-SUP-ID TO SUP-ID
       MOVE WS-SUP-NAME TO SUP-NAME
       MOVE WS-SUP-CONTACT TO SUP-CONTACT
       MOVE WS-SUP-METHOD TO SUP-PAY-METHOD
       MOVE WS-SUP-ACC TO SUP-ACC-ID
       MOVE WS-SUP-IBAN TO SUP-IBAN
       MOVE WS-SUP-BANK TO SUP-BANK
       WRITE SUPPLIER-REC
       CLOSE SUPPLIERS-FILE
       DISPLAY "Fornecedor registado.".

      *> Pede a forma de pagamento do fornecedor para WS-SUP-METHOD /
      *> ACC / IBAN / BANK; WS-SUP-BANK-OK = N se os dados nao
      *> servem. Sem dados bancarios o fornecedor continua a ter
      *> aviso de pagamento, mas a corrida nao lhe move dinheiro.
ASK-SUPPLIER-BANK.
       MOVE "N" TO WS-SUP-BANK-OK
       MOVE 0 TO WS-SUP-ACC
       MOVE SPACES TO WS-SUP-IBAN
       MOVE 0 TO WS-SUP-BANK
       DISPLAY "Pagamento: I = conta neste banco, E = IBAN noutro "
               "banco, vazio = sem dados bancarios:"
       ACCEPT WS-SUP-METHOD
       EVALUATE WS-SUP-METHOD
           WHEN "I"
           WHEN "i"
               MOVE "I" TO WS-SUP-METHOD
               DISPLAY "Conta do fornecedor neste banco:"
               ACCEPT WS-SUP-ACC
               IF WS-SUP-ACC = 0
                   DISPLAY "Conta invalida."
               ELSE
                   MOVE "S" TO WS-SUP-BANK-OK
               END-IF
           WHEN "E"
           WHEN "e"
               MOVE "E" TO WS-SUP-METHOD
               DISPLAY "IBAN do fornecedor:"
               ACCEPT WS-SUP-IBAN
               PERFORM CHECK-SUPPLIER-IBAN
           WHEN SPACE
               MOVE "S" TO WS-SUP-BANK-OK
           WHEN OTHER
               DISPLAY "Forma de pagamento invalida."
       END-EVALUATE.

      *> Valida WS-SUP-IBAN pela regra do IBAN-CHECK (mesmas regras
      *> dos beneficiarios do Dia26: a camara so compensa IBAN
      *> portugueses de outros bancos).
CHECK-SUPPLIER-IBAN.
       MOVE "V" TO IBR-ACTION
       MOVE WS-SUP-IBAN TO IBR-IBAN
       CALL "IBAN-CHECK" USING IBAN-REQUEST
       IF IBR-RESULT NOT = "Y"
           DISPLAY "IBAN invalido: " IBR-REASON
           EXIT PARAGRAPH
       END-IF
       IF IBR-IBAN(1:2) NOT = "PT"
           DISPLAY "IBAN invalido: a camara de compensacao so aceita "
                   "IBAN portugueses."
           EXIT PARAGRAPH
       END-IF
       IF IBR-OWN-BANK = "Y"
           DISPLAY "IBAN deste banco: indique a conta do fornecedor "
                   "(forma I)."
           EXIT PARAGRAPH
       END-IF
       MOVE IBR-IBAN TO WS-SUP-IBAN
       MOVE IBR-BANK TO WS-SUP-BANK
       MOVE "S" TO WS-SUP-BANK-OK.

*>-----------------------------------------------------------------
*> Altera os dados bancarios de um fornecedor ja registado
*> (tipicamente os registados antes de os haver): reescreve
*> suppliers.dat via temporario.
*>-----------------------------------------------------------------
CHANGE-SUPPLIER-BANK.
       DISPLAY "Numero do fornecedor:"
       ACCEPT WS-SUP-ID
       MOVE "N" TO WS-FOUND
       OPEN INPUT SUPPLIERS-FILE
       IF WS-SUP-STATUS = "35"
           CLOSE SUPPLIERS-FILE
           DISPLAY "Sem fornecedores registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SUPPLIERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SUP-ID = WS-SUP-ID
                       MOVE "S" TO WS-FOUND
                       MOVE SUP-NAME TO WS-SUP-NAME
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SUPPLIERS-FILE
       IF WS-FOUND = "N"
           DISPLAY "Fornecedor nao encontrado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Fornecedor " WS-SUP-ID " " WS-SUP-NAME
       PERFORM ASK-SUPPLIER-BANK
       IF WS-SUP-BANK-OK = "N"
           DISPLAY "Dados bancarios nao alterados."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT SUPPLIERS-FILE
       OPEN OUTPUT SUPPLIERS-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SUPPLIERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SUP-ID = WS-SUP-ID
                       MOVE WS-SUP-METHOD TO SUP-PAY-METHOD
                       MOVE WS-SUP-ACC TO SUP-ACC-ID
                       MOVE WS-SUP-IBAN TO SUP-IBAN
                       MOVE WS-SUP-BANK TO SUP-BANK
                   END-IF
                   MOVE SUPPLIER-REC TO SUP-TEMP-REC
                   WRITE SUP-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE SUPPLIERS-FILE
       CLOSE SUPPLIERS-TEMP
       CALL "SYSTEM" USING "mv suppliers.tmp suppliers.dat"
       DISPLAY "Dados bancarios do fornecedor atualizados.".

*>-----------------------------------------------------------------
*> Percorre o catalogo e, para cada produto no ponto de reposicao
*> sem encomenda ja aberta, apresenta a proposta ao operador antes
*> de a confirmar -- o ecra de revisao que faltava ao telefone.
*> Os produtos A da analise ABC aparecem primeiro, depois os B,
*> depois os restantes.
*>-----------------------------------------------------------------
RAISE-ORDERS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Catalogo de produtos vazio."
           EXIT PARAGRAPH
       END-IF
       CLOSE PRODUCTS-FILE
       PERFORM VARYING WS-ABC-PASS FROM 1 BY 1 UNTIL WS-ABC-PASS > 3
           OPEN INPUT PRODUCTS-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ PRODUCTS-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ABC-PASS
                       IF PROD-QTY <= PROD-REORDER
                          AND WS-ABC-IN-PASS = "Y"
                           PERFORM PROPOSE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
       END-PERFORM

       DISPLAY "Encomendas criadas: " WS-POS-RAISED.

CHECK-ABC-PASS.
       MOVE "N" TO WS-ABC-IN-PASS
       EVALUATE TRUE
           WHEN WS-ABC-PASS = 1 AND PROD-CLASS-A
               MOVE "Y" TO WS-ABC-IN-PASS
           WHEN WS-ABC-PASS = 2 AND PROD-CLASS-B
               MOVE "Y" TO WS-ABC-IN-PASS
           WHEN WS-ABC-PASS = 3
                AND NOT PROD-CLASS-A AND NOT PROD-CLASS-B
               MOVE "Y" TO WS-ABC-IN-PASS
       END-EVALUATE.

PROPOSE-ONE-ORDER.
       PERFORM CHECK-OPEN-PO
       IF WS-HAS-OPEN-PO = "Y"
       COMPUTE WS-ORDER-QTY = PROD-REORDER * 2 - PROD-QTY
       DISPLAY "----------------------------------------"
       DISPLAY "Produto " PROD-ID " " PROD-NAME
               "  Classe ABC " PROD-ABC-CLASS
       DISPLAY "Stock " PROD-QTY "  Reposicao " PROD-REORDER
               "  Qtd proposta " WS-ORDER-QTY

       MOVE WS-EXPECTED TO PO-EXPECTED
       MOVE "O" TO PO-STATUS
       MOVE WS-PO-PRICE TO PO-PRICE
       MOVE 0 TO PO-RCV-QTY
       WRITE PO-REC
       CLOSE PO-FILE

       END-PERFORM
       CLOSE PRICES-FILE
       CLOSE DRIFT-FILE
       MOVE "price_drift_report.txt" TO RPQ-FILE
       MOVE "PRCDRIFT" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Fornecedores analisados: " WS-DRIFT-LINES
               " (price_drift_report.txt)".

                           ACCEPT WS-RCV-EXPIRY
                       END-IF
                       MOVE "R" TO PO-STATUS
                       MOVE WS-RCV-QTY TO PO-RCV-QTY
                   END-IF
                   MOVE PO-REC TO PO-TEMP-REC
                   WRITE PO-TEMP-REC

       PERFORM BOOK-GOODS-IN
       DISPLAY "Encomenda " WS-RECEIVE-PO " rececionada: "
               WS-RCV-QTY " unidade(s) em stock."
       PERFORM ALLOCATE-BACKORDERS.

      *> Sobe o stock do produto via temporario e regista a entrada
      *> "E" no historial partilhado.
                   MOVE PROD-NAME TO PTMP-NAME
                   MOVE PROD-PRICE TO PTMP-PRICE
                   MOVE PROD-REORDER TO PTMP-REORDER
                   MOVE PROD-ABC-CLASS TO PTMP-ABC
                   IF PROD-AVG-COST IS NUMERIC
                       MOVE PROD-AVG-COST TO WS-OLD-COST
                   ELSE
       END-PERFORM
       CLOSE PO-FILE
       DISPLAY "Encomendas em atraso: " WS-LATE-COUNT.

      *> Reparte a quantidade rececionada pelas encomendas pendentes
      *> do produto (sales_orders.dat, INVOICE-SYSTEM), da mais
      *> antiga para a mais recente -- a ordem do ficheiro. A linha
      *> coberta por inteiro fica libertada (R) para faturar e o
      *> NOTIFY-BATCH (Dia 57) avisa o cliente; a parte reservada
      *> deixa de estar a venda para os outros clientes.
ALLOCATE-BACKORDERS.
       MOVE WS-RCV-QTY TO WS-BO-REMAIN
       MOVE 0 TO WS-BO-RELEASED
       OPEN INPUT SO-FILE
       IF WS-SO-STATUS = "35"
           CLOSE SO-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SO-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SO-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SO-BACKORDER AND SO-PROD-ID = WS-RCV-PROD
                      AND WS-BO-REMAIN > 0
                       PERFORM ALLOCATE-ONE-BACKORDER
                   END-IF
                   WRITE SO-TEMP-REC FROM SO-REC
           END-READ
       END-PERFORM
       CLOSE SO-FILE
       CLOSE SO-TEMP
       CALL "SYSTEM" USING "mv sales_orders.tmp sales_orders.dat"
       IF WS-BO-RELEASED > 0
           DISPLAY WS-BO-RELEASED " encomenda(s) pendente(s) "
                   "libertada(s) para faturar."
       END-IF.

ALLOCATE-ONE-BACKORDER.
       COMPUTE WS-BO-NEED = SO-QTY - SO-ALLOC-QTY
       IF WS-BO-NEED > WS-BO-REMAIN
           MOVE WS-BO-REMAIN TO WS-BO-NEED
       END-IF
       ADD WS-BO-NEED TO SO-ALLOC-QTY
       SUBTRACT WS-BO-NEED FROM WS-BO-REMAIN
       IF SO-ALLOC-QTY >= SO-QTY
           SET SO-RELEASED TO TRUE
           MOVE WS-TODAY TO SO-RELEASE-DATE
           ADD 1 TO WS-BO-RELEASED
           DISPLAY "  Encomenda pendente " SO-ID " de " SO-CUSTOMER
                   " libertada (" SO-QTY " un.)"
       ELSE
           DISPLAY "  Encomenda pendente " SO-ID " de " SO-CUSTOMER
                   ": " SO-ALLOC-QTY " de " SO-QTY " reservadas"
       END-IF.

*>-----------------------------------------------------------------
*> Antiguidade das encomendas pendentes por produto: quantidade
*> ainda sem stock (pedida menos reservada) das linhas a espera,
*> por idade da encomenda, e a encomenda mais antiga.
*>-----------------------------------------------------------------
BACKORDER-AGING.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-BA-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
       MOVE 0 TO WS-BA-COUNT
       INITIALIZE WS-BA-TABLE
       OPEN INPUT SO-FILE
       IF WS-SO-STATUS = "35"
           CLOSE SO-FILE
           DISPLAY "Sem encomendas pendentes."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SO-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SO-BACKORDER
                       PERFORM AGE-ONE-BACKORDER
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SO-FILE

       OPEN OUTPUT BO-AGING-FILE
       MOVE SPACES TO BO-AGING-LINE
       STRING "ENCOMENDAS PENDENTES POR PRODUTO EM " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " (QUANTIDADE SEM STOCK)" DELIMITED BY SIZE
              INTO BO-AGING-LINE
       END-STRING
       WRITE BO-AGING-LINE
       MOVE "PROD  LINHAS     FALTA   0-30  31-60  61-90    90+  MAIS ANTIGA"
           TO BO-AGING-LINE
       WRITE BO-AGING-LINE
       MOVE ALL "-" TO BO-AGING-LINE
       WRITE BO-AGING-LINE
       PERFORM VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BA-COUNT
           MOVE SPACES TO BO-AGING-LINE
           STRING WS-BA-PROD (WS-BA-IDX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-BA-LINES (WS-BA-IDX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-BA-QTY (WS-BA-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BA-B1 (WS-BA-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BA-B2 (WS-BA-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BA-B3 (WS-BA-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BA-B4 (WS-BA-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BA-OLDEST (WS-BA-IDX) DELIMITED BY SIZE
                  INTO BO-AGING-LINE
           END-STRING
           WRITE BO-AGING-LINE
       END-PERFORM
       MOVE ALL "-" TO BO-AGING-LINE
       WRITE BO-AGING-LINE
       CLOSE BO-AGING-FILE
       MOVE "backorder_aging.txt" TO RPQ-FILE
       MOVE "BOAGING" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY WS-BA-COUNT " produto(s) com encomendas pendentes; "
               "relatorio em backorder_aging.txt".

AGE-ONE-BACKORDER.
       MOVE 0 TO WS-BA-MATCH
       PERFORM VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BA-COUNT OR WS-BA-MATCH > 0
           IF WS-BA-PROD (WS-BA-IDX) = SO-PROD-ID
               MOVE WS-BA-IDX TO WS-BA-MATCH
           END-IF
       END-PERFORM
       IF WS-BA-MATCH = 0
           IF WS-BA-COUNT = 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BA-COUNT
           MOVE WS-BA-COUNT TO WS-BA-MATCH
           MOVE SO-PROD-ID TO WS-BA-PROD (WS-BA-MATCH)
           MOVE SO-DATE TO WS-BA-OLDEST (WS-BA-MATCH)
       END-IF
       COMPUTE WS-BO-NEED = SO-QTY - SO-ALLOC-QTY
       COMPUTE WS-BA-AGE = WS-BA-TODAY-INT
           - FUNCTION INTEGER-OF-DATE(SO-DATE)
       ADD 1 TO WS-BA-LINES (WS-BA-MATCH)
       ADD WS-BO-NEED TO WS-BA-QTY (WS-BA-MATCH)
       EVALUATE TRUE
           WHEN WS-BA-AGE <= 30
               ADD WS-BO-NEED TO WS-BA-B1 (WS-BA-MATCH)
           WHEN WS-BA-AGE <= 60
               ADD WS-BO-NEED TO WS-BA-B2 (WS-BA-MATCH)
           WHEN WS-BA-AGE <= 90
               ADD WS-BO-NEED TO WS-BA-B3 (WS-BA-MATCH)
           WHEN OTHER
               ADD WS-BO-NEED TO WS-BA-B4 (WS-BA-MATCH)
       END-EVALUATE
       IF SO-DATE < WS-BA-OLDEST (WS-BA-MATCH)
           MOVE SO-DATE TO WS-BA-OLDEST (WS-BA-MATCH)
       END-IF.

*>-----------------------------------------------------------------
*> Custo de aquisicao: um encargo de frete, direitos aduaneiros ou
*> manuseamento faturado por outro fornecedor e reparte-se pelas
*> rececoes a que respeita, por valor (quantidade x preco da
*> encomenda), por quantidade ou por peso. A parte de cada rececao
*> que corresponde ao stock ainda em armazem sobe o custo medio do
*> produto; o resto ja saiu ao custo antigo e fica como custo das
*> vendas. As linhas ficam em landed_costs.dat para o AP-SYSTEM
*> conferir a fatura do fornecedor do encargo.
*>-----------------------------------------------------------------
REGISTER-LANDED-COST.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Fornecedor do encargo (transitario, alfandega...):"
       ACCEPT WS-LC-SUP
       PERFORM FIND-LC-SUPPLIER
       IF WS-FOUND = "N"
           DISPLAY "Fornecedor nao encontrado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Fornecedor " WS-LC-SUP " " WS-SUP-NAME
       DISPLAY "Numero do documento do fornecedor:"
       ACCEPT WS-LC-DOC
       DISPLAY "Tipo: F = frete, D = direitos aduaneiros, "
               "M = manuseamento:"
       ACCEPT WS-LC-TYPE
       IF WS-LC-TYPE NOT = "F" AND WS-LC-TYPE NOT = "D"
          AND WS-LC-TYPE NOT = "M"
           DISPLAY "Tipo de encargo invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Valor total do encargo:"
       ACCEPT WS-LC-TOTAL
       IF WS-LC-TOTAL = 0
           DISPLAY "Valor invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reparticao: V = valor, Q = quantidade, P = peso:"
       ACCEPT WS-LC-BASIS
       IF WS-LC-BASIS NOT = "V" AND WS-LC-BASIS NOT = "Q"
          AND WS-LC-BASIS NOT = "P"
           DISPLAY "Base de reparticao invalida."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-LC-COUNT
       MOVE 1 TO WS-LC-PO
       PERFORM UNTIL WS-LC-PO = 0 OR WS-LC-COUNT = 20
           DISPLAY "Encomenda rececionada (0 = fim):"
           ACCEPT WS-LC-PO
           IF WS-LC-PO NOT = 0
               PERFORM ADD-LC-RECEIPT
           END-IF
       END-PERFORM
       IF WS-LC-COUNT = 0
           DISPLAY "Nenhuma rececao indicada."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-LC-BASE-SUM
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           ADD WS-LCE-BASE (WS-LC-IDX) TO WS-LC-BASE-SUM
       END-PERFORM
       IF WS-LC-BASE-SUM = 0
           DISPLAY "Base de reparticao nula (encomendas sem preco "
                   "ou sem peso)."
           EXIT PARAGRAPH
       END-IF
       PERFORM ALLOCATE-LANDED-COST
       PERFORM LOAD-LC-ONHAND

       DISPLAY "PO    PROD  QTD   REPARTIDO  STOCK  CAPITALIZADO"
       MOVE 0 TO WS-LC-CAP-TOTAL
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           ADD WS-LCE-CAPITAL (WS-LC-IDX) TO WS-LC-CAP-TOTAL
           MOVE WS-LCE-ALLOC (WS-LC-IDX) TO WS-LC-DISP
           MOVE WS-LCE-CAPITAL (WS-LC-IDX) TO WS-LC-DISP2
           DISPLAY WS-LCE-PO (WS-LC-IDX) " "
                   WS-LCE-PROD (WS-LC-IDX) "  "
                   WS-LCE-QTY (WS-LC-IDX) " "
                   WS-LC-DISP " "
                   WS-LCE-ONHAND (WS-LC-IDX) "   "
                   WS-LC-DISP2
       END-PERFORM
       COMPUTE WS-LC-COS-TOTAL = WS-LC-TOTAL - WS-LC-CAP-TOTAL
       MOVE WS-LC-CAP-TOTAL TO WS-LC-DISP
       MOVE WS-LC-COS-TOTAL TO WS-LC-DISP2
       DISPLAY "Capitalizado no stock: " WS-LC-DISP
               "  Custo das vendas: " WS-LC-DISP2
       DISPLAY "Confirmar o encargo (S/N)?"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Encargo nao registado."
           EXIT PARAGRAPH
       END-IF

       PERFORM BOOK-LANDED-COST
       PERFORM WRITE-LANDED-COST
       DISPLAY "Encargo " WS-LAST-LC-ID " registado: "
               WS-LC-COUNT " rececao(oes). Fature-o no AP-SYSTEM "
               "com este numero.".

      *> Fornecedor do encargo tem de existir em suppliers.dat (e o
      *> AP-SYSTEM que lhe paga).
FIND-LC-SUPPLIER.
       MOVE "N" TO WS-FOUND
       OPEN INPUT SUPPLIERS-FILE
       IF WS-SUP-STATUS = "35"
           CLOSE SUPPLIERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SUPPLIERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SUP-ID = WS-LC-SUP
                       MOVE "S" TO WS-FOUND
                       MOVE SUP-NAME TO WS-SUP-NAME
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SUPPLIERS-FILE.

      *> Junta a encomenda WS-LC-PO a tabela do encargo: so rececoes
      *> (estado R), cada uma uma vez. A quantidade e a chegada (as
      *> linhas antigas sem ela valem a pedida).
ADD-LC-RECEIPT.
       MOVE "N" TO WS-LC-DUP
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           IF WS-LCE-PO (WS-LC-IDX) = WS-LC-PO
               MOVE "S" TO WS-LC-DUP
           END-IF
       END-PERFORM
       IF WS-LC-DUP = "S"
           DISPLAY "Encomenda ja indicada."
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-FOUND
       OPEN INPUT PO-FILE
       IF WS-PO-STATUS = "35"
           CLOSE PO-FILE
           DISPLAY "Sem encomendas."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ PO-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF PO-ID = WS-LC-PO AND PO-RECEIVED
                       MOVE "S" TO WS-FOUND
                       ADD 1 TO WS-LC-COUNT
                       MOVE PO-ID TO WS-LCE-PO (WS-LC-COUNT)
                       MOVE PO-PROD-ID TO WS-LCE-PROD (WS-LC-COUNT)
                       IF PO-RCV-QTY IS NUMERIC AND PO-RCV-QTY > 0
                           MOVE PO-RCV-QTY TO WS-LCE-QTY (WS-LC-COUNT)
                       ELSE
                           MOVE PO-QTY TO WS-LCE-QTY (WS-LC-COUNT)
                       END-IF
                       IF PO-PRICE IS NUMERIC
                           MOVE PO-PRICE TO WS-LCE-PRICE (WS-LC-COUNT)
                       ELSE
                           MOVE 0 TO WS-LCE-PRICE (WS-LC-COUNT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PO-FILE
       IF WS-FOUND = "N"
           DISPLAY "Encomenda nao encontrada ou ainda nao rececionada."
           EXIT PARAGRAPH
       END-IF
       IF WS-LCE-QTY (WS-LC-COUNT) = 0
           SUBTRACT 1 FROM WS-LC-COUNT
           DISPLAY "Rececao sem quantidade."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-LCE-WEIGHT (WS-LC-COUNT)
       EVALUATE WS-LC-BASIS
           WHEN "V"
               COMPUTE WS-LCE-BASE (WS-LC-COUNT) =
                   WS-LCE-QTY (WS-LC-COUNT) * WS-LCE-PRICE (WS-LC-COUNT)
           WHEN "Q"
               MOVE WS-LCE-QTY (WS-LC-COUNT) TO WS-LCE-BASE (WS-LC-COUNT)
           WHEN "P"
               DISPLAY "Peso da rececao (kg):"
               ACCEPT WS-LC-WEIGHT
               MOVE WS-LC-WEIGHT TO WS-LCE-WEIGHT (WS-LC-COUNT)
               MOVE WS-LC-WEIGHT TO WS-LCE-BASE (WS-LC-COUNT)
       END-EVALUATE
       DISPLAY "PO " WS-LC-PO " Prod " WS-LCE-PROD (WS-LC-COUNT)
               " Qtd " WS-LCE-QTY (WS-LC-COUNT) " incluida.".

      *> Parte de cada rececao na proporcao da sua base; a ultima
      *> fica com o resto para o total bater ao centimo.
ALLOCATE-LANDED-COST.
       MOVE 0 TO WS-LC-SPREAD
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           IF WS-LC-IDX = WS-LC-COUNT
               COMPUTE WS-LCE-ALLOC (WS-LC-IDX) =
                   WS-LC-TOTAL - WS-LC-SPREAD
           ELSE
               COMPUTE WS-LCE-ALLOC (WS-LC-IDX) ROUNDED =
                   WS-LC-TOTAL * WS-LCE-BASE (WS-LC-IDX)
                   / WS-LC-BASE-SUM
               ADD WS-LCE-ALLOC (WS-LC-IDX) TO WS-LC-SPREAD
           END-IF
       END-PERFORM.

      *> Stock de cada produto ainda em armazem, atribuido as
      *> rececoes do encargo pela ordem em que foram indicadas: cada
      *> uma fica com o que houver ate a sua quantidade. A parte
      *> repartida capitaliza-se na proporcao do que resta dela.
LOAD-LC-ONHAND.
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           MOVE 0 TO WS-LCE-ONHAND (WS-LC-IDX)
           MOVE 0 TO WS-LCE-CAPITAL (WS-LC-IDX)
       END-PERFORM
       OPEN INPUT PRODUCTS-FILE
       IF WS-PROD-STATUS = "35"
           CLOSE PRODUCTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ PRODUCTS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE PROD-QTY TO WS-LC-REMAIN
                   PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                           UNTIL WS-LC-IDX > WS-LC-COUNT
                       IF WS-LCE-PROD (WS-LC-IDX) = PROD-ID
                           IF WS-LC-REMAIN > WS-LCE-QTY (WS-LC-IDX)
                               MOVE WS-LCE-QTY (WS-LC-IDX)
                                   TO WS-LCE-ONHAND (WS-LC-IDX)
                           ELSE
                               MOVE WS-LC-REMAIN
                                   TO WS-LCE-ONHAND (WS-LC-IDX)
                           END-IF
                           SUBTRACT WS-LCE-ONHAND (WS-LC-IDX)
                               FROM WS-LC-REMAIN
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           COMPUTE WS-LCE-CAPITAL (WS-LC-IDX) ROUNDED =
               WS-LCE-ALLOC (WS-LC-IDX) * WS-LCE-ONHAND (WS-LC-IDX)
               / WS-LCE-QTY (WS-LC-IDX)
       END-PERFORM.

      *> Sobe o custo medio: (stock x custo antigo + parte
      *> capitalizada) / stock, produto a produto via temporario.
BOOK-LANDED-COST.
       OPEN INPUT PRODUCTS-FILE
       OPEN OUTPUT PRODUCTS-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ PRODUCTS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE SPACES TO PRODUCT-TEMP-RECORD
                   MOVE PROD-ID TO PTMP-ID
                   MOVE PROD-NAME TO PTMP-NAME
                   MOVE PROD-PRICE TO PTMP-PRICE
                   MOVE PROD-QTY TO PTMP-QTY
                   MOVE PROD-REORDER TO PTMP-REORDER
                   MOVE PROD-ABC-CLASS TO PTMP-ABC
                   IF PROD-AVG-COST IS NUMERIC
                       MOVE PROD-AVG-COST TO WS-OLD-COST
                   ELSE
                       MOVE 0 TO WS-OLD-COST
                   END-IF
                   MOVE WS-OLD-COST TO PTMP-COST
                   MOVE 0 TO WS-LC-PROD-CAP
                   PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                           UNTIL WS-LC-IDX > WS-LC-COUNT
                       IF WS-LCE-PROD (WS-LC-IDX) = PROD-ID
                           ADD WS-LCE-CAPITAL (WS-LC-IDX)
                               TO WS-LC-PROD-CAP
                       END-IF
                   END-PERFORM
                   IF WS-LC-PROD-CAP NOT = 0 AND PROD-QTY NOT = 0
                       COMPUTE WS-NEW-COST ROUNDED =
                           (PROD-QTY * WS-OLD-COST + WS-LC-PROD-CAP)
                           / PROD-QTY
                       MOVE WS-NEW-COST TO PTMP-COST
                       MOVE WS-OLD-COST TO WS-LC-DISP
                       MOVE PTMP-COST TO WS-LC-DISP2
                       DISPLAY "Prod " PROD-ID " custo medio "
                               WS-LC-DISP " -> " WS-LC-DISP2
                   END-IF
                   WRITE PRODUCT-TEMP-RECORD
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE
       CLOSE PRODUCTS-TEMP
       CALL "SYSTEM" USING "mv products.tmp products.dat".

      *> Uma linha por rececao em landed_costs.dat, com o cabecalho
      *> do encargo repetido, por faturar (A).
WRITE-LANDED-COST.
       PERFORM GET-LAST-LC-ID
       ADD 1 TO WS-LAST-LC-ID
       OPEN EXTEND LC-FILE
       IF WS-LC-STATUS = "05" OR WS-LC-STATUS = "35"
           CLOSE LC-FILE
           OPEN OUTPUT LC-FILE
           CLOSE LC-FILE
           OPEN EXTEND LC-FILE
       END-IF
       PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
           MOVE WS-LAST-LC-ID TO LC-ID
           MOVE WS-LC-IDX TO LC-LINE
           MOVE WS-TODAY TO LC-DATE
           MOVE WS-LC-SUP TO LC-SUPPLIER
           MOVE WS-LC-DOC TO LC-DOC
           MOVE WS-LC-TYPE TO LC-TYPE
           MOVE WS-LC-BASIS TO LC-BASIS
           MOVE WS-LC-TOTAL TO LC-TOTAL
           MOVE WS-LCE-PO (WS-LC-IDX) TO LC-PO-ID
           MOVE WS-LCE-PROD (WS-LC-IDX) TO LC-PROD-ID
           MOVE WS-LCE-QTY (WS-LC-IDX) TO LC-RCV-QTY
           MOVE WS-LCE-WEIGHT (WS-LC-IDX) TO LC-WEIGHT
           MOVE WS-LCE-ALLOC (WS-LC-IDX) TO LC-ALLOC
           MOVE WS-LCE-ONHAND (WS-LC-IDX) TO LC-ONHAND
           MOVE WS-LCE-CAPITAL (WS-LC-IDX) TO LC-CAPITAL
           MOVE "A" TO LC-STATUS
           MOVE 0 TO LC-API-ID
           WRITE LC-REC
       END-PERFORM
       CLOSE LC-FILE.

GET-LAST-LC-ID.
       MOVE 0 TO WS-LAST-LC-ID
       OPEN INPUT LC-FILE
       IF WS-LC-STATUS = "35"
           CLOSE LC-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ LC-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LC-ID > WS-LAST-LC-ID
                       MOVE LC-ID TO WS-LAST-LC-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LC-FILE.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "PURCHASING" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
