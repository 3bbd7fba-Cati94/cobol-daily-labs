       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

      *> Previsao de tesouraria do negocio de comercio: 13 semanas a
      *> contar de hoje, com entradas e saidas por semana e o saldo
      *> projetado da conta bancaria da empresa (saldo atual em
      *> accounts.dat). Sai em cash_flow_forecast.txt.
      *>
      *> Entradas:
      *>   - faturas em aberto do INVOICE-SYSTEM pelo remanescente em
      *>     euros, no vencimento (data da fatura + WS-TERM-DAYS)
      *>     somado do atraso medio do cliente, medido nas faturas
      *>     ja pagas (ultimo recibo em invoice_payments.dat contra o
      *>     vencimento);
      *>   - proximas emissoes dos modelos recorrentes ativos
      *>     (recurring_invoices.dat) ao preco de catalogo com IVA,
      *>     com o mesmo prazo e atraso medio do cliente.
      *> Saidas:
      *>   - faturas de fornecedor por pagar do AP-SYSTEM (em aberto,
      *>     retidas ou a espera de autorizacao) no vencimento;
      *>   - encomendas em aberto do PURCHASING ainda sem fatura, pela
      *>     quantidade ao preco da encomenda (ou ao custo medio do
      *>     produto nas linhas sem preco), na data prevista de
      *>     entrega mais o prazo do fornecedor.
      *> O que ja devia ter entrado ou saido cai na primeira semana;
      *> o que passa das 13 semanas fica fora e e contado a parte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "invoice_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT RECUR-FILE ASSIGN TO "recurring_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.

           SELECT PRODUCTS-FILE ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT AP-FILE ASSIGN TO "ap_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT PO-FILE ASSIGN TO "purchase_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "cash_flow_forecast.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

      *> Layout must match INVOICE-SYSTEM's PAYMENT-RECORD.
       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           05 PAY-INV-ID  PIC 9(4).
           05 PAY-DATE    PIC 9(8).
           05 PAY-AMOUNT  PIC 9(7)V99.
           05 PAY-CURRENCY PIC X(3).
           05 PAY-FX-RATE  PIC 9(3)V9(6).
           05 PAY-FX-DIFF  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 PAY-SOURCE   PIC X.

      *> Layout must match INVOICE-SYSTEM's RECUR-RECORD.
       FD RECUR-FILE.
       01 RECUR-RECORD.
           05 RI-ID        PIC 9(4).
           05 RI-CUSTOMER  PIC A(20).
           05 RI-PROD-ID   PIC 9(4).
           05 RI-QTY       PIC 9(4).
           05 RI-VAT-RATE  PIC 9(2)V99.
           05 RI-FREQ-DAYS PIC 9(3).
           05 RI-NEXT-RUN  PIC 9(8).
           05 RI-END-DATE  PIC 9(8).
           05 RI-ACTIVE    PIC X.
           05 RI-SALESPERSON PIC 9(3).
           05 RI-CURRENCY  PIC X(3).

       FD PRODUCTS-FILE.
       COPY "PRODUCT-RECORD.cpy".

       FD AP-FILE.
       COPY "AP-INVOICE-RECORD.cpy".

      *> Layout must match PURCHASING's PO-REC.
       FD PO-FILE.
       01 PO-REC.
           05 PO-ID       PIC 9(5).
           05 PO-SUPPLIER PIC 9(3).
           05 PO-PROD-ID  PIC 9(4).
           05 PO-QTY      PIC 9(4).
           05 PO-DATE     PIC 9(8).
           05 PO-EXPECTED PIC 9(8).
           05 PO-STATUS   PIC X.
               88 PO-OPEN     VALUE "O".
           05 PO-PRICE    PIC 9(5)V99.
           05 PO-RCV-QTY  PIC 9(4).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD FORECAST-FILE.
       01 FORECAST-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS   PIC XX.
       01 WS-PAY-STATUS   PIC XX.
       01 WS-RI-STATUS    PIC XX.
       01 WS-PROD-STATUS  PIC XX.
       01 WS-AP-STATUS    PIC XX.
       01 WS-PO-STATUS    PIC XX.
       01 WS-ACC-STATUS   PIC XX.
       01 EOF-FLAG        PIC X VALUE "N".
       01 WS-TODAY        PIC 9(8).
       01 WS-TODAY-INT    PIC 9(7).
       01 WS-DATE-N       PIC 9(8).
       01 WS-DATE-INT     PIC S9(7).
       01 WS-DAYS         PIC S9(5).

      *> Prazo de pagamento usado como vencimento das faturas de
      *> venda (o mesmo do nivel 1 do DUNNING) e das encomendas.
       01 WS-TERM-DAYS    PIC 9(3) VALUE 30.
       01 WS-WEEKS        PIC 9(2) VALUE 13.

       01 WS-BANK-ACC     PIC 9(8).
       01 WS-OPENING      PIC S9(9)V99.
       01 WS-BALANCE      PIC S9(9)V99.
       01 WS-LOW-BALANCE  PIC S9(9)V99.
       01 WS-LOW-WEEK     PIC 9(2).

      *> Semanas da previsao: semana 1 comeca hoje.
       01 WS-WK           PIC 9(2).
       01 WS-WK-TABLE.
           05 WS-WK-ROW OCCURS 13 TIMES.
               10 WS-WK-START   PIC 9(8).
               10 WS-WK-INV-IN  PIC 9(9)V99.
               10 WS-WK-REC-IN  PIC 9(9)V99.
               10 WS-WK-AP-OUT  PIC 9(9)V99.
               10 WS-WK-PO-OUT  PIC 9(9)V99.
               10 WS-WK-BALANCE PIC S9(9)V99.
       01 WS-BEYOND-IN    PIC 9(9)V99 VALUE 0.
       01 WS-BEYOND-OUT   PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT       PIC 9(9)V99.

      *> Faturas de venda por numero: cliente, data, total em euros
      *> e o que ja foi recebido, com a data do ultimo recibo.
       01 WS-IV-TABLE.
           05 WS-IV-ROW OCCURS 9999 TIMES.
               10 WS-IV-CUST     PIC A(20).
               10 WS-IV-STATUS   PIC X.
               10 WS-IV-DATE-INT PIC 9(7).
               10 WS-IV-TOTAL    PIC 9(7)V99.
               10 WS-IV-FX       PIC 9(3)V9(6).
               10 WS-IV-PAID     PIC 9(7)V99.
               10 WS-IV-LAST-PAY PIC 9(8).
       01 WS-IV-IDX       PIC 9(5).
       01 WS-REMAIN       PIC S9(7)V99.

      *> Historico de atraso por cliente (faturas pagas por inteiro).
       01 WS-CS-COUNT     PIC 9(3) VALUE 0.
       01 WS-CS-IDX       PIC 9(3).
       01 WS-CS-MATCH     PIC 9(3).
       01 WS-CS-FOUND     PIC X.
       01 WS-CS-TABLE.
           05 WS-CS-ROW OCCURS 200 TIMES.
               10 WS-CS-NAME     PIC A(20).
               10 WS-CS-PAID-N   PIC 9(5).
               10 WS-CS-LATE-SUM PIC 9(9).
               10 WS-CS-AVG-LATE PIC 9(5).
       01 WS-NAME-IN      PIC A(20).
       01 WS-LATE         PIC 9(5).

      *> Catalogo: preco de venda e custo medio por produto.
       01 WS-PR-TABLE.
           05 WS-PR-ROW OCCURS 9999 TIMES.
               10 WS-PR-PRICE PIC 9(5)V99.
               10 WS-PR-COST  PIC 9(5)V99.

      *> Encomendas que ja tem fatura de fornecedor (nao contam duas
      *> vezes).
       01 WS-PO-BILLED-TABLE.
           05 WS-PO-BILLED OCCURS 99999 TIMES PIC X.

      *> Emissoes recorrentes projetadas.
       01 WS-RUN-INT      PIC 9(7).
       01 WS-END-INT      PIC 9(7).
       01 WS-HORIZON-INT  PIC 9(7).
       01 WS-RUN-AMOUNT   PIC 9(9)V99.
       01 WS-RUNS         PIC 9(3).

       01 WS-NO-PRICE     PIC 9(4) VALUE 0.
       01 WS-CNT-INV      PIC 9(5) VALUE 0.
       01 WS-CNT-REC      PIC 9(5) VALUE 0.
       01 WS-CNT-AP       PIC 9(5) VALUE 0.
       01 WS-CNT-PO       PIC 9(5) VALUE 0.

       01 WS-IN-DISP      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REC-DISP     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AP-DISP      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PO-DISP      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-DISP     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-WK-DISP      PIC Z9.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== PREVISAO DE TESOURARIA (13 SEMANAS) ====="
       MOVE "CASH-FORECAST" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Conta bancaria da empresa:"
       ACCEPT WS-BANK-ACC
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
       COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-WEEKS * 7 - 1

       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS NOT = "00"
           DISPLAY "accounts.dat indisponivel - sem previsao."
           GOBACK
       END-IF
       MOVE WS-BANK-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               CLOSE ACCOUNTS-FILE
               DISPLAY "Conta " WS-BANK-ACC " inexistente."
               GOBACK
       END-READ
       MOVE ACC-BALANCE TO WS-OPENING
       CLOSE ACCOUNTS-FILE

       INITIALIZE WS-WK-TABLE
       PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
           COMPUTE WS-WK-START (WS-WK) = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + (WS-WK - 1) * 7)
       END-PERFORM

       PERFORM LOAD-PRODUCTS
       PERFORM LOAD-INVOICES
       PERFORM LOAD-PAYMENTS
       PERFORM BUILD-LATE-HISTORY
       PERFORM FORECAST-INVOICES
       PERFORM FORECAST-RECURRING
       PERFORM FORECAST-PAYABLES
       PERFORM FORECAST-ORDERS

       PERFORM PRINT-FORECAST
       GOBACK.

      *> Semana (1-13) da data WS-DATE-INT; atrasadas na semana 1,
      *> para la do horizonte WS-WK = 0.
FIND-WEEK.
       IF WS-DATE-INT < WS-TODAY-INT
           MOVE 1 TO WS-WK
       ELSE
           IF WS-DATE-INT > WS-HORIZON-INT
               MOVE 0 TO WS-WK
           ELSE
               COMPUTE WS-WK = (WS-DATE-INT - WS-TODAY-INT) / 7 + 1
           END-IF
       END-IF.

LOAD-PRODUCTS.
       INITIALIZE WS-PR-TABLE
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
                   IF PROD-ID IS NUMERIC AND PROD-ID > 0
                       MOVE PROD-PRICE TO WS-PR-PRICE (PROD-ID)
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO WS-PR-COST (PROD-ID)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE.

LOAD-INVOICES.
       INITIALIZE WS-IV-TABLE
       OPEN INPUT INVOICES-FILE
       IF WS-INV-STATUS = "35"
           CLOSE INVOICES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-ID IS NUMERIC AND INV-ID > 0
                       PERFORM LOAD-ONE-INVOICE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE.

LOAD-ONE-INVOICE.
       MOVE INV-CUSTOMER TO WS-IV-CUST (INV-ID)
       MOVE INV-STATUS TO WS-IV-STATUS (INV-ID)
       MOVE INV-TOTAL TO WS-IV-TOTAL (INV-ID)
       IF INV-FX-RATE IS NUMERIC AND INV-FX-RATE > 0
           MOVE INV-FX-RATE TO WS-IV-FX (INV-ID)
       ELSE
           MOVE 1 TO WS-IV-FX (INV-ID)
       END-IF
      *> INV-DATE guarda AAAAMMDDhh; sem data legivel conta como de
      *> hoje.
       IF INV-DATE(1:8) IS NUMERIC
           MOVE INV-DATE(1:8) TO WS-DATE-N
           COMPUTE WS-IV-DATE-INT (INV-ID) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N)
       ELSE
           MOVE WS-TODAY-INT TO WS-IV-DATE-INT (INV-ID)
       END-IF.

      *> Recebido por fatura e data do ultimo recibo.
LOAD-PAYMENTS.
       OPEN INPUT PAYMENTS-FILE
       IF WS-PAY-STATUS = "35"
           CLOSE PAYMENTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ PAYMENTS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF PAY-INV-ID IS NUMERIC AND PAY-INV-ID > 0
                       ADD PAY-AMOUNT TO WS-IV-PAID (PAY-INV-ID)
                       IF PAY-DATE IS NUMERIC
                          AND PAY-DATE > WS-IV-LAST-PAY (PAY-INV-ID)
                           MOVE PAY-DATE
                               TO WS-IV-LAST-PAY (PAY-INV-ID)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYMENTS-FILE.

*>-----------------------------------------------------------------
*> Atraso medio por cliente: em cada fatura paga por inteiro, os
*> dias entre o vencimento e o ultimo recibo (pagar antes do
*> vencimento conta zero); a media arredonda para baixo.
*>-----------------------------------------------------------------
BUILD-LATE-HISTORY.
       INITIALIZE WS-CS-TABLE
       MOVE 0 TO WS-CS-COUNT
       PERFORM VARYING WS-IV-IDX FROM 1 BY 1 UNTIL WS-IV-IDX > 9999
           IF WS-IV-STATUS (WS-IV-IDX) = "P"
              AND WS-IV-LAST-PAY (WS-IV-IDX) > 0
               PERFORM ADD-LATE-SAMPLE
           END-IF
       END-PERFORM
       PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
           IF WS-CS-PAID-N (WS-CS-IDX) > 0
               DIVIDE WS-CS-LATE-SUM (WS-CS-IDX)
                   BY WS-CS-PAID-N (WS-CS-IDX)
                   GIVING WS-CS-AVG-LATE (WS-CS-IDX)
           END-IF
       END-PERFORM.

ADD-LATE-SAMPLE.
       MOVE WS-IV-CUST (WS-IV-IDX) TO WS-NAME-IN
       PERFORM FIND-CUSTOMER
       IF WS-CS-FOUND = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IV-LAST-PAY (WS-IV-IDX) TO WS-DATE-N
       COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
           - WS-IV-DATE-INT (WS-IV-IDX) - WS-TERM-DAYS
       IF WS-DAYS < 0
           MOVE 0 TO WS-DAYS
       END-IF
       ADD 1 TO WS-CS-PAID-N (WS-CS-MATCH)
       ADD WS-DAYS TO WS-CS-LATE-SUM (WS-CS-MATCH).

      *> Linha do cliente WS-NAME-IN na tabela (criada se faltar).
FIND-CUSTOMER.
       MOVE "N" TO WS-CS-FOUND
       PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               OR WS-CS-FOUND = "Y"
           IF WS-CS-NAME (WS-CS-IDX) = WS-NAME-IN
               MOVE "Y" TO WS-CS-FOUND
               MOVE WS-CS-IDX TO WS-CS-MATCH
           END-IF
       END-PERFORM
       IF WS-CS-FOUND = "N" AND WS-CS-COUNT < 200
           ADD 1 TO WS-CS-COUNT
           MOVE WS-CS-COUNT TO WS-CS-MATCH
           MOVE WS-NAME-IN TO WS-CS-NAME (WS-CS-MATCH)
           MOVE "Y" TO WS-CS-FOUND
       END-IF.

      *> Atraso medio do cliente WS-NAME-IN (zero sem historico).
GET-LATE.
       MOVE 0 TO WS-LATE
       PERFORM FIND-CUSTOMER
       IF WS-CS-FOUND = "Y"
           MOVE WS-CS-AVG-LATE (WS-CS-MATCH) TO WS-LATE
       END-IF.

*>-----------------------------------------------------------------
*> Entradas das faturas em aberto: remanescente em euros ao
*> cambio da fatura, no vencimento mais o atraso do cliente.
*>-----------------------------------------------------------------
FORECAST-INVOICES.
       PERFORM VARYING WS-IV-IDX FROM 1 BY 1 UNTIL WS-IV-IDX > 9999
           IF WS-IV-STATUS (WS-IV-IDX) = "A"
              OR WS-IV-STATUS (WS-IV-IDX) = "M"
               PERFORM FORECAST-ONE-INVOICE
           END-IF
       END-PERFORM.

FORECAST-ONE-INVOICE.
       COMPUTE WS-REMAIN = WS-IV-TOTAL (WS-IV-IDX)
           - WS-IV-PAID (WS-IV-IDX)
       IF WS-REMAIN <= 0
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-AMOUNT ROUNDED = WS-REMAIN * WS-IV-FX (WS-IV-IDX)
       MOVE WS-IV-CUST (WS-IV-IDX) TO WS-NAME-IN
       PERFORM GET-LATE
       COMPUTE WS-DATE-INT = WS-IV-DATE-INT (WS-IV-IDX)
           + WS-TERM-DAYS + WS-LATE
       PERFORM FIND-WEEK
       IF WS-WK = 0
           ADD WS-AMOUNT TO WS-BEYOND-IN
       ELSE
           ADD WS-AMOUNT TO WS-WK-INV-IN (WS-WK)
       END-IF
       ADD 1 TO WS-CNT-INV.

*>-----------------------------------------------------------------
*> Entradas da faturacao recorrente: cada emissao futura do
*> modelo ate ao horizonte (e ate a data-fim), ao preco atual do
*> catalogo com IVA. Uma emissao ja vencida sai no proximo lote,
*> por isso conta como de hoje.
*>-----------------------------------------------------------------
FORECAST-RECURRING.
       OPEN INPUT RECUR-FILE
       IF WS-RI-STATUS = "35"
           CLOSE RECUR-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ RECUR-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF RI-ACTIVE = "Y" AND RI-NEXT-RUN IS NUMERIC
                      AND RI-NEXT-RUN > 0
                       PERFORM FORECAST-ONE-TEMPLATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RECUR-FILE.

FORECAST-ONE-TEMPLATE.
       IF RI-PROD-ID = 0 OR WS-PR-PRICE (RI-PROD-ID) = 0
           ADD 1 TO WS-NO-PRICE
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-RUN-AMOUNT ROUNDED =
           RI-QTY * WS-PR-PRICE (RI-PROD-ID)
           * (100 + RI-VAT-RATE) / 100
       MOVE RI-CUSTOMER TO WS-NAME-IN
       PERFORM GET-LATE

       COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(RI-NEXT-RUN)
       IF WS-RUN-INT < WS-TODAY-INT
           MOVE WS-TODAY-INT TO WS-RUN-INT
       END-IF
       IF RI-END-DATE IS NUMERIC AND RI-END-DATE > 0
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(RI-END-DATE)
       ELSE
           MOVE WS-HORIZON-INT TO WS-END-INT
       END-IF
       IF WS-END-INT > WS-HORIZON-INT
           MOVE WS-HORIZON-INT TO WS-END-INT
       END-IF

      *> Frequencia zero emite uma so vez.
       MOVE 0 TO WS-RUNS
       PERFORM UNTIL WS-RUN-INT > WS-END-INT OR WS-RUNS > 99
           ADD 1 TO WS-RUNS
           COMPUTE WS-DATE-INT = WS-RUN-INT + WS-TERM-DAYS + WS-LATE
           PERFORM FIND-WEEK
           IF WS-WK = 0
               ADD WS-RUN-AMOUNT TO WS-BEYOND-IN
           ELSE
               ADD WS-RUN-AMOUNT TO WS-WK-REC-IN (WS-WK)
           END-IF
           ADD 1 TO WS-CNT-REC
           IF RI-FREQ-DAYS = 0
               MOVE 100 TO WS-RUNS
           ELSE
               ADD RI-FREQ-DAYS TO WS-RUN-INT
           END-IF
       END-PERFORM.

*>-----------------------------------------------------------------
*> Saidas das faturas de fornecedor por pagar, no vencimento; de
*> caminho marca as encomendas que ja foram faturadas.
*>-----------------------------------------------------------------
FORECAST-PAYABLES.
       INITIALIZE WS-PO-BILLED-TABLE
       OPEN INPUT AP-FILE
       IF WS-AP-STATUS = "35"
           CLOSE AP-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ AP-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF API-PO-ID IS NUMERIC AND API-PO-ID > 0
                       MOVE "S" TO WS-PO-BILLED (API-PO-ID)
                   END-IF
                   IF API-OPEN OR API-HELD OR API-AWAIT-AUTH
                       PERFORM FORECAST-ONE-PAYABLE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AP-FILE.

FORECAST-ONE-PAYABLE.
       IF API-DUE IS NUMERIC AND API-DUE > 0
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(API-DUE)
       ELSE
           MOVE WS-TODAY-INT TO WS-DATE-INT
       END-IF
       PERFORM FIND-WEEK
       IF WS-WK = 0
           ADD API-AMOUNT TO WS-BEYOND-OUT
       ELSE
           ADD API-AMOUNT TO WS-WK-AP-OUT (WS-WK)
       END-IF
       ADD 1 TO WS-CNT-AP.

      *> Encomendas em aberto sem fatura: pagas um prazo depois da
      *> entrega prevista.
FORECAST-ORDERS.
       OPEN INPUT PO-FILE
       IF WS-PO-STATUS = "35"
           CLOSE PO-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ PO-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF PO-OPEN AND PO-ID > 0
                      AND WS-PO-BILLED (PO-ID) NOT = "S"
                       PERFORM FORECAST-ONE-ORDER
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PO-FILE.

FORECAST-ONE-ORDER.
       IF PO-PRICE IS NUMERIC AND PO-PRICE > 0
           COMPUTE WS-AMOUNT = PO-QTY * PO-PRICE
       ELSE
           IF PO-PROD-ID > 0 AND WS-PR-COST (PO-PROD-ID) > 0
               COMPUTE WS-AMOUNT = PO-QTY * WS-PR-COST (PO-PROD-ID)
           ELSE
               ADD 1 TO WS-NO-PRICE
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF PO-EXPECTED IS NUMERIC AND PO-EXPECTED > 0
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(PO-EXPECTED)
               + WS-TERM-DAYS
       ELSE
           COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-TERM-DAYS
       END-IF
       PERFORM FIND-WEEK
       IF WS-WK = 0
           ADD WS-AMOUNT TO WS-BEYOND-OUT
       ELSE
           ADD WS-AMOUNT TO WS-WK-PO-OUT (WS-WK)
       END-IF
       ADD 1 TO WS-CNT-PO.

*>-----------------------------------------------------------------
*> Relatorio: uma linha por semana com entradas, saidas e saldo
*> projetado no fim da semana; assinala a semana de saldo mais
*> baixo e avisa se a conta chega a ficar a descoberto.
*>-----------------------------------------------------------------
PRINT-FORECAST.
       OPEN OUTPUT FORECAST-FILE
       MOVE SPACES TO FORECAST-LINE
       STRING "PREVISAO DE TESOURARIA - 13 SEMANAS A PARTIR DE "
              DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " - CONTA " DELIMITED BY SIZE
              WS-BANK-ACC DELIMITED BY SIZE
              " - VALORES EM EUROS" DELIMITED BY SIZE
              INTO FORECAST-LINE
       END-STRING
       WRITE FORECAST-LINE
       MOVE WS-OPENING TO WS-BAL-DISP
       MOVE SPACES TO FORECAST-LINE
       STRING "SALDO ATUAL: " DELIMITED BY SIZE
              WS-BAL-DISP DELIMITED BY SIZE
              INTO FORECAST-LINE
       END-STRING
       WRITE FORECAST-LINE
       MOVE "SEM INICIO         FATURAS    RECORRENTES   FORNECEDORES     ENCOMENDAS SALDO PROJETADO"
           TO FORECAST-LINE
       WRITE FORECAST-LINE
       MOVE ALL "-" TO FORECAST-LINE
       WRITE FORECAST-LINE

       MOVE WS-OPENING TO WS-BALANCE
       MOVE WS-OPENING TO WS-LOW-BALANCE
       MOVE 0 TO WS-LOW-WEEK
       PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
           PERFORM PRINT-WEEK
       END-PERFORM
       MOVE ALL "-" TO FORECAST-LINE
       WRITE FORECAST-LINE

       MOVE WS-BEYOND-IN TO WS-IN-DISP
       MOVE WS-BEYOND-OUT TO WS-AP-DISP
       MOVE SPACES TO FORECAST-LINE
       STRING "ALEM DAS 13 SEMANAS: ENTRADAS " DELIMITED BY SIZE
              WS-IN-DISP DELIMITED BY SIZE
              " SAIDAS " DELIMITED BY SIZE
              WS-AP-DISP DELIMITED BY SIZE
              INTO FORECAST-LINE
       END-STRING
       WRITE FORECAST-LINE
       MOVE SPACES TO FORECAST-LINE
       STRING "BASE: " DELIMITED BY SIZE
              WS-CNT-INV DELIMITED BY SIZE
              " FATURAS, " DELIMITED BY SIZE
              WS-CNT-REC DELIMITED BY SIZE
              " EMISSOES RECORRENTES, " DELIMITED BY SIZE
              WS-CNT-AP DELIMITED BY SIZE
              " FATURAS DE FORNECEDOR, " DELIMITED BY SIZE
              WS-CNT-PO DELIMITED BY SIZE
              " ENCOMENDAS" DELIMITED BY SIZE
              INTO FORECAST-LINE
       END-STRING
       WRITE FORECAST-LINE
       IF WS-NO-PRICE > 0
           MOVE SPACES TO FORECAST-LINE
           STRING WS-NO-PRICE DELIMITED BY SIZE
                  " MODELO(S)/ENCOMENDA(S) SEM PRECO NEM CUSTO - "
                  DELIMITED BY SIZE
                  "FORA DA PREVISAO" DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
           WRITE FORECAST-LINE
       END-IF
       MOVE WS-LOW-BALANCE TO WS-BAL-DISP
       MOVE SPACES TO FORECAST-LINE
       IF WS-LOW-WEEK = 0
           STRING "SALDO MAIS BAIXO: " DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  " (SALDO ATUAL)" DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
       ELSE
           STRING "SALDO MAIS BAIXO: " DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  " NA SEMANA " DELIMITED BY SIZE
                  WS-LOW-WEEK DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
       END-IF
       WRITE FORECAST-LINE
       IF WS-LOW-BALANCE < 0
           MOVE "ATENCAO: A CONTA FICA A DESCOBERTO NO HORIZONTE DA PREVISAO"
               TO FORECAST-LINE
           WRITE FORECAST-LINE
       END-IF
       CLOSE FORECAST-FILE
       MOVE "cash_flow_forecast.txt" TO RPQ-FILE
       MOVE "CASHFCST" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE WS-BALANCE TO WS-BAL-DISP
       DISPLAY "Saldo projetado ao fim de 13 semanas: " WS-BAL-DISP
       IF WS-LOW-BALANCE < 0
           MOVE WS-LOW-BALANCE TO WS-BAL-DISP
           DISPLAY "ATENCAO: saldo negativo de " WS-BAL-DISP
                   " na semana " WS-LOW-WEEK "."
       END-IF
       DISPLAY "Relatorio gravado em cash_flow_forecast.txt".

PRINT-WEEK.
       ADD WS-WK-INV-IN (WS-WK) TO WS-BALANCE
       ADD WS-WK-REC-IN (WS-WK) TO WS-BALANCE
       SUBTRACT WS-WK-AP-OUT (WS-WK) FROM WS-BALANCE
       SUBTRACT WS-WK-PO-OUT (WS-WK) FROM WS-BALANCE
       MOVE WS-BALANCE TO WS-WK-BALANCE (WS-WK)
       IF WS-BALANCE < WS-LOW-BALANCE
           MOVE WS-BALANCE TO WS-LOW-BALANCE
           MOVE WS-WK TO WS-LOW-WEEK
       END-IF
       MOVE WS-WK TO WS-WK-DISP
       MOVE WS-WK-INV-IN (WS-WK) TO WS-IN-DISP
       MOVE WS-WK-REC-IN (WS-WK) TO WS-REC-DISP
       MOVE WS-WK-AP-OUT (WS-WK) TO WS-AP-DISP
       MOVE WS-WK-PO-OUT (WS-WK) TO WS-PO-DISP
       MOVE WS-BALANCE TO WS-BAL-DISP
       MOVE SPACES TO FORECAST-LINE
       STRING " " DELIMITED BY SIZE
              WS-WK-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-WK-START (WS-WK) DELIMITED BY SIZE
              WS-IN-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REC-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AP-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PO-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BAL-DISP DELIMITED BY SIZE
              INTO FORECAST-LINE
       END-STRING
       WRITE FORECAST-LINE.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/invoices.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "CASH-FORECAST" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
