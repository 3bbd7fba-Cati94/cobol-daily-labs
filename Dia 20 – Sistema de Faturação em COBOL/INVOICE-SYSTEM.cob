           SELECT OVERRIDE-FILE ASSIGN TO "credit_overrides.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
      *> Indexado por fatura + linha, com o cliente como chave
      *> alternativa: consultas e mudancas de estado vao direto ao
      *> registo (INVOICE-RECORD.cpy).
           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT CREDIT-NOTES-FILE ASSIGN TO "credit_notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-FILE-STATUS.
           SELECT AGING-FILE ASSIGN TO "receivables_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Conta corrente de dinheiro do cliente ainda nao aplicado a
      *> faturas (adiantamentos, recebimentos sem referencia,
      *> excessos de pagamento) e relatorio do que esta por aplicar
      *> ha mais de 30 dias.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "customer_on_account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.

           SELECT UNAPPLIED-FILE ASSIGN TO "unapplied_cash_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Creditos bancarios que o BANK-MATCH nao conseguiu casar
      *> (lista de trabalho, estado W), alocados aqui a mao.
           SELECT MATCH-FILE ASSIGN TO "bank_credit_matches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-STATUS.

           SELECT MATCH-TEMP ASSIGN TO "bank_credit_matches.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Guias de transporte: a mercadoria sai (e o stock mexe) na
      *> expedicao; a fatura e emitida depois a partir de uma ou mais
      *> guias, sem segundo movimento de stock.
           SELECT DN-FILE ASSIGN TO "delivery_notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DN-STATUS.

           SELECT DN-TEMP ASSIGN TO "delivery_notes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DN-PRINT-FILE ASSIGN TO "guia_transporte.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SN-REPORT-FILE ASSIGN TO "shipped_not_invoiced.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Encomendas pendentes (backorders): a quantidade que o stock
      *> nao cobriu na venda fica por cliente e produto; as rececoes
      *> do PURCHASING reservam-lhe stock e libertam-na para faturar.
           SELECT SO-FILE ASSIGN TO "sales_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT SO-TEMP ASSIGN TO "sales_orders.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Lista de materiais dos kits (mantida no INVENTORY): um kit
      *> sem stock pode montar-se na hora a partir dos componentes.
           SELECT BOM-FILE ASSIGN TO "bill_of_materials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT VAT-RETURN-FILE ASSIGN TO "vat_return.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMERS-TEMP ASSIGN TO "customers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Comissoes de vendas: o vendedor da fatura e um empregado do
      *> mestre do EMP-MAINT; taxas por vendedor ou por grupo de
      *> produto; o calculo mensal so paga faturas liquidadas por
      *> inteiro, estorna pelas notas de credito e entrega os valores
      *> ao PAYROLL-SYSTEM em payroll_earnings.dat.
           SELECT EMPLOYEES-FILE ASSIGN TO "employees_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT COMM-RATES-FILE ASSIGN TO "commission_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

           SELECT PROD-GROUPS-FILE ASSIGN TO "product_groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.

           SELECT COMM-LEDGER-FILE ASSIGN TO "commission_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

           SELECT EARNINGS-FILE ASSIGN TO "payroll_earnings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EI-STATUS.

           SELECT COMM-REPORT-FILE ASSIGN TO "commission_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Acordos de preco por cliente (preco fixo ou desconto, com
      *> escaloes de quantidade e validade): a venda aplica o melhor
      *> acordo valido em vez do PROD-PRICE.
           SELECT AGREEMENTS-FILE ASSIGN TO "price_agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT AGREEMENTS-TEMP ASSIGN TO "price_agreements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Historico de cambios do banco (BANK-SYSTEM-D26): a fatura
      *> em moeda estrangeira leva o cambio em vigor na sua data e o
      *> recibo o da data do pagamento.
           SELECT RATES-FILE ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

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

       FD MOVEMENTS-FILE.
       COPY "MOVEMENT-RECORD.cpy".
      *> Zero = sem data-fim; passada a data o modelo reforma-se.
           05 RI-END-DATE  PIC 9(8).
           05 RI-ACTIVE    PIC X.
      *> Vendedor das faturas geradas (0 = sem vendedor).
           05 RI-SALESPERSON PIC 9(3).
      *> Moeda das faturas geradas (branco = EUR).
           05 RI-CURRENCY  PIC X(3).

      *> Width must match RECUR-RECORD exactly (62 chars).
       FD RECUR-TEMP.
       01 RI-TEMP-REC PIC X(62).

       FD QUOTES-FILE.
       01 QUOTE-RECORD.
               88 QT-OPEN VALUE "O".
               88 QT-WON  VALUE "W".
               88 QT-LOST VALUE "X".
      *> Vendedor que passa para a fatura na conversao.
           05 QT-SALESPERSON PIC 9(3).
      *> Preco de tabela e acordo de preco aplicado (0 = nenhum).
           05 QT-LIST-PRICE  PIC 9(5)V99.
           05 QT-AGREEMENT   PIC 9(4).
      *> Moeda do orcamento (valores acima nessa moeda; branco =
      *> EUR) e cambio da data em que foi feito.
           05 QT-CURRENCY    PIC X(3).
           05 QT-FX-RATE     PIC 9(3)V9(6).

      *> Width must match QUOTE-RECORD exactly (108 chars).
       FD QUOTES-TEMP.
       01 QT-TEMP-REC PIC X(108).

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           05 PAY-INV-ID  PIC 9(4).
           05 PAY-DATE    PIC 9(8).
           05 PAY-AMOUNT  PIC 9(7)V99.
      *> Recibo na moeda da fatura, ao cambio da data do pagamento;
      *> PAY-FX-DIFF e a diferenca de cambio realizada em euros
      *> (ganho +, perda -) face ao cambio da fatura.
           05 PAY-CURRENCY PIC X(3).
           05 PAY-FX-RATE  PIC 9(3)V9(6).
           05 PAY-FX-DIFF  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      *> C = dinheiro aplicado do saldo por conta do cliente (o
      *> recebimento ja entrou em customer_on_account.dat); B =
      *> credito bancario casado pelo BANK-MATCH; espaco = recibo
      *> normal.
           05 PAY-SOURCE   PIC X.

       FD AGING-FILE.
       01 AGING-LINE PIC X(120).

       FD ON-ACCOUNT-FILE.
       COPY "ON-ACCOUNT-RECORD.cpy".

       FD UNAPPLIED-FILE.
       01 UNAPPLIED-LINE PIC X(90).

       FD MATCH-FILE.
       COPY "BANK-MATCH-RECORD.cpy".

      *> Width must match BM-REC exactly (107 chars).
       FD MATCH-TEMP.
       01 BM-TEMP-REC PIC X(107).

       FD DN-FILE.
       COPY "DELIVERY-NOTE-RECORD.cpy".

      *> Width must match DN-REC exactly (76 chars).
       FD DN-TEMP.
       01 DN-TEMP-REC PIC X(76).

       FD DN-PRINT-FILE.
       01 DN-PRINT-LINE PIC X(80).

       FD SN-REPORT-FILE.
       01 SN-REPORT-LINE PIC X(90).

       FD SO-FILE.
       COPY "SALES-ORDER-RECORD.cpy".

      *> Width must match SO-REC exactly (68 chars).
       FD SO-TEMP.
       01 SO-TEMP-REC PIC X(68).

       FD BOM-FILE.
       COPY "BOM-RECORD.cpy".

       FD VAT-RETURN-FILE.
       01 VAT-RETURN-LINE PIC X(90).
           05 CN-SUBTOTAL    PIC 9(7)V99.
           05 CN-VAT-RATE    PIC 9(2)V99.
           05 CN-VAT-AMOUNT  PIC 9(7)V99.
      *> Moeda e cambio da fatura anulada (branco = EUR).
           05 CN-CURRENCY    PIC X(3).
           05 CN-FX-RATE     PIC 9(3)V9(6).

      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
       FD CUSTOMERS-FILE.
       01 CUST-CHECK-RECORD.
           05 CUST-CHECK-ID     PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-CHECK-NAME   PIC A(20).
           05 CUST-CHECK-EMAIL  PIC A(30).
           05 CUST-CHECK-DOC-TYPE    PIC X(2).
           05 CUST-CHECK-CREDIT-HOLD  PIC X.
      *> Fundido noutro cliente (CUSTOMER-MANAGER): 0 = vivo.
           05 CUST-CHECK-MERGED       PIC 9(3).
      *> Residencia fiscal CRS/FATCA (CUSTOMER-MANAGER); so passa
      *> inalterada pela reescrita abaixo.
           05 CUST-CHECK-TAX-DATA     PIC X(75).
      *> Marca e data de obito (ESTATE-MAINT); idem.
           05 CUST-CHECK-ESTATE-DATA  PIC X(9).
      *> NIF do cliente (CUSTOMER-MANAGER); idem.
           05 CUST-CHECK-NIF-DATA     PIC X(9).
      *> Gestor de cliente (CUSTOMER-MANAGER); idem.
           05 CUST-CHECK-RM-DATA      PIC X(20).

      *> Reescrita de customers.dat para por/tirar a retencao de
      *> credito (largura tem de bater com o registo acima: 258).
       FD CUSTOMERS-TEMP.
       01 CUST-TEMP-REC PIC X(258).

       FD EMPLOYEES-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD COMM-RATES-FILE.
       COPY "COMMISSION-RATE-RECORD.cpy".

       FD PROD-GROUPS-FILE.
       COPY "PRODUCT-GROUP-RECORD.cpy".

       FD COMM-LEDGER-FILE.
       COPY "COMMISSION-RECORD.cpy".

       FD EARNINGS-FILE.
       COPY "EARNINGS-INPUT-RECORD.cpy".

       FD COMM-REPORT-FILE.
       01 COMM-REPORT-LINE PIC X(90).

       FD AGREEMENTS-FILE.
       COPY "PRICE-AGREEMENT-RECORD.cpy".

      *> Width must match PA-REC exactly (60 chars).
       FD AGREEMENTS-TEMP.
       01 PA-TEMP-REC PIC X(60).

      *> Layout must match BANK-SYSTEM-D26's RATE-REC.
       FD RATES-FILE.
       01 RATE-REC.
           05 RATE-CURR-FROM PIC X(3).
           05 RATE-CURR-TO   PIC X(3).
           05 RATE-VALUE     PIC 9(3)V9(6).
           05 RATE-EFF-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-OPTION        PIC 9(2) VALUE 0.
       01 WS-PROD-PRICE    PIC 9(5)V99.
       01 WS-PROD-QTY      PIC 9(4).
       01 WS-INV-ID        PIC 9(4).
       01 WS-INV-LINE      PIC 9(3).
       01 WS-INV-QTY       PIC 9(4).
       01 WS-SUBTOTAL      PIC 9(7)V99.
       01 WS-VAT-RATE      PIC 9(2)V99 VALUE 23.00.
               10 WS-MG-PROD    PIC 9(4).
               10 WS-MG-REVENUE PIC 9(9)V99.
               10 WS-MG-COST    PIC 9(9)V99.
               10 WS-MG-DISCOUNT PIC 9(9)V99.
       01 WS-MG-MARGIN     PIC S9(9)V99.
       01 WS-MG-LINE-DISC  PIC 9(9)V99.
       01 WS-MG-TOT-DISC   PIC 9(11)V99.
       01 WS-MG-LINE-COST  PIC 9(9)V99.

      *> Ponto de reposicao por omissao para produtos novos
       01 WS-REORDER-POINT PIC 9(4) VALUE 5.
       01 WS-NEW-QTY       PIC 9(4).
       01 WS-PROD-REORDER  PIC 9(4).
      *> Local de onde sai o stock: LOJA nas vendas ao balcao; a
      *> guia de transporte pode carregar noutro local.
       01 WS-MOV-LOC       PIC X(10) VALUE "LOJA".

      *> Usados por CANCEL-INVOICE para localizar e anular uma fatura.
       01 WS-CANCEL-ID     PIC 9(4).
           05 WS-AGING-CUST OCCURS 50 TIMES.
               10 WS-AG-NAME PIC X(20).
               10 WS-AG-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
      *> Dinheiro por conta por aplicar (abate ao saldo liquido).
               10 WS-AG-ONACCT PIC S9(9)V99.
       01 WS-AG-COUNT      PIC 9(2) VALUE 0.
       01 WS-AG-IDX        PIC 9(2).
       01 WS-AG-MATCH      PIC 9(2).
       01 WS-AG-DISP-2     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AG-DISP-3     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AG-DISP-4     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AG-TOT-OA     PIC S9(11)V99.
       01 WS-AG-NET        PIC S9(11)V99.
       01 WS-AG-DISP-5     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-AG-DISP-6     PIC -ZZZ,ZZZ,ZZ9.99.

      *> Vendedor e comissoes de vendas.
       01 WS-EMP-STATUS    PIC XX.
       01 WS-EOF-EMP       PIC X.
       01 WS-SALESPERSON   PIC 9(3).
       01 WS-SP-FOUND      PIC X.
       01 WS-CR-STATUS     PIC XX.
       01 WS-PG-STATUS     PIC XX.
       01 WS-CM-STATUS     PIC XX.
       01 WS-EI-STATUS     PIC XX.
       01 WS-EOF-CR        PIC X.
       01 WS-EOF-PG        PIC X.
       01 WS-EOF-CM        PIC X.
       01 WS-CR-TYPE-IN    PIC X.
       01 WS-CR-GROUP-IN   PIC X(6).
       01 WS-CR-RATE-IN    PIC 9(2)V99.
       01 WS-CR-RATE-DISP  PIC Z9.99.
       01 WS-CR-COUNT      PIC 9(3) VALUE 0.
       01 WS-CR-IDX        PIC 9(3).
       01 WS-CR-MATCH      PIC 9(3).
       01 WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 200 TIMES.
               10 WS-CRE-TYPE        PIC X.
               10 WS-CRE-SALESPERSON PIC 9(3).
               10 WS-CRE-GROUP       PIC X(6).
               10 WS-CRE-RATE        PIC 9(2)V99.
       01 WS-PG-COUNT      PIC 9(4) VALUE 0.
       01 WS-PG-IDX        PIC 9(4).
       01 WS-PG-MATCH      PIC 9(4).
       01 WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 1000 TIMES.
               10 WS-PGE-PROD-ID     PIC 9(4).
               10 WS-PGE-GROUP       PIC X(6).
      *> Ledger de comissoes em memoria: so o necessario para saber
      *> se a fatura ja foi comissionada (C) ou estornada (B).
       01 WS-CM-COUNT      PIC 9(4) VALUE 0.
       01 WS-CM-IDX        PIC 9(4).
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 5000 TIMES.
               10 WS-CME-INV-ID      PIC 9(4).
               10 WS-CME-SALESPERSON PIC 9(3).
               10 WS-CME-TYPE        PIC X.
               10 WS-CME-AMOUNT      PIC 9(7)V99.
               10 WS-CME-BASE        PIC 9(7)V99.
               10 WS-CME-RATE        PIC 9(2)V99.
               10 WS-CME-PROD-ID     PIC 9(4).
       01 WS-CM-COMMISSIONED PIC 9(4).
       01 WS-CM-CLAWED     PIC X.
      *> Liquido de comissoes do run por vendedor (indexado pelo
      *> numero de empregado).
       01 WS-CM-NET-TABLE.
           05 WS-CM-NET OCCURS 999 TIMES PIC S9(7)V99.
       01 WS-CM-PERIOD     PIC 9(6).
       01 WS-CM-GROUP      PIC X(6).
       01 WS-CM-RATE       PIC 9(2)V99.
       01 WS-CM-AMOUNT     PIC 9(7)V99.
       01 WS-CM-NEW-N      PIC 9(4).
       01 WS-CM-CLAW-N     PIC 9(4).
       01 WS-CM-NORATE-N   PIC 9(4).
       01 WS-CM-EI-N       PIC 9(3).
       01 WS-CM-SP-IDX     PIC 9(4).
       01 WS-CM-TOTAL      PIC S9(9)V99.
       01 WS-LAST-PAY-DATE PIC 9(8).
       01 WS-LAST-PAY-MONTH PIC 9(6).
       01 WS-CM-AMT-DISP   PIC -Z,ZZZ,ZZ9.99.
       01 WS-CM-BASE-DISP  PIC Z,ZZZ,ZZ9.99.

      *> Acordos de preco.
       01 WS-PA-STATUS     PIC XX.
       01 WS-EOF-PA        PIC X.
       01 WS-PA-TODAY      PIC 9(8).
       01 WS-LIST-PRICE    PIC 9(5)V99.
       01 WS-UNIT-PRICE    PIC 9(5)V99.
       01 WS-PA-CAND       PIC 9(5)V99.
       01 WS-PA-BEST-ID    PIC 9(4).
       01 WS-DISCOUNT      PIC 9(7)V99.
       01 WS-LAST-PA-ID    PIC 9(4).
       01 WS-PA-ID-IN      PIC 9(4).
       01 WS-PA-PROD-IN    PIC 9(4).
       01 WS-PA-MIN-QTY    PIC 9(4).
       01 WS-PA-TYPE-IN    PIC X.
       01 WS-PA-PRICE-IN   PIC 9(5)V99.
       01 WS-PA-PCT-IN     PIC 9(2)V99.
       01 WS-PA-FROM-IN    PIC 9(8).
       01 WS-PA-TO-IN      PIC 9(8).
       01 WS-PA-FOUND      PIC X.
       01 WS-PA-PRICE-DISP PIC ZZ,ZZ9.99.
       01 WS-PA-LIST-DISP  PIC ZZ,ZZ9.99.
       01 WS-DISC-DISP     PIC Z,ZZZ,ZZ9.99.

      *> Faturacao em moeda estrangeira.
       01 WS-FX-STATUS     PIC XX.
       01 WS-EOF-FX        PIC X.
       01 WS-FX-CURR       PIC X(3).
       01 WS-FX-DATE       PIC 9(8).
       01 WS-FX-RATE       PIC 9(3)V9(6).
       01 WS-FX-BEST-DATE  PIC 9(8).
       01 WS-FX-FOUND      PIC X.
       01 WS-INV-CURR      PIC X(3).
       01 WS-INV-FX        PIC 9(3)V9(6).
       01 WS-TOTAL-EUR     PIC 9(9)V99.
       01 WS-EUR-AMOUNT    PIC S9(9)V99.
       01 WS-FX-DIFF       PIC S9(7)V99.
       01 WS-FX-RATE-DISP  PIC ZZ9.999999.
       01 WS-FX-DIFF-DISP  PIC -Z,ZZZ,ZZ9.99.
       01 WS-EUR-DISP      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VR-EUR-BASE   PIC 9(9)V99.
       01 WS-VR-EUR-VAT    PIC 9(9)V99.
       01 WS-MG-LINE-REV   PIC 9(9)V99.
       01 WS-CM-EUR-BASE   PIC 9(7)V99.

      *> Recebimentos por conta e sua aplicacao a faturas.
       01 WS-OA-STATUS     PIC XX.
       01 WS-EOF-OA        PIC X.
       01 WS-LAST-OA-ID    PIC 9(6).
       01 WS-OA-CUSTOMER   PIC A(20).
       01 WS-OA-TYPE       PIC X.
       01 WS-OA-INV-ID     PIC 9(4).
       01 WS-OA-AMOUNT     PIC 9(7)V99.
       01 WS-OA-DESC       PIC X(30).
       01 WS-OA-BALANCE    PIC S9(9)V99.
       01 WS-OA-EXCESS     PIC 9(7)V99.
       01 WS-OA-CONFIRM    PIC X.
       01 WS-OA-DISP       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PAY-CUSTOMER  PIC A(20).
      *> Faturas em aberto do cliente, pela ordem de emissao.
       01 WS-AL-MODE       PIC 9.
       01 WS-AL-COUNT      PIC 9(3) VALUE 0.
       01 WS-AL-IDX        PIC 9(3).
       01 WS-AL-MATCH      PIC 9(3).
       01 WS-AL-INV-IN     PIC 9(4).
       01 WS-AL-WANT       PIC 9(7)V99.
       01 WS-AL-NEED-EUR   PIC 9(9)V99.
       01 WS-AL-EUR        PIC 9(9)V99.
       01 WS-AL-APPLIED    PIC 9(9)V99.
       01 WS-AL-TABLE.
           05 WS-AL-ROW OCCURS 200 TIMES.
               10 WS-AL-INV-ID  PIC 9(4).
               10 WS-AL-DATE    PIC 9(8).
               10 WS-AL-CURR    PIC X(3).
               10 WS-AL-FX      PIC 9(3)V9(6).
               10 WS-AL-OPEN    PIC 9(7)V99.
      *> Recebimentos por conta por aplicar, por cliente.
       01 WS-UC-COUNT      PIC 9(3) VALUE 0.
       01 WS-UC-IDX        PIC 9(3).
       01 WS-UC-MATCH      PIC 9(3).
       01 WS-UC-REST       PIC 9(9)V99.
       01 WS-UC-AGE        PIC S9(5).
       01 WS-UC-OLD-DAYS   PIC 9(3) VALUE 30.
       01 WS-UC-TOT-OLD    PIC 9(11)V99.
       01 WS-UC-TABLE.
           05 WS-UC-ROW OCCURS 200 TIMES.
               10 WS-UC-CUST      PIC A(20).
               10 WS-UC-ALLOC     PIC 9(9)V99.
               10 WS-UC-UNAPPLIED PIC 9(9)V99.
               10 WS-UC-OLD       PIC 9(9)V99.
               10 WS-UC-OLDEST    PIC 9(8).
       01 WS-UC-DISP-1     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-UC-DISP-2     PIC ZZZ,ZZZ,ZZ9.99.

      *> Lista de trabalho dos creditos bancarios por casar.
       01 WS-BM-STATUS     PIC XX.
       01 WS-EOF-BM        PIC X.
       01 WS-BM-LINE       PIC 9(5).
       01 WS-BM-PICK       PIC 9(5).
       01 WS-BM-OPEN-N     PIC 9(5).
       01 WS-BM-FOUND      PIC X.
       01 WS-BM-DONE       PIC X.
       01 WS-BM-AMT-DISP   PIC ZZZ,ZZZ,ZZ9.99.

      *> Guias de transporte e sua faturacao.
       01 WS-DN-STATUS     PIC XX.
       01 WS-EOF-DN        PIC X.
       01 WS-DN-ID         PIC 9(5).
       01 WS-LAST-DN-ID    PIC 9(5).
       01 WS-DN-IN         PIC 9(5).
       01 WS-DN-LINE       PIC 9(3).
       01 WS-DN-LINES      PIC 9(3).
       01 WS-DN-VALUE      PIC 9(7)V99.
       01 WS-DN-DONE       PIC X.
       01 WS-DN-FOUND      PIC X.
       01 WS-DN-OTHER-CUST PIC X.
       01 WS-DN-SELECTED   PIC X.
       01 WS-DN-RELEASED   PIC X.
      *> 'Y' enquanto a expedicao tira stock: cada perna de saida
      *> escrita pelo WRITE-PRODUCT-MOVEMENT vira linha da guia.
       01 WS-DN-ACTIVE     PIC X VALUE 'N'.
       01 WS-DN-CUSTOMER   PIC A(20).
       01 WS-DN-SEL-COUNT  PIC 9(2) VALUE 0.
       01 WS-DN-SEL-IDX    PIC 9(2).
       01 WS-DN-SEL-TABLE.
           05 WS-DN-SEL-ID OCCURS 20 TIMES PIC 9(5).
      *> Produtos das guias a faturar (uma fatura por produto).
       01 WS-DP-COUNT      PIC 9(2) VALUE 0.
       01 WS-DP-IDX        PIC 9(2).
       01 WS-DP-MATCH      PIC 9(2).
       01 WS-DP-TABLE.
           05 WS-DP-ROW OCCURS 50 TIMES.
               10 WS-DP-PROD    PIC 9(4).
               10 WS-DP-QTY     PIC 9(5).
               10 WS-DP-COST    PIC 9(9)V99.
               10 WS-DP-INV-ID  PIC 9(4).
      *> Expedido por faturar ha mais de N dias.
       01 WS-SN-DAYS       PIC 9(3).
       01 WS-SN-AGE        PIC S9(5).
       01 WS-SN-AGE-DISP   PIC ZZZZ9.
       01 WS-SN-COUNT      PIC 9(5).
       01 WS-SN-VALUE      PIC 9(9)V99.
       01 WS-SN-COST       PIC 9(9)V99.
       01 WS-SN-TOT-VALUE  PIC 9(11)V99.
       01 WS-SN-TOT-COST   PIC 9(11)V99.
       01 WS-SN-DISP-1     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SN-DISP-2     PIC ZZZ,ZZZ,ZZ9.99.

      *> Encomendas pendentes e stock reservado.
       01 WS-SO-STATUS     PIC XX.
       01 WS-EOF-SO        PIC X.
       01 WS-LAST-SO-ID    PIC 9(5).
       01 WS-BO-RESERVED   PIC 9(5).
       01 WS-AVAIL-QTY     PIC 9(4).
       01 WS-BO-QTY        PIC 9(4) VALUE 0.
       01 WS-BO-CONFIRM    PIC X.
       01 WS-SO-CUST-IN    PIC A(20).
       01 WS-SO-BILLED     PIC 9(3).
       01 WS-SO-SKIPPED    PIC 9(3).
       01 WS-SO-CANCEL-ID  PIC 9(5).
       01 WS-SO-OK         PIC X.

      *> Kit montado na venda: componentes da lista de materiais.
       01 WS-BOM-STATUS    PIC XX.
       01 WS-EOF-BOM       PIC X.
       01 WS-KIT-EXPLODE   PIC X VALUE 'N'.
       01 WS-KIT-CONFIRM   PIC X.
       01 WS-KIT-SHORT     PIC X.
       01 WS-KIT-ID        PIC 9(4).
       01 WS-KIT-QTY       PIC 9(4).
       01 WS-KIT-ON-HAND   PIC 9(4).
       01 WS-KIT-UNIT-COST PIC 9(5)V99.
       01 WS-KIT-VALUE     PIC 9(9)V99.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 20 TIMES.
               10 WS-KIT-C-ID    PIC 9(4).
               10 WS-KIT-C-QTY   PIC 9(3).
               10 WS-KIT-C-STOCK PIC 9(4).
               10 WS-KIT-C-COST  PIC 9(5)V99.
       01 WS-KIT-COUNT     PIC 9(2) VALUE 0.
       01 WS-KIT-IDX       PIC 9(2).
       01 WS-KIT-NEED      PIC 9(6).

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE "INVOICE-SYSTEM" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-CUST-USED
           MOVE "Y" TO LAYOUT-INV-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               STOP RUN
           END-IF
           PERFORM SHOW-MENU UNTIL WS-OPTION = 6
      *> As linhas de fatura gravadas nesta sessao vao para o
      *> contador do cabecalho de invoices.dat.
           MOVE "P" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           STOP RUN.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um invoices.dat/customers.dat de versao diferente da do
      *> layout com que foi compilado.
       CHECK-FILE-LAYOUTS.
           MOVE "C" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF.

       SHOW-MENU.
           DISPLAY "=============================="
           DISPLAY " Sistema de Faturacao - Menu"
           DISPLAY "14. Criar modelo de fatura recorrente"
           DISPLAY "15. Listar modelos recorrentes"
           DISPLAY "16. Processar faturacao recorrente"
           DISPLAY "17. Taxas de comissao (vendedor / grupo)"
           DISPLAY "18. Associar produto a grupo de comissao"
           DISPLAY "19. Calculo mensal de comissoes de vendas"
           DISPLAY "20. Registar acordo de preco de cliente"
           DISPLAY "21. Listar / terminar acordos de preco"
           DISPLAY "22. Recebimento por conta (adiantamento / sem fatura)"
           DISPLAY "23. Aplicar saldo por conta a faturas"
           DISPLAY "24. Saldos por conta por aplicar ha mais de 30 dias"
           DISPLAY "25. Creditos bancarios por casar (lista de trabalho)"
           DISPLAY "26. Emitir guia de transporte (expedicao)"
           DISPLAY "27. Faturar guias de transporte"
           DISPLAY "28. Guias expedidas por faturar ha mais de N dias"
           DISPLAY "29. Faturar encomendas pendentes libertadas"
           DISPLAY "30. Listar / anular encomendas pendentes"
           DISPLAY "Escolha uma opcao (1-30): "
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1
                   PERFORM LIST-RECURRING
               WHEN 16
                   PERFORM PROCESS-RECURRING
               WHEN 17
                   PERFORM MAINTAIN-COMMISSION-RATES
               WHEN 18
                   PERFORM ASSIGN-PRODUCT-GROUP
               WHEN 19
                   PERFORM COMMISSION-RUN
               WHEN 20
                   PERFORM REGISTER-AGREEMENT
               WHEN 21
                   PERFORM LIST-AGREEMENTS
               WHEN 22
                   PERFORM REGISTER-ON-ACCOUNT
               WHEN 23
                   PERFORM ALLOCATE-ON-ACCOUNT
               WHEN 24
                   PERFORM UNAPPLIED-CASH-REPORT
               WHEN 25
                   PERFORM BANK-WORKLIST
               WHEN 26
                   PERFORM ISSUE-DELIVERY-NOTE
               WHEN 27
                   PERFORM INVOICE-DELIVERY-NOTES
               WHEN 28
                   PERFORM SHIPPED-NOT-INVOICED
               WHEN 29
                   PERFORM BILL-RELEASED-BACKORDERS
               WHEN 30
                   PERFORM LIST-BACKORDERS
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
      *> O custo medio nasce a zero e passa a valer com a primeira
      *> rececao no PURCHASING.
           MOVE 0 TO PROD-AVG-COST
           MOVE SPACE TO PROD-ABC-CLASS
           WRITE PRODUCT-RECORD
           CLOSE PRODUCTS-FILE
           DISPLAY "Produto adicionado com sucesso!"
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-SALESPERSON
           IF WS-SP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-CURRENCY
           IF WS-FX-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Digite ID do produto: "
           ACCEPT WS-PROD-ID
           DISPLAY "Digite quantidade: "
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-QTY TO WS-PROD-QTY
                           MOVE PROD-PRICE TO WS-LIST-PRICE
                           IF PROD-AVG-COST IS NUMERIC
                               MOVE PROD-AVG-COST TO WS-SALE-COST
                           ELSE
               EXIT PARAGRAPH
           END-IF

      *> Kit sem stock livre: pode montar-se na hora a partir dos
      *> componentes; recusada a montagem, segue como qualquer
      *> produto. Sem stock livre que chegue, o que falta pode ficar
      *> em encomenda pendente e fatura-se so o disponivel.
           MOVE 0 TO WS-BO-QTY
           MOVE 'N' TO WS-KIT-EXPLODE
           PERFORM COMPUTE-AVAILABLE
           IF WS-AVAIL-QTY = 0
               PERFORM OFFER-KIT-EXPLODE
               IF WS-KIT-EXPLODE = 'Y'
                   MOVE WS-INV-QTY TO WS-AVAIL-QTY
               ELSE
                   MOVE 0 TO WS-AVAIL-QTY
               END-IF
           END-IF
           IF WS-INV-QTY > WS-AVAIL-QTY
               PERFORM OFFER-BACKORDER
               IF WS-BO-QTY = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AVAIL-QTY TO WS-INV-QTY
               IF WS-INV-QTY = 0
                   PERFORM WRITE-BACKORDER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PRICE-SALE-LINE
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-SUBTOTAL * WS-VAT-RATE / 100
           ADD WS-SUBTOTAL WS-VAT-AMOUNT GIVING WS-TOTAL
               EXIT PARAGRAPH
           END-IF

           IF WS-KIT-EXPLODE = 'Y'
               PERFORM EXPLODE-KIT
           END-IF
           PERFORM UPDATE-STOCK

           PERFORM OPEN-INVOICES-IO
           PERFORM NEXT-INVOICE-LINE
               MOVE WS-INV-ID TO INV-ID
               MOVE WS-INV-LINE TO INV-LINE
               MOVE FUNCTION CURRENT-DATE(1:10) TO INV-DATE
               MOVE WS-PROD-ID TO INV-PROD-ID
               MOVE WS-INV-QTY TO INV-QTY
               MOVE WS-SALE-COST TO INV-UNIT-COST
               MOVE WS-TOTAL TO INV-TOTAL
               MOVE WS-CUSTOMER TO INV-CUSTOMER
               MOVE WS-SALESPERSON TO INV-SALESPERSON
               MOVE WS-LIST-PRICE TO INV-LIST-PRICE
               MOVE WS-PA-BEST-ID TO INV-AGREEMENT
               MOVE WS-FX-CURR TO INV-CURRENCY
               MOVE WS-FX-RATE TO INV-FX-RATE
               SET INV-ACTIVE TO TRUE
               PERFORM WRITE-INVOICE-LINE
           CLOSE INVOICES-FILE
           MOVE WS-TOTAL TO WS-TOTAL-DISP
           DISPLAY "Fatura criada com sucesso! Total: " WS-TOTAL-DISP
           IF WS-BO-QTY > 0
               PERFORM WRITE-BACKORDER
           END-IF

           IF WS-NEW-QTY < WS-PROD-REORDER
               DISPLAY "ALERTA: stock do produto " WS-PROD-ID
      *> acesso direto/indexado a este ficheiro sequencial).
      *>-----------------------------------------------------------
       UPDATE-STOCK.
           PERFORM DEDUCT-PRODUCT-QTY

      *> A venda entra no historial partilhado como saida "S",
      *> consumida lote a lote (FEFO) quando o produto tem lotes.
           MOVE "S" TO WS-MOV-TIPO
           PERFORM CONSUME-LOTS-FEFO.

      *> Abate WS-INV-QTY ao PROD-QTY de WS-PROD-ID (WS-NEW-QTY
      *> fica com o stock resultante).
       DEDUCT-PRODUCT-QTY.
           OPEN INPUT PRODUCTS-FILE
           OPEN OUTPUT PRODUCTS-TEMP
           MOVE 'N' TO WS-EOF-PROD
                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
           CLOSE PRODUCTS-FILE
           CLOSE PRODUCTS-TEMP

           CALL "SYSTEM" USING "mv products.tmp products.dat".

      *> Regista um movimento de stock no historial partilhado com
      *> o INVENTORY (tipo ja em WS-MOV-TIPO).
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-MOV-QTY TO MOV-QTD
           MOVE WS-NEW-QTY TO MOV-STOCK-POS
      *> As vendas ao balcao saem da loja; a guia de transporte do
      *> local de carga escolhido.
           MOVE WS-MOV-LOC TO MOV-LOCATION
           MOVE WS-MOV-LOT TO MOV-LOT
           WRITE MOVEMENT-RECORD
           CLOSE MOVEMENTS-FILE
           PERFORM DRAW-LOCATION-STOCK
           IF WS-DN-ACTIVE = 'Y' AND WS-MOV-TIPO = "S"
               PERFORM WRITE-DELIVERY-LINE
           END-IF.

      *> Mantem a linha do local (WS-MOV-LOC, LOJA nas vendas) do
      *> produto em stock_locations.dat em dia com o movimento
      *> acabado de escrever: a venda (S) e o consumo de componentes
      *> de um kit (M) abatem, a reentrada da nota de credito (E) e
      *> o kit montado (K) repoem. A linha em falta
      *> nao bloqueia a fatura -- o stock antigo ainda vive no total
      *> sem reparticao (GERAL, ver INVENTORY).
       DRAW-LOCATION-STOCK.
                   AT END MOVE 'Y' TO WS-LOC-EOF
                   NOT AT END
                       IF SL-PROD-ID = WS-PROD-ID
                          AND SL-LOCATION = WS-MOV-LOC
                           MOVE 'Y' TO WS-LOC-FOUND
                           IF WS-MOV-TIPO = "S" OR WS-MOV-TIPO = "M"
                               IF SL-QTY < WS-MOV-QTY
                                   MOVE 0 TO SL-QTY
                               ELSE
                       AT END MOVE 'Y' TO WS-EOF-CUST
                       NOT AT END
                           IF CUST-CHECK-NAME = WS-CUSTOMER
                              AND NOT CUST-LAYOUT-HEADER
                               MOVE 'Y' TO WS-CUST-FOUND
                               IF CUST-CHECK-CREDIT-LIMIT IS NUMERIC
                                   MOVE CUST-CHECK-CREDIT-LIMIT
               MOVE 'Y' TO WS-CUST-FOUND
           END-IF.

      *> Pede o vendedor da venda e valida-o no mestre de empregados.
       ASK-SALESPERSON.
           DISPLAY "Vendedor (numero de empregado, 0 = sem vendedor): "
           ACCEPT WS-SALESPERSON
           PERFORM CHECK-SALESPERSON
           IF WS-SP-FOUND = 'N'
               DISPLAY "Vendedor " WS-SALESPERSON
                       " nao existe ou nao esta ativo no mestre de "
                       "empregados."
           END-IF
           .

      *> Vendedor 0 = sem vendedor (aceite); caso contrario tem de ser
      *> empregado ativo em employees_master.dat (EMP-MAINT).
       CHECK-SALESPERSON.
           MOVE 'N' TO WS-SP-FOUND
           IF WS-SALESPERSON = 0
               MOVE 'Y' TO WS-SP-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEES-FILE
           IF WS-EMP-STATUS = "35"
               CLOSE EMPLOYEES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-EMP
           PERFORM UNTIL WS-EOF-EMP = 'Y'
               READ EMPLOYEES-FILE
                   AT END MOVE 'Y' TO WS-EOF-EMP
                   NOT AT END
                       IF EMP-M-ID = WS-SALESPERSON
                           IF EMP-M-ACTIVE
                               MOVE 'Y' TO WS-SP-FOUND
                           END-IF
                           MOVE 'Y' TO WS-EOF-EMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEES-FILE
           .

       LIST-INVOICES.
           OPEN INPUT INVOICES-FILE
           MOVE 0 TO INV-ID
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       MOVE INV-TOTAL TO WS-TOTAL-DISP
                       DISPLAY "Fatura ID: " INV-ID "/" INV-LINE
                               " Cliente: " INV-CUSTOMER
                               " Produto ID: " INV-PROD-ID
                               " Quantidade: " INV-QTY
                               " Total: " WS-TOTAL-DISP
                               " Estado: " INV-STATUS
                               " Vendedor: " INV-SALESPERSON
                       PERFORM COMPUTE-INV-DISCOUNT
                       IF WS-DISCOUNT > 0
                           MOVE INV-LIST-PRICE TO WS-PA-LIST-DISP
                           MOVE WS-DISCOUNT TO WS-DISC-DISP
                           DISPLAY "    Preco de tabela: "
                                   WS-PA-LIST-DISP
                                   "  Desconto: " WS-DISC-DISP
                                   "  Acordo: " INV-AGREEMENT
                       END-IF
                       PERFORM SET-INV-FX
                       IF WS-INV-CURR NOT = "EUR"
                           COMPUTE WS-EUR-AMOUNT ROUNDED =
                               INV-TOTAL * WS-INV-FX
                           MOVE WS-EUR-AMOUNT TO WS-EUR-DISP
                           MOVE WS-INV-FX TO WS-FX-RATE-DISP
                           DISPLAY "    Moeda: " WS-INV-CURR
                                   "  Cambio: " WS-FX-RATE-DISP
                                   "  Total EUR: " WS-EUR-DISP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE
           .

      *>-----------------------------------------------------------
      *> Cancela uma fatura ativa: marca as suas linhas como
      *> canceladas em invoices.dat, repoe a quantidade vendida no
      *> stock do produto e emite uma nota de credito em
      *> credit_notes.dat.
      *>-----------------------------------------------------------
       CANCEL-INVOICE.
           DISPLAY "Digite ID da fatura a cancelar: "
           ACCEPT WS-CANCEL-ID

           MOVE 'N' TO WS-CANCEL-FOUND
           MOVE 'N' TO WS-CANCEL-BLOCKED
           OPEN I-O INVOICES-FILE
           IF WS-INV-FILE-STATUS = "35"
               DISPLAY "Fatura nao encontrada ou ja cancelada."
               EXIT PARAGRAPH
           END-IF

      *> Primeira passagem pelas linhas da fatura: cada linha ativa
      *> tem de ter o periodo aberto, senao nenhuma muda.
           MOVE WS-CANCEL-ID TO INV-ID
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-ID NOT = WS-CANCEL-ID
                           MOVE 'Y' TO WS-EOF-INV
                       ELSE
                       IF INV-ACTIVE
      *> Porta de periodos na data da fatura original: anular
      *> uma fatura de mes fechado mudaria o IVA desse mes
      *> (VAT-RETURN e TAX-EXPORT excluem canceladas pela data
      *> da fatura).
                           PERFORM CHECK-CANCEL-PERIOD
                           MOVE 'Y' TO WS-CANCEL-FOUND
                           MOVE WS-CANCEL-ID TO WS-INV-ID
                           MOVE INV-PROD-ID TO WS-PROD-ID
                           MOVE INV-QTY TO WS-INV-QTY
                           MOVE INV-SUBTOTAL TO WS-CN-SUBTOTAL
                           MOVE INV-VAT-RATE TO WS-CN-VAT-RATE
                           MOVE INV-VAT-AMOUNT TO WS-CN-VAT-AMOUNT
                           PERFORM SET-INV-FX
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Segunda passagem: as linhas ativas ficam canceladas,
      *> regravadas no lugar.
           IF WS-CANCEL-FOUND = 'Y' AND WS-CANCEL-BLOCKED = 'N'
               MOVE WS-CANCEL-ID TO INV-ID
               PERFORM START-INVOICE-LINES
               PERFORM UNTIL WS-EOF-INV = 'Y'
                   READ INVOICES-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-INV
                       NOT AT END
                           IF INV-ID NOT = WS-CANCEL-ID
                               MOVE 'Y' TO WS-EOF-INV
                           ELSE
                           IF INV-ACTIVE
                               MOVE "C" TO INV-STATUS
                               PERFORM REWRITE-INVOICE-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICES-FILE

           IF WS-CANCEL-BLOCKED = 'Y'
               DISPLAY "Cancelamento recusado: fatura de periodo "
                       "contabilistico fechado (PERIOD-CLOSE)."
           ELSE
           IF WS-CANCEL-FOUND = 'N'
               DISPLAY "Fatura nao encontrada ou ja cancelada."
           ELSE
      *> Fatura de guias: a mercadoria continua entregue, as linhas
      *> da guia voltam a por faturar em vez de o stock reentrar.
               PERFORM RELEASE-DN-LINES
               IF WS-DN-RELEASED = 'Y'
                   DISPLAY "Linhas da guia de transporte voltam a "
                           "por faturar (sem reentrada de stock)."
               ELSE
                   PERFORM RESTORE-STOCK
               END-IF
               PERFORM WRITE-CREDIT-NOTE
               DISPLAY "Fatura " WS-CANCEL-ID
                       " cancelada. Nota de credito emitida."
                       MOVE PROD-NAME TO PTMP-NAME
                       MOVE PROD-PRICE TO PTMP-PRICE
                       MOVE PROD-REORDER TO PTMP-REORDER
                       MOVE PROD-ABC-CLASS TO PTMP-ABC
                       IF PROD-AVG-COST IS NUMERIC
                           MOVE PROD-AVG-COST TO PTMP-COST
                       ELSE
               MOVE WS-CN-SUBTOTAL TO CN-SUBTOTAL
               MOVE WS-CN-VAT-RATE TO CN-VAT-RATE
               MOVE WS-CN-VAT-AMOUNT TO CN-VAT-AMOUNT
               MOVE WS-INV-CURR TO CN-CURRENCY
               MOVE WS-INV-FX TO CN-FX-RATE
               WRITE CREDIT-NOTE-RECORD
           CLOSE CREDIT-NOTES-FILE.

      *> ou parcialmente paga (M) conforme o remanescente.
      *>-----------------------------------------------------------
       REGISTER-PAYMENT.
           DISPLAY "Numero da fatura (0 = recebimento por conta): "
           ACCEPT WS-PAY-INV-ID
           IF WS-PAY-INV-ID = 0
               PERFORM REGISTER-ON-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-INVOICE-STATUS
           IF WS-INV-FOUND = 'N'
           DISPLAY "Total da fatura: " WS-INV-TOTAL-W
                   "  Ja pago: " WS-PAID-SO-FAR
                   "  Em aberto: " WS-OPEN-BALANCE
                   " " WS-INV-CURR
           DISPLAY "Valor recebido (" WS-INV-CURR "): "
           ACCEPT WS-PAY-AMOUNT
           IF WS-PAY-AMOUNT = 0
               DISPLAY "Valor invalido."
               EXIT PARAGRAPH
           END-IF
      *> Pago a mais: a fatura fica liquidada e o excesso passa a
      *> saldo por conta do cliente, se o operador confirmar.
           MOVE 0 TO WS-OA-EXCESS
           IF WS-PAY-AMOUNT > WS-OPEN-BALANCE
               COMPUTE WS-OA-EXCESS = WS-PAY-AMOUNT - WS-OPEN-BALANCE
               DISPLAY "Recebido a mais: " WS-OA-EXCESS " " WS-INV-CURR
               DISPLAY "Deixar o excesso por conta do cliente? (S/N): "
               ACCEPT WS-OA-CONFIRM
               IF WS-OA-CONFIRM NOT = 'S' AND WS-OA-CONFIRM NOT = 's'
                   DISPLAY "Valor invalido (maximo " WS-OPEN-BALANCE
                           ")."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPEN-BALANCE TO WS-PAY-AMOUNT
           END-IF

      *> Recibo ao cambio da data do pagamento; a diferenca para o
      *> cambio da fatura sobre o valor recebido e o ganho (+) ou
      *> perda (-) de cambio realizado, em euros.
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           MOVE WS-INV-CURR TO WS-FX-CURR
           MOVE WS-TODAY8 TO WS-FX-DATE
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               DISPLAY "Sem cambio " WS-FX-CURR "/EUR em vigor a "
                       WS-FX-DATE " - recibo nao registado."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FX-DIFF ROUNDED =
               WS-PAY-AMOUNT * (WS-FX-RATE - WS-INV-FX)

           OPEN EXTEND PAYMENTS-FILE
           IF WS-PAY-FILE-STATUS = "05" OR WS-PAY-FILE-STATUS = "35"
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           MOVE WS-TODAY8 TO PAY-DATE
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT
           MOVE WS-FX-CURR TO PAY-CURRENCY
           MOVE WS-FX-RATE TO PAY-FX-RATE
           MOVE WS-FX-DIFF TO PAY-FX-DIFF
           MOVE SPACE TO PAY-SOURCE
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE

      *> O excesso entra por conta em euros ao cambio do recibo.
           IF WS-OA-EXCESS > 0
               COMPUTE WS-OA-AMOUNT ROUNDED =
                   WS-OA-EXCESS * WS-FX-RATE
               MOVE WS-PAY-CUSTOMER TO WS-OA-CUSTOMER
               MOVE "R" TO WS-OA-TYPE
               MOVE WS-PAY-INV-ID TO WS-OA-INV-ID
               MOVE SPACES TO WS-OA-DESC
               STRING "EXCESSO RECIBO FATURA " DELIMITED BY SIZE
                      WS-PAY-INV-ID DELIMITED BY SIZE
                      INTO WS-OA-DESC
               END-STRING
               PERFORM WRITE-ON-ACCOUNT
               DISPLAY "Excesso de " WS-OA-AMOUNT
                       " EUR fica por conta do cliente."
           END-IF

           IF WS-FX-DIFF NOT = 0
               MOVE WS-FX-DIFF TO WS-FX-DIFF-DISP
               MOVE WS-FX-RATE TO WS-FX-RATE-DISP
               IF WS-FX-DIFF > 0
                   DISPLAY "Ganho de cambio realizado: "
                           WS-FX-DIFF-DISP " EUR (cambio do recibo "
                           WS-FX-RATE-DISP ")."
               ELSE
                   DISPLAY "Perda de cambio realizada: "
                           WS-FX-DIFF-DISP " EUR (cambio do recibo "
                           WS-FX-RATE-DISP ")."
               END-IF
           END-IF

           ADD WS-PAY-AMOUNT TO WS-PAID-SO-FAR
           IF WS-PAID-SO-FAR >= WS-INV-TOTAL-W
               MOVE "P" TO WS-INV-STATUS-W
           END-IF
           PERFORM UPDATE-INVOICE-STATUS.

      *> Localiza a fatura e devolve total e estado atuais: leitura
      *> direta da primeira linha (chave fatura/001).
       FIND-INVOICE-STATUS.
           MOVE 'N' TO WS-INV-FOUND
           OPEN INPUT INVOICES-FILE
           IF WS-INV-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-INV-ID TO INV-ID
           MOVE 1 TO INV-LINE
           READ INVOICES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INV-FOUND
                   MOVE INV-TOTAL TO WS-INV-TOTAL-W
                   MOVE INV-STATUS TO WS-INV-STATUS-W
                   MOVE INV-CUSTOMER TO WS-PAY-CUSTOMER
                   PERFORM SET-INV-FX
           END-READ
           CLOSE INVOICES-FILE.

       SUM-PAYMENTS.
           MOVE 0 TO WS-PAID-SO-FAR
           MOVE 0 TO WS-LAST-PAY-DATE
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAY-FILE-STATUS = "35"
               EXIT PARAGRAPH
                   NOT AT END
                       IF PAY-INV-ID = WS-PAY-INV-ID
                           ADD PAY-AMOUNT TO WS-PAID-SO-FAR
                           IF PAY-DATE > WS-LAST-PAY-DATE
                               MOVE PAY-DATE TO WS-LAST-PAY-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENTS-FILE.

      *> Novo estado da fatura paga/parcial em todas as suas linhas,
      *> regravadas no lugar.
       UPDATE-INVOICE-STATUS.
           OPEN I-O INVOICES-FILE
           MOVE WS-PAY-INV-ID TO INV-ID
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-ID NOT = WS-PAY-INV-ID
                           MOVE 'Y' TO WS-EOF-INV
                       ELSE
                           MOVE WS-INV-STATUS-W TO INV-STATUS
                           PERFORM REWRITE-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.

      *> Posiciona antes da primeira linha da fatura em INV-ID; o
      *> chamador le com READ NEXT enquanto INV-ID nao mudar. Com
      *> INV-ID zero posiciona depois do cabecalho de layout, para as
      *> passagens ao ficheiro inteiro.
       START-INVOICE-LINES.
           MOVE 'N' TO WS-EOF-INV
           MOVE 0 TO INV-LINE
           START INVOICES-FILE KEY IS GREATER THAN INV-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-INV
           END-START.

      *> Posiciona na primeira fatura do cliente WS-CUSTOMER pela
      *> chave alternativa; o chamador le com READ NEXT enquanto o
      *> cliente nao mudar.
       START-CUSTOMER-INVOICES.
           MOVE 'N' TO WS-EOF-INV
           MOVE WS-CUSTOMER TO INV-CUSTOMER
           START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
               INVALID KEY MOVE 'Y' TO WS-EOF-INV
           END-START.

       REWRITE-INVOICE-LINE.
           REWRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Erro a regravar a fatura " INV-ID "/"
                           INV-LINE " (estado " WS-INV-FILE-STATUS
                           ")."
           END-REWRITE.

      *>-----------------------------------------------------------
      *> Antiguidade de saldos em aberto: por cliente e no total,
               FUNCTION INTEGER-OF-DATE(WS-TODAY8)
           MOVE 0 TO WS-AG-COUNT
           INITIALIZE WS-AGING-TABLE WS-AG-TOTALS
           MOVE 0 TO WS-AG-TOT-OA

           OPEN INPUT INVOICES-FILE
           IF WS-INV-FILE-STATUS = "35"
               DISPLAY "Sem faturas."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO INV-ID
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-OPEN
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE
           PERFORM AGING-ON-ACCOUNT

           OPEN OUTPUT AGING-FILE
           MOVE "ANTIGUIDADE DE SALDOS EM ABERTO EM EUROS (dias da fatura)"
               TO AGING-LINE
           WRITE AGING-LINE
           MOVE "CLIENTE               0-30           31-60          61-90          90+      POR CONTA  SALDO LIQUIDO"
               TO AGING-LINE
           WRITE AGING-LINE
           MOVE ALL "-" TO AGING-LINE
           WRITE AGING-LINE
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               COMPUTE WS-AG-NET = WS-AG-BUCKET (WS-AG-IDX 1)
                   + WS-AG-BUCKET (WS-AG-IDX 2)
                   + WS-AG-BUCKET (WS-AG-IDX 3)
                   + WS-AG-BUCKET (WS-AG-IDX 4)
                   - WS-AG-ONACCT (WS-AG-IDX)
      *> Cliente com o dinheiro por conta ja todo aplicado e sem
      *> faturas em aberto: sem linha.
               IF WS-AG-NET NOT = 0
                  OR WS-AG-ONACCT (WS-AG-IDX) NOT = 0
                   PERFORM PRINT-AGING-ROW
               END-IF
           END-PERFORM
           MOVE ALL "-" TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-AG-TOT (2) TO WS-AG-DISP-2
           MOVE WS-AG-TOT (3) TO WS-AG-DISP-3
           MOVE WS-AG-TOT (4) TO WS-AG-DISP-4
           MOVE WS-AG-TOT-OA TO WS-AG-DISP-5
           COMPUTE WS-AG-NET = WS-AG-TOT (1) + WS-AG-TOT (2)
               + WS-AG-TOT (3) + WS-AG-TOT (4) - WS-AG-TOT-OA
           MOVE WS-AG-NET TO WS-AG-DISP-6
           MOVE SPACES TO AGING-LINE
           STRING "TOTAL                " DELIMITED BY SIZE
                  WS-AG-DISP-1 DELIMITED BY SIZE
                  WS-AG-DISP-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-5 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-6 DELIMITED BY SIZE
                  INTO AGING-LINE
           END-STRING
           WRITE AGING-LINE
           CLOSE AGING-FILE
           MOVE "receivables_aging.txt" TO RPQ-FILE
           MOVE "ARAGING" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Relatorio gravado em receivables_aging.txt".

       AGE-ONE-INVOICE.
           IF WS-OPEN-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
      *> Em aberto em moeda estrangeira entra pelo equivalente em
      *> euros ao cambio da fatura.
           PERFORM SET-INV-FX
           COMPUTE WS-OPEN-BALANCE ROUNDED =
               WS-OPEN-BALANCE * WS-INV-FX

      *> INV-DATE guarda AAAAMMDDhh (CURRENT-DATE(1:10)); os 8
      *> primeiros digitos sao a data.
               TO WS-AG-BUCKET (WS-AG-MATCH WS-BUCKET-IDX)
           ADD WS-OPEN-BALANCE TO WS-AG-TOT (WS-BUCKET-IDX).

       PRINT-AGING-ROW.
           MOVE WS-AG-BUCKET (WS-AG-IDX 1) TO WS-AG-DISP-1
           MOVE WS-AG-BUCKET (WS-AG-IDX 2) TO WS-AG-DISP-2
           MOVE WS-AG-BUCKET (WS-AG-IDX 3) TO WS-AG-DISP-3
           MOVE WS-AG-BUCKET (WS-AG-IDX 4) TO WS-AG-DISP-4
           MOVE WS-AG-ONACCT (WS-AG-IDX) TO WS-AG-DISP-5
           MOVE WS-AG-NET TO WS-AG-DISP-6
           MOVE SPACES TO AGING-LINE
           STRING WS-AG-NAME (WS-AG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-5 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AG-DISP-6 DELIMITED BY SIZE
                  INTO AGING-LINE
           END-STRING
           WRITE AGING-LINE.

      *> Saldo por conta por aplicar de cada cliente (recebimentos
      *> menos aplicacoes), ao lado da antiguidade das faturas.
       AGING-ON-ACCOUNT.
           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OA-STATUS = "35"
               CLOSE ON-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-OA
           PERFORM UNTIL WS-EOF-OA = 'Y'
               READ ON-ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-OA
                   NOT AT END
                       PERFORM AGE-ONE-ON-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ON-ACCOUNT-FILE.

       AGE-ONE-ON-ACCOUNT.
           MOVE 'N' TO WS-AG-FOUND
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
                      OR WS-AG-FOUND = 'Y'
               IF WS-AG-NAME (WS-AG-IDX) = OA-CUSTOMER
                   MOVE 'Y' TO WS-AG-FOUND
                   MOVE WS-AG-IDX TO WS-AG-MATCH
               END-IF
           END-PERFORM
           IF WS-AG-FOUND = 'N'
               IF WS-AG-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-MATCH
               MOVE OA-CUSTOMER TO WS-AG-NAME (WS-AG-MATCH)
           END-IF
           IF OA-RECEIPT
               ADD OA-AMOUNT TO WS-AG-ONACCT (WS-AG-MATCH)
               ADD OA-AMOUNT TO WS-AG-TOT-OA
           ELSE
               SUBTRACT OA-AMOUNT FROM WS-AG-ONACCT (WS-AG-MATCH)
               SUBTRACT OA-AMOUNT FROM WS-AG-TOT-OA
           END-IF.

      *>-----------------------------------------------------------
      *> Apuramento de IVA para um intervalo de datas: soma base
      *> tributavel e IVA por taxa das faturas nao canceladas do

           OPEN INPUT INVOICES-FILE
           IF WS-INV-FILE-STATUS NOT = "35"
               MOVE 0 TO INV-ID
               PERFORM START-INVOICE-LINES
               PERFORM UNTIL WS-EOF-INV = 'Y'
                   READ INVOICES-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-INV
                       NOT AT END
                           IF NOT INV-CANCELLED
                               MOVE INV-DATE(1:8) TO WS-VR-DATE-N
                               IF WS-VR-DATE-N >= WS-VR-START
                                  AND WS-VR-DATE-N <= WS-VR-END
                                   PERFORM SET-INV-FX
                                   COMPUTE WS-VR-EUR-BASE ROUNDED =
                                       INV-SUBTOTAL * WS-INV-FX
                                   COMPUTE WS-VR-EUR-VAT ROUNDED =
                                       INV-VAT-AMOUNT * WS-INV-FX
                                   MOVE INV-VAT-RATE
                                       TO WS-VR-WORK-RATE
                                   MOVE WS-VR-EUR-BASE
                                       TO WS-VR-WORK-BASE
                                   MOVE WS-VR-EUR-VAT
                                       TO WS-VR-WORK-VAT
                                   MOVE "+" TO WS-VR-SIGN
                                   PERFORM ACCUMULATE-VAT
                                          INV-VAT-RATE
                                              DELIMITED BY SIZE
                                          " BASE " DELIMITED BY SIZE
                                          WS-VR-EUR-BASE
                                              DELIMITED BY SIZE
                                          " IVA " DELIMITED BY SIZE
                                          WS-VR-EUR-VAT
                                              DELIMITED BY SIZE
                                          " MOEDA " DELIMITED BY SIZE
                                          WS-INV-CURR
                                              DELIMITED BY SIZE
                                          INTO VAT-RETURN-LINE
                                   END-STRING
                                  AND WS-VR-DATE-N <= WS-VR-END
      *> Notas anteriores a reparticao de IVA tem estes campos em
      *> branco: abatem zero (so ficam no detalhe pelo CN-TOTAL).
                                   IF CN-FX-RATE IS NUMERIC
                                      AND CN-FX-RATE > 0
                                       MOVE CN-CURRENCY TO WS-INV-CURR
                                       MOVE CN-FX-RATE TO WS-INV-FX
                                   ELSE
                                       MOVE "EUR" TO WS-INV-CURR
                                       MOVE 1 TO WS-INV-FX
                                   END-IF
                                   IF CN-VAT-RATE IS NUMERIC
                                      AND CN-SUBTOTAL IS NUMERIC
                                      AND CN-VAT-AMOUNT IS NUMERIC
                                       COMPUTE WS-VR-EUR-BASE ROUNDED =
                                           CN-SUBTOTAL * WS-INV-FX
                                       COMPUTE WS-VR-EUR-VAT ROUNDED =
                                           CN-VAT-AMOUNT * WS-INV-FX
                                       MOVE CN-VAT-RATE
                                           TO WS-VR-WORK-RATE
                                   ELSE
                                       MOVE 0 TO WS-VR-EUR-BASE
                                       MOVE 0 TO WS-VR-EUR-VAT
                                       MOVE WS-VAT-RATE
                                           TO WS-VR-WORK-RATE
                                   END-IF
                                   MOVE WS-VR-EUR-BASE
                                       TO WS-VR-WORK-BASE
                                   MOVE WS-VR-EUR-VAT
                                       TO WS-VR-WORK-VAT
                                   MOVE "-" TO WS-VR-SIGN
                                   PERFORM ACCUMULATE-VAT
                                   MOVE SPACES TO VAT-RETURN-LINE
                                          CN-VAT-RATE
                                              DELIMITED BY SIZE
                                          " BASE -" DELIMITED BY SIZE
                                          WS-VR-EUR-BASE
                                              DELIMITED BY SIZE
                                          " IVA -" DELIMITED BY SIZE
                                          WS-VR-EUR-VAT
                                              DELIMITED BY SIZE
                                          " MOEDA " DELIMITED BY SIZE
                                          WS-INV-CURR
                                              DELIMITED BY SIZE
                                          INTO VAT-RETURN-LINE
                                   END-STRING

           MOVE ALL "-" TO VAT-RETURN-LINE
           WRITE VAT-RETURN-LINE
           MOVE "RESUMO POR TAXA EM EUROS (faturas menos notas de credito):"
               TO VAT-RETURN-LINE
           WRITE VAT-RETURN-LINE
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
               WRITE VAT-RETURN-LINE
           END-PERFORM
           CLOSE VAT-RETURN-FILE
           MOVE "vat_return.txt" TO RPQ-FILE
           MOVE "VATRTN" TO RPQ-TYPE
           MOVE WS-VR-START TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Apuramento gravado em vat_return.txt".

       ACCUMULATE-VAT.
           DISPLAY "Mes (AAAAMM): "
           ACCEPT WS-MARGIN-MONTH
           MOVE 0 TO WS-MG-COUNT
           MOVE 0 TO WS-MG-TOT-DISC

           OPEN INPUT INVOICES-FILE
           IF WS-INV-FILE-STATUS = "35"
               DISPLAY "Sem faturas."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO INV-ID
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-DATE(1:6) = WS-MARGIN-MONTH
                      WS-MG-COST(WS-MG-IDX) DELIMITED BY SIZE
                      " MARGEM " DELIMITED BY SIZE
                      WS-MG-MARGIN DELIMITED BY SIZE
                      " DESCONTOS " DELIMITED BY SIZE
                      WS-MG-DISCOUNT(WS-MG-IDX) DELIMITED BY SIZE
                      INTO MARGIN-LINE
               END-STRING
               WRITE MARGIN-LINE
               DISPLAY MARGIN-LINE
               ADD WS-MG-DISCOUNT(WS-MG-IDX) TO WS-MG-TOT-DISC
           END-PERFORM
      *> Margem cedida: o que as vendas teriam rendido a mais ao
      *> preco de tabela.
           MOVE SPACES TO MARGIN-LINE
           STRING "MARGEM CEDIDA EM DESCONTOS (ACORDOS DE PRECO): "
                      DELIMITED BY SIZE
                  WS-MG-TOT-DISC DELIMITED BY SIZE
                  INTO MARGIN-LINE
           END-STRING
           WRITE MARGIN-LINE
           DISPLAY MARGIN-LINE
           CLOSE MARGIN-FILE
           MOVE "gross_margin_report.txt" TO RPQ-FILE
           MOVE "GMARGIN" TO RPQ-TYPE
           MOVE WS-MARGIN-MONTH TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Relatorio em gross_margin_report.txt".

       ADD-TO-MARGIN.
           ELSE
               MOVE 0 TO WS-MG-LINE-COST
           END-IF
      *> Receita e desconto em euros (o custo ja esta em euros).
           PERFORM SET-INV-FX
           COMPUTE WS-MG-LINE-REV ROUNDED = INV-SUBTOTAL * WS-INV-FX
           PERFORM COMPUTE-INV-DISCOUNT
           COMPUTE WS-MG-LINE-DISC ROUNDED = WS-DISCOUNT * WS-INV-FX
           MOVE 'N' TO WS-MG-FOUND
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
                   OR WS-MG-FOUND = 'Y'
               IF WS-MG-PROD(WS-MG-IDX) = INV-PROD-ID
                   MOVE 'Y' TO WS-MG-FOUND
                   ADD WS-MG-LINE-REV TO WS-MG-REVENUE(WS-MG-IDX)
                   ADD WS-MG-LINE-COST TO WS-MG-COST(WS-MG-IDX)
                   ADD WS-MG-LINE-DISC TO WS-MG-DISCOUNT(WS-MG-IDX)
               END-IF
           END-PERFORM
           IF WS-MG-FOUND = 'N' AND WS-MG-COUNT < 50
               ADD 1 TO WS-MG-COUNT
               MOVE INV-PROD-ID TO WS-MG-PROD(WS-MG-COUNT)
               MOVE WS-MG-LINE-REV TO WS-MG-REVENUE(WS-MG-COUNT)
               MOVE WS-MG-LINE-COST TO WS-MG-COST(WS-MG-COUNT)
               MOVE WS-MG-LINE-DISC TO WS-MG-DISCOUNT(WS-MG-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *>-----------------------------------------------------------
       CREDIT-CHECK.
           MOVE 'Y' TO WS-CREDIT-OK
      *> Limite e saldo em aberto estao em euros.
           COMPUTE WS-TOTAL-EUR ROUNDED = WS-TOTAL * WS-FX-RATE
           PERFORM COMPUTE-OPEN-BALANCE
      *> Dinheiro do cliente por conta ainda por aplicar abate ao
      *> saldo em aberto.
           MOVE WS-CUSTOMER TO WS-OA-CUSTOMER
           PERFORM SUM-ON-ACCOUNT
           IF WS-OA-BALANCE > 0
               IF WS-OA-BALANCE >= WS-CR-OPEN-BAL
                   MOVE 0 TO WS-CR-OPEN-BAL
               ELSE
                   SUBTRACT WS-OA-BALANCE FROM WS-CR-OPEN-BAL
               END-IF
           END-IF

      *> Poe/limpa a retencao conforme o que se acabou de apurar.
           IF WS-OVERDUE-FOUND = 'Y' AND WS-CUST-HOLD NOT = 'Y'
           IF WS-CUST-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-OPEN-BAL + WS-TOTAL-EUR <= WS-CUST-LIMIT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Limite de credito excedido: em aberto "
                   WS-CR-OPEN-BAL " + fatura " WS-TOTAL-EUR
                   " > limite " WS-CUST-LIMIT
      *> No lote recorrente nao ha quem autorize: salta-se.
           IF WS-BATCH-BILLING = 'Y'
                  " CLIENTE " DELIMITED BY SIZE
                  WS-CUSTOMER DELIMITED BY SIZE
                  " FATURA " DELIMITED BY SIZE
                  WS-TOTAL-EUR DELIMITED BY SIZE
                  " ACIMA DO LIMITE - AUTORIZADO POR "
                  DELIMITED BY SIZE
                  WS-OVR-SUPER DELIMITED BY SIZE
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM START-CUSTOMER-INVOICES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-CUSTOMER NOT = WS-CUSTOMER
                           MOVE 'Y' TO WS-EOF-INV
                       ELSE
                       IF INV-OPEN
                           PERFORM ADD-OPEN-INVOICE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.
           IF WS-INV-REMAIN <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-INV-FX
           COMPUTE WS-INV-REMAIN ROUNDED = WS-INV-REMAIN * WS-INV-FX
           ADD WS-INV-REMAIN TO WS-CR-OPEN-BAL
           IF INV-DATE(1:8) IS NUMERIC
               COMPUTE WS-INV-AGE = WS-CR-TODAY-INT
                   AT END MOVE 'Y' TO WS-EOF-CUST
                   NOT AT END
                       IF CUST-CHECK-NAME = WS-CUSTOMER
                          AND NOT CUST-LAYOUT-HEADER
                           IF CUST-CHECK-CREDIT-LIMIT NOT NUMERIC
                               MOVE 0 TO CUST-CHECK-CREDIT-LIMIT
                           END-IF
               DISPLAY "Cliente nao encontrado no ficheiro de clientes."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-SALESPERSON
           IF WS-SP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-CURRENCY
           IF WS-FX-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Digite ID do produto: "
           ACCEPT WS-PROD-ID
           DISPLAY "Digite quantidade: "
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-PRICE TO WS-LIST-PRICE
                       END-IF
               END-READ
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-SALE-LINE
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-SUBTOTAL * WS-VAT-RATE / 100
           ADD WS-SUBTOTAL WS-VAT-AMOUNT GIVING WS-TOTAL
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-D)
                   + WS-QT-VALID-DAYS)
           MOVE "O" TO QT-STATUS
           MOVE WS-SALESPERSON TO QT-SALESPERSON
           MOVE WS-LIST-PRICE TO QT-LIST-PRICE
           MOVE WS-PA-BEST-ID TO QT-AGREEMENT
           MOVE WS-FX-CURR TO QT-CURRENCY
           MOVE WS-FX-RATE TO QT-FX-RATE
           WRITE QUOTE-RECORD
           CLOSE QUOTES-FILE

                               DISPLAY "ORC " QT-ID
                                       " " QT-CUSTOMER
                                       " Total " QT-TOTAL
                                       " " QT-CURRENCY
                                       " validade " QT-VALID-UNTIL
                                       " *** CADUCADO ***"
                           ELSE
                               DISPLAY "ORC " QT-ID
                                       " " QT-CUSTOMER
                                       " Total " QT-TOTAL
                                       " " QT-CURRENCY
                                       " validade " QT-VALID-UNTIL
                           END-IF
                       END-IF
           MOVE QT-VAT-RATE TO WS-VAT-RATE
           MOVE QT-VAT-AMOUNT TO WS-VAT-AMOUNT
           MOVE QT-TOTAL TO WS-TOTAL
           IF QT-SALESPERSON IS NUMERIC
               MOVE QT-SALESPERSON TO WS-SALESPERSON
           ELSE
               MOVE 0 TO WS-SALESPERSON
           END-IF
      *> O preco orcamentado (com o acordo da altura) e honrado.
           IF QT-LIST-PRICE IS NUMERIC
               MOVE QT-LIST-PRICE TO WS-LIST-PRICE
               MOVE QT-AGREEMENT TO WS-PA-BEST-ID
           ELSE
               MOVE 0 TO WS-LIST-PRICE
               MOVE 0 TO WS-PA-BEST-ID
           END-IF
      *> Os valores ficam na moeda do orcamento; o cambio da fatura
      *> e o da data de hoje, nao o da data do orcamento.
           IF QT-FX-RATE IS NUMERIC AND QT-FX-RATE > 0
               MOVE QT-CURRENCY TO WS-FX-CURR
           ELSE
               MOVE "EUR" TO WS-FX-CURR
           END-IF
           MOVE WS-TODAY-D TO WS-FX-DATE
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               DISPLAY "Sem cambio " WS-FX-CURR "/EUR em vigor a "
                       WS-FX-DATE " - orcamento nao convertido."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Digite ID da fatura: "
           ACCEPT WS-INV-ID
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-QTY TO WS-PROD-QTY
                           PERFORM COMPUTE-AVAILABLE
                           IF WS-INV-QTY > WS-AVAIL-QTY
                               DISPLAY "Quantidade insuficiente no "
                                       "stock para converter."
                               CLOSE PRODUCTS-FILE

           PERFORM UPDATE-STOCK

           PERFORM OPEN-INVOICES-IO
           PERFORM NEXT-INVOICE-LINE
           MOVE WS-INV-ID TO INV-ID
           MOVE WS-INV-LINE TO INV-LINE
           MOVE FUNCTION CURRENT-DATE(1:10) TO INV-DATE
           MOVE WS-PROD-ID TO INV-PROD-ID
           MOVE WS-INV-QTY TO INV-QTY
           MOVE WS-SALE-COST TO INV-UNIT-COST
           MOVE WS-TOTAL TO INV-TOTAL
           MOVE WS-CUSTOMER TO INV-CUSTOMER
           MOVE WS-SALESPERSON TO INV-SALESPERSON
           MOVE WS-LIST-PRICE TO INV-LIST-PRICE
           MOVE WS-PA-BEST-ID TO INV-AGREEMENT
           MOVE WS-FX-CURR TO INV-CURRENCY
           MOVE WS-FX-RATE TO INV-FX-RATE
           MOVE "A" TO INV-STATUS
           PERFORM WRITE-INVOICE-LINE
           CLOSE INVOICES-FILE

           PERFORM MARK-QUOTE-WON
               DISPLAY "Cliente nao encontrado no ficheiro de clientes."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-SALESPERSON
           IF WS-SP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-CURRENCY
           IF WS-FX-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Digite ID do produto: "
           ACCEPT WS-PROD-ID
           DISPLAY "Digite quantidade: "
           MOVE WS-RI-NEXT TO RI-NEXT-RUN
           MOVE WS-RI-END TO RI-END-DATE
           MOVE "Y" TO RI-ACTIVE
           MOVE WS-SALESPERSON TO RI-SALESPERSON
           MOVE WS-FX-CURR TO RI-CURRENCY
           WRITE RECUR-RECORD
           CLOSE RECUR-FILE
           DISPLAY "Modelo recorrente " WS-LAST-RI-ID " criado."
                               " Proxima " RI-NEXT-RUN
                               " Fim " RI-END-DATE
                               " Ativo " RI-ACTIVE
                               " Vendedor " RI-SALESPERSON
                               " Moeda " RI-CURRENCY
               END-READ
           END-PERFORM
           CLOSE RECUR-FILE
           MOVE RI-PROD-ID TO WS-PROD-ID
           MOVE RI-QTY TO WS-INV-QTY
           MOVE RI-VAT-RATE TO WS-VAT-RATE
           IF RI-SALESPERSON IS NUMERIC
               MOVE RI-SALESPERSON TO WS-SALESPERSON
           ELSE
               MOVE 0 TO WS-SALESPERSON
           END-IF
           MOVE RI-CURRENCY TO WS-FX-CURR
           MOVE WS-TODAY-D TO WS-FX-DATE
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               ADD 1 TO WS-RI-SKIPPED
               DISPLAY "REC " RI-ID ": sem cambio " WS-FX-CURR
                       "/EUR em vigor - saltado."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               ADD 1 TO WS-RI-SKIPPED
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-QTY TO WS-PROD-QTY
                           PERFORM COMPUTE-AVAILABLE
                           IF WS-INV-QTY > WS-AVAIL-QTY
                               MOVE 'N' TO WS-FLAG
                               MOVE 'Y' TO WS-EOF-PROD
                           ELSE
                               MOVE PROD-PRICE TO WS-LIST-PRICE
                               IF PROD-AVG-COST IS NUMERIC
                                   MOVE PROD-AVG-COST
                                       TO WS-SALE-COST
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-SALE-LINE
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-SUBTOTAL * WS-VAT-RATE / 100
           ADD WS-SUBTOTAL WS-VAT-AMOUNT GIVING WS-TOTAL

           PERFORM UPDATE-STOCK

           PERFORM OPEN-INVOICES-IO
           PERFORM NEXT-INVOICE-LINE
           MOVE WS-INV-ID TO INV-ID
           MOVE WS-INV-LINE TO INV-LINE
           MOVE FUNCTION CURRENT-DATE(1:10) TO INV-DATE
           MOVE WS-PROD-ID TO INV-PROD-ID
           MOVE WS-INV-QTY TO INV-QTY
           MOVE WS-SALE-COST TO INV-UNIT-COST
           MOVE WS-TOTAL TO INV-TOTAL
           MOVE WS-CUSTOMER TO INV-CUSTOMER
           MOVE WS-SALESPERSON TO INV-SALESPERSON
           MOVE WS-LIST-PRICE TO INV-LIST-PRICE
           MOVE WS-PA-BEST-ID TO INV-AGREEMENT
           MOVE WS-FX-CURR TO INV-CURRENCY
           MOVE WS-FX-RATE TO INV-FX-RATE
           MOVE "A" TO INV-STATUS
           PERFORM WRITE-INVOICE-LINE
           CLOSE INVOICES-FILE

           ADD 1 TO WS-RI-BILLED
           CLOSE RECUR-FILE
           .

      *> Maior numero de fatura por posicionamento na chave (START
      *> <= na maior chave possivel), como o GET-LAST-TRANS do
      *> BANK-SYSTEM, em vez do varrimento ao ficheiro inteiro.
       GET-LAST-INV-ID.
           MOVE 0 TO WS-LAST-INV-ID
           OPEN INPUT INVOICES-FILE
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 9999 TO INV-ID
           MOVE 999 TO INV-LINE
           START INVOICES-FILE
               KEY IS LESS THAN OR EQUAL TO INV-KEY
               INVALID KEY CONTINUE
           END-START
           IF WS-INV-FILE-STATUS = "00"
               READ INVOICES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END MOVE INV-ID TO WS-LAST-INV-ID
               END-READ
           END-IF
           CLOSE INVOICES-FILE
           .

      *> invoices.dat aberto para gravar; criado vazio se ainda nao
      *> existe.
       OPEN-INVOICES-IO.
           OPEN I-O INVOICES-FILE
           IF WS-INV-FILE-STATUS = "35"
               OPEN OUTPUT INVOICES-FILE
               CLOSE INVOICES-FILE
               OPEN I-O INVOICES-FILE
           END-IF
           .

      *> Proxima linha da fatura WS-INV-ID: a maior chave ate
      *> WS-INV-ID/999; fatura nova comeca na linha 001.
       NEXT-INVOICE-LINE.
           MOVE 1 TO WS-INV-LINE
           MOVE WS-INV-ID TO INV-ID
           MOVE 999 TO INV-LINE
           START INVOICES-FILE
               KEY IS LESS THAN OR EQUAL TO INV-KEY
               INVALID KEY CONTINUE
           END-START
           IF WS-INV-FILE-STATUS = "00"
               READ INVOICES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF INV-ID = WS-INV-ID
                           COMPUTE WS-INV-LINE = INV-LINE + 1
                       END-IF
               END-READ
           END-IF
           .

       WRITE-INVOICE-LINE.
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Erro a gravar a fatura " INV-ID "/"
                           INV-LINE " (estado " WS-INV-FILE-STATUS
                           ")."
               NOT INVALID KEY
                   ADD 1 TO LAYOUT-INV-DELTA
           END-WRITE
           .

      *>-----------------------------------------------------------
      *> Taxas de comissao: por vendedor (V) ou por grupo de produto
      *> (G). Taxa 0 retira a linha. O ficheiro reescreve-se inteiro
      *> a partir da tabela.
      *>-----------------------------------------------------------
       MAINTAIN-COMMISSION-RATES.
           PERFORM LOAD-COMMISSION-RATES
           DISPLAY "Taxas de comissao em vigor:"
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               MOVE WS-CRE-RATE (WS-CR-IDX) TO WS-CR-RATE-DISP
               IF WS-CRE-TYPE (WS-CR-IDX) = "V"
                   DISPLAY "  Vendedor " WS-CRE-SALESPERSON (WS-CR-IDX)
                           "  " WS-CR-RATE-DISP "%"
               ELSE
                   DISPLAY "  Grupo    " WS-CRE-GROUP (WS-CR-IDX)
                           "  " WS-CR-RATE-DISP "%"
               END-IF
           END-PERFORM

           DISPLAY "Taxa por vendedor (V) ou por grupo de produto (G): "
           ACCEPT WS-CR-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-CR-TYPE-IN) TO WS-CR-TYPE-IN
           MOVE 0 TO WS-SALESPERSON
           MOVE SPACES TO WS-CR-GROUP-IN
           EVALUATE WS-CR-TYPE-IN
               WHEN "V"
                   DISPLAY "Vendedor (numero de empregado): "
                   ACCEPT WS-SALESPERSON
                   IF WS-SALESPERSON = 0
                       DISPLAY "Vendedor obrigatorio."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-SALESPERSON
                   IF WS-SP-FOUND = 'N'
                       DISPLAY "Vendedor " WS-SALESPERSON
                               " nao existe ou nao esta ativo."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "G"
                   DISPLAY "Codigo do grupo de produto: "
                   ACCEPT WS-CR-GROUP-IN
                   MOVE FUNCTION UPPER-CASE(WS-CR-GROUP-IN)
                       TO WS-CR-GROUP-IN
                   IF WS-CR-GROUP-IN = SPACES
                       DISPLAY "Grupo obrigatorio."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Tipo invalido."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Taxa de comissao (%, 0 = retirar): "
           ACCEPT WS-CR-RATE-IN

           MOVE 0 TO WS-CR-MATCH
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CRE-TYPE (WS-CR-IDX) = WS-CR-TYPE-IN
                  AND WS-CRE-SALESPERSON (WS-CR-IDX) = WS-SALESPERSON
                  AND WS-CRE-GROUP (WS-CR-IDX) = WS-CR-GROUP-IN
                   MOVE WS-CR-IDX TO WS-CR-MATCH
               END-IF
           END-PERFORM
           IF WS-CR-MATCH = 0
               IF WS-CR-RATE-IN = 0
                   DISPLAY "Nao ha taxa a retirar."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CR-COUNT >= 200
                   DISPLAY "Tabela de taxas cheia."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CR-COUNT
               MOVE WS-CR-COUNT TO WS-CR-MATCH
               MOVE WS-CR-TYPE-IN TO WS-CRE-TYPE (WS-CR-MATCH)
               MOVE WS-SALESPERSON TO WS-CRE-SALESPERSON (WS-CR-MATCH)
               MOVE WS-CR-GROUP-IN TO WS-CRE-GROUP (WS-CR-MATCH)
           END-IF
           MOVE WS-CR-RATE-IN TO WS-CRE-RATE (WS-CR-MATCH)

           OPEN OUTPUT COMM-RATES-FILE
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CRE-RATE (WS-CR-IDX) > 0
                   MOVE SPACES TO CR-REC
                   MOVE WS-CRE-TYPE (WS-CR-IDX) TO CR-TYPE
                   MOVE WS-CRE-SALESPERSON (WS-CR-IDX) TO CR-SALESPERSON
                   MOVE WS-CRE-GROUP (WS-CR-IDX) TO CR-GROUP
                   MOVE WS-CRE-RATE (WS-CR-IDX) TO CR-RATE
                   WRITE CR-REC
               END-IF
           END-PERFORM
           CLOSE COMM-RATES-FILE
           IF WS-CR-RATE-IN = 0
               DISPLAY "Taxa de comissao retirada."
           ELSE
               DISPLAY "Taxa de comissao gravada."
           END-IF
           .

       LOAD-COMMISSION-RATES.
           MOVE 0 TO WS-CR-COUNT
           OPEN INPUT COMM-RATES-FILE
           IF WS-CR-STATUS = "35"
               CLOSE COMM-RATES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CR
           PERFORM UNTIL WS-EOF-CR = 'Y'
               READ COMM-RATES-FILE
                   AT END MOVE 'Y' TO WS-EOF-CR
                   NOT AT END
                       IF WS-CR-COUNT < 200
                           ADD 1 TO WS-CR-COUNT
                           MOVE CR-TYPE TO WS-CRE-TYPE (WS-CR-COUNT)
                           MOVE CR-SALESPERSON
                               TO WS-CRE-SALESPERSON (WS-CR-COUNT)
                           MOVE CR-GROUP TO WS-CRE-GROUP (WS-CR-COUNT)
                           MOVE CR-RATE TO WS-CRE-RATE (WS-CR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMM-RATES-FILE
           .

      *>-----------------------------------------------------------
      *> Associa um produto do catalogo a um grupo de comissao
      *> (grupo em branco tira o produto do grupo).
      *>-----------------------------------------------------------
       ASSIGN-PRODUCT-GROUP.
           DISPLAY "Digite ID do produto: "
           ACCEPT WS-PROD-ID
           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y' OR WS-FLAG = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           IF WS-FLAG = 'N'
               DISPLAY "Produto nao encontrado."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PRODUCT-GROUPS
           MOVE 0 TO WS-PG-MATCH
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PGE-PROD-ID (WS-PG-IDX) = WS-PROD-ID
                   MOVE WS-PG-IDX TO WS-PG-MATCH
               END-IF
           END-PERFORM
           IF WS-PG-MATCH > 0
               DISPLAY "Grupo atual: " WS-PGE-GROUP (WS-PG-MATCH)
           END-IF
           DISPLAY "Grupo de comissao (branco = sem grupo): "
           MOVE SPACES TO WS-CR-GROUP-IN
           ACCEPT WS-CR-GROUP-IN
           MOVE FUNCTION UPPER-CASE(WS-CR-GROUP-IN) TO WS-CR-GROUP-IN
           IF WS-PG-MATCH = 0
               IF WS-CR-GROUP-IN = SPACES
                   DISPLAY "Produto ja estava sem grupo."
                   EXIT PARAGRAPH
               END-IF
               IF WS-PG-COUNT >= 1000
                   DISPLAY "Tabela de grupos cheia."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PG-COUNT
               MOVE WS-PG-COUNT TO WS-PG-MATCH
               MOVE WS-PROD-ID TO WS-PGE-PROD-ID (WS-PG-MATCH)
           END-IF
           MOVE WS-CR-GROUP-IN TO WS-PGE-GROUP (WS-PG-MATCH)

           OPEN OUTPUT PROD-GROUPS-FILE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PGE-GROUP (WS-PG-IDX) NOT = SPACES
                   MOVE SPACES TO PG-REC
                   MOVE WS-PGE-PROD-ID (WS-PG-IDX) TO PG-PROD-ID
                   MOVE WS-PGE-GROUP (WS-PG-IDX) TO PG-GROUP
                   WRITE PG-REC
               END-IF
           END-PERFORM
           CLOSE PROD-GROUPS-FILE
           DISPLAY "Grupo do produto " WS-PROD-ID " gravado."
           .

       LOAD-PRODUCT-GROUPS.
           MOVE 0 TO WS-PG-COUNT
           OPEN INPUT PROD-GROUPS-FILE
           IF WS-PG-STATUS = "35"
               CLOSE PROD-GROUPS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PG
           PERFORM UNTIL WS-EOF-PG = 'Y'
               READ PROD-GROUPS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PG
                   NOT AT END
                       IF WS-PG-COUNT < 1000
                           ADD 1 TO WS-PG-COUNT
                           MOVE PG-PROD-ID
                               TO WS-PGE-PROD-ID (WS-PG-COUNT)
                           MOVE PG-GROUP TO WS-PGE-GROUP (WS-PG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROD-GROUPS-FILE
           .

      *>-----------------------------------------------------------
      *> Calculo mensal de comissoes. Comissiona as faturas com
      *> vendedor que estao pagas por inteiro em invoice_payments.dat
      *> com o ultimo recibo ate ao fim do mes pedido, e estorna as
      *> ja comissionadas que entretanto tiveram nota de credito. O
      *> ledger (commission_ledger.dat) garante que nenhuma fatura e
      *> paga ou estornada duas vezes; o liquido do run por vendedor
      *> segue para o PAYROLL-SYSTEM em payroll_earnings.dat (linha
      *> COM pendente) e o detalhe fica em commission_report.txt.
      *>-----------------------------------------------------------
       COMMISSION-RUN.
           ACCEPT WS-TODAY-D FROM DATE YYYYMMDD
           DISPLAY "Mes das comissoes (AAAAMM, 0 = mes corrente): "
           ACCEPT WS-CM-PERIOD
           IF WS-CM-PERIOD = 0
               DIVIDE WS-TODAY-D BY 100 GIVING WS-CM-PERIOD
           END-IF

           PERFORM LOAD-COMMISSION-RATES
           PERFORM LOAD-PRODUCT-GROUPS
           PERFORM LOAD-COMMISSION-LEDGER
           INITIALIZE WS-CM-NET-TABLE
           MOVE 0 TO WS-CM-NEW-N
           MOVE 0 TO WS-CM-CLAW-N
           MOVE 0 TO WS-CM-NORATE-N
           MOVE 0 TO WS-CM-EI-N

           OPEN EXTEND COMM-LEDGER-FILE
           IF WS-CM-STATUS = "05" OR WS-CM-STATUS = "35"
               CLOSE COMM-LEDGER-FILE
               OPEN OUTPUT COMM-LEDGER-FILE
               CLOSE COMM-LEDGER-FILE
               OPEN EXTEND COMM-LEDGER-FILE
           END-IF
           OPEN OUTPUT COMM-REPORT-FILE
           MOVE SPACES TO COMM-REPORT-LINE
           STRING "COMISSOES DE VENDAS - MES " DELIMITED BY SIZE
                  WS-CM-PERIOD DELIMITED BY SIZE
                  " - CALCULADO EM " DELIMITED BY SIZE
                  WS-TODAY-D DELIMITED BY SIZE
                  INTO COMM-REPORT-LINE
           END-STRING
           WRITE COMM-REPORT-LINE

      *> Faturas liquidadas ainda nao comissionadas.
           OPEN INPUT INVOICES-FILE
           IF WS-INV-FILE-STATUS NOT = "35"
               MOVE 0 TO INV-ID
               PERFORM START-INVOICE-LINES
               PERFORM UNTIL WS-EOF-INV = 'Y'
                   READ INVOICES-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-INV
                       NOT AT END
                           IF INV-SALESPERSON IS NUMERIC
                              AND INV-SALESPERSON > 0
                              AND INV-PAID
                               PERFORM COMMISSION-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICES-FILE

      *> Estornos: notas de credito de faturas ja comissionadas.
           OPEN INPUT CREDIT-NOTES-FILE
           IF WS-CREDIT-FILE-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-CN
               PERFORM UNTIL WS-EOF-CN = 'Y'
                   READ CREDIT-NOTES-FILE
                       AT END MOVE 'Y' TO WS-EOF-CN
                       NOT AT END
                           PERFORM CLAWBACK-ONE-CREDIT-NOTE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CREDIT-NOTES-FILE
           CLOSE COMM-LEDGER-FILE

      *> Entrada de remuneracao para o payroll: uma linha COM por
      *> vendedor com movimento no run.
           MOVE 0 TO WS-CM-TOTAL
           PERFORM VARYING WS-CM-SP-IDX FROM 1 BY 1
                   UNTIL WS-CM-SP-IDX > 999
               IF WS-CM-NET (WS-CM-SP-IDX) NOT = 0
                   PERFORM WRITE-EARNINGS-INPUT
               END-IF
           END-PERFORM
           MOVE WS-CM-TOTAL TO WS-CM-AMT-DISP
           MOVE SPACES TO COMM-REPORT-LINE
           STRING "TOTAL LIQUIDO PARA O PAYROLL: " DELIMITED BY SIZE
                  WS-CM-AMT-DISP DELIMITED BY SIZE
                  INTO COMM-REPORT-LINE
           END-STRING
           WRITE COMM-REPORT-LINE
           CLOSE COMM-REPORT-FILE
           MOVE "commission_report.txt" TO RPQ-FILE
           MOVE "COMMISS" TO RPQ-TYPE
           MOVE WS-CM-PERIOD TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           DISPLAY "Comissoes " WS-CM-PERIOD ": " WS-CM-NEW-N
                   " fatura(s) comissionada(s), " WS-CM-CLAW-N
                   " estorno(s), " WS-CM-NORATE-N " sem taxa."
           DISPLAY "Linhas para o payroll (payroll_earnings.dat): "
                   WS-CM-EI-N "  Total: " WS-CM-AMT-DISP
           DISPLAY "Detalhe em commission_report.txt."
           .

       COMMISSION-ONE-INVOICE.
           MOVE 0 TO WS-CM-COMMISSIONED
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CME-INV-ID (WS-CM-IDX) = INV-ID
                  AND WS-CME-TYPE (WS-CM-IDX) = "C"
                   MOVE WS-CM-IDX TO WS-CM-COMMISSIONED
               END-IF
           END-PERFORM
           IF WS-CM-COMMISSIONED > 0
               EXIT PARAGRAPH
           END-IF

      *> Pago por inteiro segundo os recibos, e liquidado ate ao fim
      *> do mes do run (o que fica para depois entra no mes dele).
           MOVE INV-ID TO WS-PAY-INV-ID
           PERFORM SUM-PAYMENTS
           IF WS-PAID-SO-FAR < INV-TOTAL
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-LAST-PAY-DATE BY 100 GIVING WS-LAST-PAY-MONTH
           IF WS-LAST-PAY-MONTH > WS-CM-PERIOD
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COMMISSION-RATE
           IF WS-CM-RATE = 0
               ADD 1 TO WS-CM-NORATE-N
               MOVE SPACES TO COMM-REPORT-LINE
               STRING "  FATURA " DELIMITED BY SIZE
                      INV-ID DELIMITED BY SIZE
                      " VENDEDOR " DELIMITED BY SIZE
                      INV-SALESPERSON DELIMITED BY SIZE
                      " SEM TAXA DE COMISSAO - NAO COMISSIONADA"
                          DELIMITED BY SIZE
                      INTO COMM-REPORT-LINE
               END-STRING
               WRITE COMM-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-COUNT >= 5000
               DISPLAY "Ledger de comissoes cheio - fatura " INV-ID
                       " fica para o proximo calculo."
               EXIT PARAGRAPH
           END-IF

      *> A comissao paga-se em euros sobre a base em euros.
           PERFORM SET-INV-FX
           COMPUTE WS-CM-EUR-BASE ROUNDED = INV-SUBTOTAL * WS-INV-FX
           COMPUTE WS-CM-AMOUNT ROUNDED =
               WS-CM-EUR-BASE * WS-CM-RATE / 100
           MOVE SPACES TO CM-REC
           MOVE INV-ID TO CM-INV-ID
           MOVE INV-SALESPERSON TO CM-SALESPERSON
           MOVE WS-CM-PERIOD TO CM-PERIOD
           MOVE "C" TO CM-TYPE
           MOVE INV-PROD-ID TO CM-PROD-ID
           MOVE WS-CM-EUR-BASE TO CM-BASE
           MOVE WS-CM-RATE TO CM-RATE
           MOVE WS-CM-AMOUNT TO CM-AMOUNT
           MOVE WS-TODAY-D TO CM-RUN-DATE
           WRITE CM-REC
           PERFORM ADD-LEDGER-ENTRY
           ADD WS-CM-AMOUNT TO WS-CM-NET (INV-SALESPERSON)
           ADD 1 TO WS-CM-NEW-N

           MOVE WS-CM-AMOUNT TO WS-CM-AMT-DISP
           MOVE WS-CM-EUR-BASE TO WS-CM-BASE-DISP
           MOVE WS-CM-RATE TO WS-CR-RATE-DISP
           MOVE SPACES TO COMM-REPORT-LINE
           STRING "  FATURA " DELIMITED BY SIZE
                  INV-ID DELIMITED BY SIZE
                  " VENDEDOR " DELIMITED BY SIZE
                  INV-SALESPERSON DELIMITED BY SIZE
                  " BASE " DELIMITED BY SIZE
                  WS-CM-BASE-DISP DELIMITED BY SIZE
                  " TAXA " DELIMITED BY SIZE
                  WS-CR-RATE-DISP DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  " COMISSAO " DELIMITED BY SIZE
                  WS-CM-AMT-DISP DELIMITED BY SIZE
                  INTO COMM-REPORT-LINE
           END-STRING
           WRITE COMM-REPORT-LINE
           .

      *> Taxa do grupo do produto, se houver; senao a do vendedor.
       FIND-COMMISSION-RATE.
           MOVE 0 TO WS-CM-RATE
           MOVE SPACES TO WS-CM-GROUP
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PGE-PROD-ID (WS-PG-IDX) = INV-PROD-ID
                   MOVE WS-PGE-GROUP (WS-PG-IDX) TO WS-CM-GROUP
               END-IF
           END-PERFORM
           IF WS-CM-GROUP NOT = SPACES
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > WS-CR-COUNT
                   IF WS-CRE-TYPE (WS-CR-IDX) = "G"
                      AND WS-CRE-GROUP (WS-CR-IDX) = WS-CM-GROUP
                       MOVE WS-CRE-RATE (WS-CR-IDX) TO WS-CM-RATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CM-RATE = 0
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > WS-CR-COUNT
                   IF WS-CRE-TYPE (WS-CR-IDX) = "V"
                      AND WS-CRE-SALESPERSON (WS-CR-IDX)
                          = INV-SALESPERSON
                       MOVE WS-CRE-RATE (WS-CR-IDX) TO WS-CM-RATE
                   END-IF
               END-PERFORM
           END-IF
           .

      *> Nota de credito sobre fatura comissionada e ainda nao
      *> estornada: estorna a comissao inteira ao mesmo vendedor.
       CLAWBACK-ONE-CREDIT-NOTE.
           MOVE 0 TO WS-CM-COMMISSIONED
           MOVE 'N' TO WS-CM-CLAWED
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CME-INV-ID (WS-CM-IDX) = CN-INV-ID
                   IF WS-CME-TYPE (WS-CM-IDX) = "C"
                       MOVE WS-CM-IDX TO WS-CM-COMMISSIONED
                   ELSE
                       MOVE 'Y' TO WS-CM-CLAWED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CM-COMMISSIONED = 0 OR WS-CM-CLAWED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-COUNT >= 5000
               DISPLAY "Ledger de comissoes cheio - estorno da fatura "
                       CN-INV-ID " fica para o proximo calculo."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CM-COMMISSIONED TO WS-CM-IDX
           MOVE SPACES TO CM-REC
           MOVE CN-INV-ID TO CM-INV-ID
           MOVE WS-CME-SALESPERSON (WS-CM-IDX) TO CM-SALESPERSON
           MOVE WS-CM-PERIOD TO CM-PERIOD
           MOVE "B" TO CM-TYPE
           MOVE WS-CME-PROD-ID (WS-CM-IDX) TO CM-PROD-ID
           MOVE WS-CME-BASE (WS-CM-IDX) TO CM-BASE
           MOVE WS-CME-RATE (WS-CM-IDX) TO CM-RATE
           MOVE WS-CME-AMOUNT (WS-CM-IDX) TO CM-AMOUNT
           MOVE WS-TODAY-D TO CM-RUN-DATE
           WRITE CM-REC
           PERFORM ADD-LEDGER-ENTRY
           SUBTRACT CM-AMOUNT FROM WS-CM-NET (CM-SALESPERSON)
           ADD 1 TO WS-CM-CLAW-N

           MOVE CM-AMOUNT TO WS-CM-AMT-DISP
           MOVE SPACES TO COMM-REPORT-LINE
           STRING "  ESTORNO FATURA " DELIMITED BY SIZE
                  CN-INV-ID DELIMITED BY SIZE
                  " VENDEDOR " DELIMITED BY SIZE
                  CM-SALESPERSON DELIMITED BY SIZE
                  " NOTA DE CREDITO - COMISSAO " DELIMITED BY SIZE
                  WS-CM-AMT-DISP DELIMITED BY SIZE
                  INTO COMM-REPORT-LINE
           END-STRING
           WRITE COMM-REPORT-LINE
           .

      *> Acrescenta a linha acabada de gravar ao ledger em memoria.
       ADD-LEDGER-ENTRY.
           ADD 1 TO WS-CM-COUNT
           MOVE CM-INV-ID TO WS-CME-INV-ID (WS-CM-COUNT)
           MOVE CM-SALESPERSON TO WS-CME-SALESPERSON (WS-CM-COUNT)
           MOVE CM-TYPE TO WS-CME-TYPE (WS-CM-COUNT)
           MOVE CM-AMOUNT TO WS-CME-AMOUNT (WS-CM-COUNT)
           MOVE CM-BASE TO WS-CME-BASE (WS-CM-COUNT)
           MOVE CM-RATE TO WS-CME-RATE (WS-CM-COUNT)
           MOVE CM-PROD-ID TO WS-CME-PROD-ID (WS-CM-COUNT)
           .

       LOAD-COMMISSION-LEDGER.
           MOVE 0 TO WS-CM-COUNT
           OPEN INPUT COMM-LEDGER-FILE
           IF WS-CM-STATUS = "35"
               CLOSE COMM-LEDGER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CM
           PERFORM UNTIL WS-EOF-CM = 'Y'
               READ COMM-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF-CM
                   NOT AT END
                       IF WS-CM-COUNT < 5000
                           PERFORM ADD-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMM-LEDGER-FILE
           .

       WRITE-EARNINGS-INPUT.
           OPEN EXTEND EARNINGS-FILE
           IF WS-EI-STATUS = "05" OR WS-EI-STATUS = "35"
               CLOSE EARNINGS-FILE
               OPEN OUTPUT EARNINGS-FILE
               CLOSE EARNINGS-FILE
               OPEN EXTEND EARNINGS-FILE
           END-IF
           MOVE SPACES TO EI-REC
           MOVE WS-CM-SP-IDX TO EI-EMP-ID
           MOVE "COM" TO EI-TYPE
           MOVE WS-CM-PERIOD TO EI-PERIOD
           MOVE WS-CM-NET (WS-CM-SP-IDX) TO EI-AMOUNT
           MOVE "INVOICE-SYSTEM" TO EI-SOURCE
           MOVE "P" TO EI-STATUS
           MOVE 0 TO EI-PAID-DATE
           WRITE EI-REC
           CLOSE EARNINGS-FILE
           ADD 1 TO WS-CM-EI-N
           ADD WS-CM-NET (WS-CM-SP-IDX) TO WS-CM-TOTAL

           MOVE WS-CM-NET (WS-CM-SP-IDX) TO WS-CM-AMT-DISP
           MOVE SPACES TO COMM-REPORT-LINE
           STRING "VENDEDOR " DELIMITED BY SIZE
                  EI-EMP-ID DELIMITED BY SIZE
                  " LIQUIDO DO MES PARA O PAYROLL " DELIMITED BY SIZE
                  WS-CM-AMT-DISP DELIMITED BY SIZE
                  INTO COMM-REPORT-LINE
           END-STRING
           WRITE COMM-REPORT-LINE
           .

      *>-----------------------------------------------------------
      *> Preco da linha de venda: parte do preco de tabela
      *> (WS-LIST-PRICE) e aplica o melhor acordo valido do cliente
      *> para o produto e a quantidade -- o menor preco unitario
      *> entre os acordos do produto e os de "todos os produtos",
      *> no escalao de quantidade atingido e dentro da validade.
      *>-----------------------------------------------------------
       PRICE-SALE-LINE.
           ACCEPT WS-PA-TODAY FROM DATE YYYYMMDD
           MOVE WS-LIST-PRICE TO WS-UNIT-PRICE
           MOVE 0 TO WS-PA-BEST-ID
           OPEN INPUT AGREEMENTS-FILE
           IF WS-PA-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-PA
               PERFORM UNTIL WS-EOF-PA = 'Y'
                   READ AGREEMENTS-FILE
                       AT END MOVE 'Y' TO WS-EOF-PA
                       NOT AT END
                           IF PA-CUSTOMER = WS-CUSTOMER
                              AND (PA-PROD-ID = WS-PROD-ID
                                   OR PA-PROD-ID = 0)
                              AND WS-INV-QTY >= PA-MIN-QTY
                              AND PA-VALID-FROM <= WS-PA-TODAY
                              AND (PA-VALID-TO = 0
                                   OR PA-VALID-TO >= WS-PA-TODAY)
                               PERFORM CHECK-AGREEMENT-PRICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AGREEMENTS-FILE

      *> Tabela e acordos estao em euros: numa venda em moeda
      *> estrangeira os precos passam a essa moeda ao cambio do dia.
           IF WS-FX-RATE NOT = 1
               COMPUTE WS-LIST-PRICE ROUNDED =
                   WS-LIST-PRICE / WS-FX-RATE
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   WS-UNIT-PRICE / WS-FX-RATE
               MOVE WS-FX-RATE TO WS-FX-RATE-DISP
               DISPLAY "Venda em " WS-FX-CURR " ao cambio "
                       WS-FX-RATE-DISP " EUR por unidade."
           END-IF

           COMPUTE WS-SUBTOTAL = WS-INV-QTY * WS-UNIT-PRICE
           IF WS-PA-BEST-ID > 0
               COMPUTE WS-DISCOUNT =
                   WS-INV-QTY * WS-LIST-PRICE - WS-SUBTOTAL
               MOVE WS-LIST-PRICE TO WS-PA-LIST-DISP
               MOVE WS-UNIT-PRICE TO WS-PA-PRICE-DISP
               MOVE WS-DISCOUNT TO WS-DISC-DISP
               DISPLAY "Preco de tabela: " WS-PA-LIST-DISP
                       "  Preco acordado: " WS-PA-PRICE-DISP
                       " (acordo " WS-PA-BEST-ID ")"
               DISPLAY "Desconto concedido: " WS-DISC-DISP
           END-IF
           .

       CHECK-AGREEMENT-PRICE.
           IF PA-FIXED-PRICE
               MOVE PA-PRICE TO WS-PA-CAND
           ELSE
               COMPUTE WS-PA-CAND ROUNDED =
                   WS-LIST-PRICE * (100 - PA-DISC-PCT) / 100
           END-IF
           IF WS-PA-CAND < WS-UNIT-PRICE
               MOVE WS-PA-CAND TO WS-UNIT-PRICE
               MOVE PA-ID TO WS-PA-BEST-ID
           END-IF
           .

      *> Desconto concedido na fatura corrente (0 sem preco de
      *> tabela gravado ou sem acordo).
       COMPUTE-INV-DISCOUNT.
           MOVE 0 TO WS-DISCOUNT
           IF INV-LIST-PRICE IS NUMERIC
              AND INV-AGREEMENT IS NUMERIC
              AND INV-AGREEMENT > 0
              AND INV-QTY * INV-LIST-PRICE > INV-SUBTOTAL
               COMPUTE WS-DISCOUNT =
                   INV-QTY * INV-LIST-PRICE - INV-SUBTOTAL
           END-IF
           .

      *>-----------------------------------------------------------
      *> Moeda da venda (vazio = EUR) e o seu cambio na data de
      *> hoje; sem cambio em vigor a venda nao se faz.
      *>-----------------------------------------------------------
       ASK-CURRENCY.
           MOVE SPACES TO WS-FX-CURR
           DISPLAY "Moeda (vazio = EUR): "
           ACCEPT WS-FX-CURR
           MOVE FUNCTION UPPER-CASE(WS-FX-CURR) TO WS-FX-CURR
           ACCEPT WS-FX-DATE FROM DATE YYYYMMDD
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               DISPLAY "Sem cambio " WS-FX-CURR "/EUR em vigor a "
                       WS-FX-DATE " em exchange_rates.dat."
           END-IF
           .

      *> Cambio WS-FX-CURR -> EUR em vigor a WS-FX-DATE: a linha
      *> com a data efetiva mais recente ate essa data, como no
      *> FX-REVAL. EUR (ou branco) vale 1.
       FIND-FX-RATE.
           IF WS-FX-CURR = SPACES
               MOVE "EUR" TO WS-FX-CURR
           END-IF
           MOVE 'N' TO WS-FX-FOUND
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-CURR = "EUR"
               MOVE 1 TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FX-BEST-DATE
           OPEN INPUT RATES-FILE
           IF WS-FX-STATUS = "35"
               CLOSE RATES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FX
           PERFORM UNTIL WS-EOF-FX = 'Y'
               READ RATES-FILE
                   AT END MOVE 'Y' TO WS-EOF-FX
                   NOT AT END
                       IF RATE-CURR-FROM = WS-FX-CURR
                          AND RATE-CURR-TO = "EUR"
                          AND RATE-EFF-DATE <= WS-FX-DATE
                          AND RATE-EFF-DATE >= WS-FX-BEST-DATE
                          AND RATE-VALUE > 0
                           MOVE RATE-VALUE TO WS-FX-RATE
                           MOVE RATE-EFF-DATE TO WS-FX-BEST-DATE
                           MOVE 'Y' TO WS-FX-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE
           .

      *> Moeda e cambio da fatura corrente; as faturas anteriores
      *> a faturacao em moeda estrangeira sao todas em EUR.
       SET-INV-FX.
           IF INV-FX-RATE IS NUMERIC AND INV-FX-RATE > 0
               MOVE INV-CURRENCY TO WS-INV-CURR
               MOVE INV-FX-RATE TO WS-INV-FX
           ELSE
               MOVE "EUR" TO WS-INV-CURR
               MOVE 1 TO WS-INV-FX
           END-IF
           .

      *>-----------------------------------------------------------
      *> Regista um acordo de preco: cliente, produto (0 = todos),
      *> quantidade minima do escalao, preco fixo ou percentagem de
      *> desconto, e validade.
      *>-----------------------------------------------------------
       REGISTER-AGREEMENT.
           DISPLAY "Digite nome do cliente: "
           ACCEPT WS-CUSTOMER
           PERFORM CHECK-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               DISPLAY "Cliente nao encontrado no ficheiro de clientes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Produto (0 = todos os produtos): "
           ACCEPT WS-PA-PROD-IN
           IF WS-PA-PROD-IN NOT = 0
               MOVE WS-PA-PROD-IN TO WS-PROD-ID
               OPEN INPUT PRODUCTS-FILE
               MOVE 'N' TO WS-FLAG
               MOVE 'N' TO WS-EOF-PROD
               PERFORM UNTIL WS-EOF-PROD = 'Y' OR WS-FLAG = 'Y'
                   READ PRODUCTS-FILE
                       AT END MOVE 'Y' TO WS-EOF-PROD
                       NOT AT END
                           IF PROD-ID = WS-PROD-ID
                               MOVE 'Y' TO WS-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTS-FILE
               IF WS-FLAG = 'N'
                   DISPLAY "Produto nao encontrado."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Quantidade minima do escalao (0/1 = qualquer): "
           ACCEPT WS-PA-MIN-QTY
           DISPLAY "Preco fixo (F) ou desconto percentual (D): "
           ACCEPT WS-PA-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-PA-TYPE-IN) TO WS-PA-TYPE-IN
           MOVE 0 TO WS-PA-PRICE-IN
           MOVE 0 TO WS-PA-PCT-IN
           EVALUATE WS-PA-TYPE-IN
               WHEN "F"
                   DISPLAY "Preco unitario acordado: "
                   ACCEPT WS-PA-PRICE-IN
                   IF WS-PA-PRICE-IN = 0
                       DISPLAY "Preco invalido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "D"
                   DISPLAY "Desconto (%): "
                   ACCEPT WS-PA-PCT-IN
                   IF WS-PA-PCT-IN = 0
                       DISPLAY "Desconto invalido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Tipo invalido."
                   EXIT PARAGRAPH
           END-EVALUATE
           ACCEPT WS-TODAY-D FROM DATE YYYYMMDD
           DISPLAY "Valido desde (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-PA-FROM-IN
           IF WS-PA-FROM-IN = 0
               MOVE WS-TODAY-D TO WS-PA-FROM-IN
           END-IF
           DISPLAY "Valido ate (AAAAMMDD, 0 = sem fim): "
           ACCEPT WS-PA-TO-IN
           IF WS-PA-TO-IN NOT = 0 AND WS-PA-TO-IN < WS-PA-FROM-IN
               DISPLAY "Data-fim anterior ao inicio."
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-LAST-AGREEMENT-ID
           ADD 1 TO WS-LAST-PA-ID
           OPEN EXTEND AGREEMENTS-FILE
           IF WS-PA-STATUS = "05" OR WS-PA-STATUS = "35"
               CLOSE AGREEMENTS-FILE
               OPEN OUTPUT AGREEMENTS-FILE
               CLOSE AGREEMENTS-FILE
               OPEN EXTEND AGREEMENTS-FILE
           END-IF
           MOVE SPACES TO PA-REC
           MOVE WS-LAST-PA-ID TO PA-ID
           MOVE WS-CUSTOMER TO PA-CUSTOMER
           MOVE WS-PA-PROD-IN TO PA-PROD-ID
           MOVE WS-PA-MIN-QTY TO PA-MIN-QTY
           MOVE WS-PA-TYPE-IN TO PA-TYPE
           MOVE WS-PA-PRICE-IN TO PA-PRICE
           MOVE WS-PA-PCT-IN TO PA-DISC-PCT
           MOVE WS-PA-FROM-IN TO PA-VALID-FROM
           MOVE WS-PA-TO-IN TO PA-VALID-TO
           WRITE PA-REC
           CLOSE AGREEMENTS-FILE
           DISPLAY "Acordo de preco " WS-LAST-PA-ID " registado."
           .

      *> Lista os acordos (de um cliente ou todos) e permite
      *> terminar um com data-fim de ontem.
       LIST-AGREEMENTS.
           DISPLAY "Cliente (branco = todos): "
           MOVE SPACES TO WS-CUSTOMER
           ACCEPT WS-CUSTOMER
           ACCEPT WS-TODAY-D FROM DATE YYYYMMDD
           OPEN INPUT AGREEMENTS-FILE
           IF WS-PA-STATUS = "35"
               CLOSE AGREEMENTS-FILE
               DISPLAY "Sem acordos de preco."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PA
           PERFORM UNTIL WS-EOF-PA = 'Y'
               READ AGREEMENTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PA
                   NOT AT END
                       IF WS-CUSTOMER = SPACES
                          OR PA-CUSTOMER = WS-CUSTOMER
                           IF PA-FIXED-PRICE
                               MOVE PA-PRICE TO WS-PA-PRICE-DISP
                               DISPLAY "ACORDO " PA-ID " " PA-CUSTOMER
                                       " Prod " PA-PROD-ID
                                       " Qtd>= " PA-MIN-QTY
                                       " Preco " WS-PA-PRICE-DISP
                                       " " PA-VALID-FROM
                                       "-" PA-VALID-TO
                           ELSE
                               MOVE PA-DISC-PCT TO WS-CR-RATE-DISP
                               DISPLAY "ACORDO " PA-ID " " PA-CUSTOMER
                                       " Prod " PA-PROD-ID
                                       " Qtd>= " PA-MIN-QTY
                                       " Desc% " WS-CR-RATE-DISP
                                       " " PA-VALID-FROM
                                       "-" PA-VALID-TO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGREEMENTS-FILE

           DISPLAY "Acordo a terminar (0 = nenhum): "
           ACCEPT WS-PA-ID-IN
           IF WS-PA-ID-IN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PA-TO-IN =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-D) - 1)
           MOVE 'N' TO WS-PA-FOUND
           OPEN INPUT AGREEMENTS-FILE
           OPEN OUTPUT AGREEMENTS-TEMP
           MOVE 'N' TO WS-EOF-PA
           PERFORM UNTIL WS-EOF-PA = 'Y'
               READ AGREEMENTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PA
                   NOT AT END
                       IF PA-ID = WS-PA-ID-IN
                          AND (PA-VALID-TO = 0
                               OR PA-VALID-TO > WS-PA-TO-IN)
                           MOVE WS-PA-TO-IN TO PA-VALID-TO
                           MOVE 'Y' TO WS-PA-FOUND
                       END-IF
                       MOVE PA-REC TO PA-TEMP-REC
                       WRITE PA-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE AGREEMENTS-FILE
           CLOSE AGREEMENTS-TEMP
           IF WS-PA-FOUND = 'N'
               DISPLAY "Acordo nao encontrado ou ja terminado."
               CALL "SYSTEM" USING "rm -f price_agreements.tmp"
           ELSE
               CALL "SYSTEM" USING
                   "mv price_agreements.tmp price_agreements.dat"
               DISPLAY "Acordo " WS-PA-ID-IN " terminado em "
                       WS-PA-TO-IN "."
           END-IF
           .

       GET-LAST-AGREEMENT-ID.
           MOVE 0 TO WS-LAST-PA-ID
           OPEN INPUT AGREEMENTS-FILE
           IF WS-PA-STATUS = "35"
               CLOSE AGREEMENTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PA
           PERFORM UNTIL WS-EOF-PA = 'Y'
               READ AGREEMENTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PA
                   NOT AT END
                       IF PA-ID > WS-LAST-PA-ID
                           MOVE PA-ID TO WS-LAST-PA-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGREEMENTS-FILE
           .

      *>-----------------------------------------------------------
      *> Recebimento por conta do cliente sem fatura: adiantamento
      *> antes da encomenda ou pagamento sem referencia. Fica em
      *> customer_on_account.dat, em euros, ate ser aplicado.
      *>-----------------------------------------------------------
       REGISTER-ON-ACCOUNT.
           DISPLAY "Digite nome do cliente: "
           ACCEPT WS-CUSTOMER
           PERFORM CHECK-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               DISPLAY "Cliente nao encontrado no ficheiro de clientes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valor recebido (EUR): "
           ACCEPT WS-OA-AMOUNT
           IF WS-OA-AMOUNT = 0
               DISPLAY "Valor invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OA-DESC
           DISPLAY "Descricao (vazio = ADIANTAMENTO): "
           ACCEPT WS-OA-DESC
           IF WS-OA-DESC = SPACES
               MOVE "ADIANTAMENTO" TO WS-OA-DESC
           END-IF
           MOVE WS-CUSTOMER TO WS-OA-CUSTOMER
           MOVE "R" TO WS-OA-TYPE
           MOVE 0 TO WS-OA-INV-ID
           PERFORM WRITE-ON-ACCOUNT
           PERFORM SUM-ON-ACCOUNT
           MOVE WS-OA-BALANCE TO WS-OA-DISP
           DISPLAY "Recebimento por conta " WS-LAST-OA-ID
                   " registado. Saldo por aplicar: " WS-OA-DISP " EUR"
           .

      *> Acrescenta uma linha ao saldo por conta com os campos
      *> WS-OA-*, numerada a seguir a ultima e com a data de hoje.
       WRITE-ON-ACCOUNT.
           PERFORM GET-LAST-OA-ID
           OPEN EXTEND ON-ACCOUNT-FILE
           IF WS-OA-STATUS = "05" OR WS-OA-STATUS = "35"
               CLOSE ON-ACCOUNT-FILE
               OPEN OUTPUT ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-FILE
               OPEN EXTEND ON-ACCOUNT-FILE
           END-IF
           ADD 1 TO WS-LAST-OA-ID
           MOVE WS-LAST-OA-ID TO OA-ID
           MOVE WS-OA-CUSTOMER TO OA-CUSTOMER
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           MOVE WS-TODAY8 TO OA-DATE
           MOVE WS-OA-TYPE TO OA-TYPE
           MOVE WS-OA-INV-ID TO OA-INV-ID
           MOVE WS-OA-AMOUNT TO OA-AMOUNT
           MOVE WS-OA-DESC TO OA-DESC
           WRITE OA-REC
           CLOSE ON-ACCOUNT-FILE
           .

       GET-LAST-OA-ID.
           MOVE 0 TO WS-LAST-OA-ID
           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OA-STATUS = "35"
               CLOSE ON-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-OA
           PERFORM UNTIL WS-EOF-OA = 'Y'
               READ ON-ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-OA
                   NOT AT END
                       IF OA-ID > WS-LAST-OA-ID
                           MOVE OA-ID TO WS-LAST-OA-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ON-ACCOUNT-FILE
           .

      *> Saldo por conta por aplicar de WS-OA-CUSTOMER em euros:
      *> recebimentos menos aplicacoes.
       SUM-ON-ACCOUNT.
           MOVE 0 TO WS-OA-BALANCE
           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OA-STATUS = "35"
               CLOSE ON-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-OA
           PERFORM UNTIL WS-EOF-OA = 'Y'
               READ ON-ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-OA
                   NOT AT END
                       IF OA-CUSTOMER = WS-OA-CUSTOMER
                           IF OA-RECEIPT
                               ADD OA-AMOUNT TO WS-OA-BALANCE
                           ELSE
                               SUBTRACT OA-AMOUNT FROM WS-OA-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ON-ACCOUNT-FILE
           .

      *>-----------------------------------------------------------
      *> Aplica o saldo por conta do cliente as suas faturas em
      *> aberto: pelas mais antigas primeiro ou fatura a fatura.
      *> Cada aplicacao e um recibo (PAY-SOURCE "C") na fatura e uma
      *> linha A no saldo por conta; faturas em moeda estrangeira
      *> recebem ao cambio de hoje, como num recibo normal.
      *>-----------------------------------------------------------
       ALLOCATE-ON-ACCOUNT.
           DISPLAY "Digite nome do cliente: "
           ACCEPT WS-CUSTOMER
           MOVE WS-CUSTOMER TO WS-OA-CUSTOMER
           PERFORM SUM-ON-ACCOUNT
           IF WS-OA-BALANCE <= 0
               DISPLAY "Cliente sem saldo por conta por aplicar."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPEN-INVOICES
           IF WS-AL-COUNT = 0
               DISPLAY "Cliente sem faturas em aberto."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OA-BALANCE TO WS-OA-DISP
           DISPLAY "Saldo por conta por aplicar: " WS-OA-DISP " EUR"
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-OPEN (WS-AL-IDX) TO WS-TOTAL-DISP
               DISPLAY "  Fatura " WS-AL-INV-ID (WS-AL-IDX)
                       " de " WS-AL-DATE (WS-AL-IDX)
                       "  em aberto " WS-TOTAL-DISP
                       " " WS-AL-CURR (WS-AL-IDX)
           END-PERFORM
           DISPLAY "1 - Mais antigas primeiro   2 - Escolher faturas: "
           ACCEPT WS-AL-MODE

           MOVE 0 TO WS-AL-APPLIED
           EVALUATE WS-AL-MODE
               WHEN 1
                   MOVE 0 TO WS-AL-WANT
                   PERFORM VARYING WS-AL-MATCH FROM 1 BY 1
                           UNTIL WS-AL-MATCH > WS-AL-COUNT
                              OR WS-OA-BALANCE <= 0
                       PERFORM APPLY-ON-ACCOUNT
                   END-PERFORM
               WHEN 2
                   MOVE 1 TO WS-AL-INV-IN
                   PERFORM UNTIL WS-AL-INV-IN = 0
                              OR WS-OA-BALANCE <= 0
                       PERFORM CHOOSE-ALLOCATION
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-AL-APPLIED TO WS-EUR-DISP
           MOVE WS-OA-BALANCE TO WS-OA-DISP
           DISPLAY "Aplicado: " WS-EUR-DISP " EUR. Fica por conta: "
                   WS-OA-DISP " EUR"
           .

      *> Faturas em aberto (A/M) do cliente com o remanescente na
      *> moeda da fatura; os duplicados da chave de cliente saem por
      *> ordem de gravacao, ou seja de emissao.
       LOAD-OPEN-INVOICES.
           MOVE 0 TO WS-AL-COUNT
           OPEN INPUT INVOICES-FILE
           IF WS-INV-FILE-STATUS = "35"
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM START-CUSTOMER-INVOICES
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-CUSTOMER NOT = WS-CUSTOMER
                           MOVE 'Y' TO WS-EOF-INV
                       ELSE
                       IF INV-OPEN
                           PERFORM ADD-ALLOC-INVOICE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE
           .

       ADD-ALLOC-INVOICE.
           MOVE INV-ID TO WS-PAY-INV-ID
           PERFORM SUM-PAYMENTS
           IF WS-PAID-SO-FAR >= INV-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AL-COUNT
           MOVE INV-ID TO WS-AL-INV-ID (WS-AL-COUNT)
           IF INV-DATE(1:8) IS NUMERIC
               MOVE INV-DATE(1:8) TO WS-AL-DATE (WS-AL-COUNT)
           ELSE
               MOVE 0 TO WS-AL-DATE (WS-AL-COUNT)
           END-IF
           PERFORM SET-INV-FX
           MOVE WS-INV-CURR TO WS-AL-CURR (WS-AL-COUNT)
           MOVE WS-INV-FX TO WS-AL-FX (WS-AL-COUNT)
           COMPUTE WS-AL-OPEN (WS-AL-COUNT) =
               INV-TOTAL - WS-PAID-SO-FAR
           .

       CHOOSE-ALLOCATION.
           DISPLAY "Fatura a liquidar (0 = terminar): "
           ACCEPT WS-AL-INV-IN
           IF WS-AL-INV-IN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AL-MATCH
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-INV-ID (WS-AL-IDX) = WS-AL-INV-IN
                   MOVE WS-AL-IDX TO WS-AL-MATCH
               END-IF
           END-PERFORM
           IF WS-AL-MATCH = 0
               DISPLAY "Fatura " WS-AL-INV-IN
                       " nao esta em aberto para este cliente."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valor a aplicar em EUR (0 = o que liquida): "
           ACCEPT WS-AL-WANT
           PERFORM APPLY-ON-ACCOUNT
           .

      *> Aplica a fatura WS-AL-MATCH o menor de: o que a liquida, o
      *> valor pedido (WS-AL-WANT, 0 = sem limite) e o saldo por
      *> conta.
       APPLY-ON-ACCOUNT.
           IF WS-AL-OPEN (WS-AL-MATCH) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AL-CURR (WS-AL-MATCH) TO WS-FX-CURR
           ACCEPT WS-FX-DATE FROM DATE YYYYMMDD
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               DISPLAY "Sem cambio " WS-FX-CURR "/EUR em vigor - "
                       "fatura " WS-AL-INV-ID (WS-AL-MATCH)
                       " fica por aplicar."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AL-NEED-EUR ROUNDED =
               WS-AL-OPEN (WS-AL-MATCH) * WS-FX-RATE
           MOVE WS-AL-NEED-EUR TO WS-AL-EUR
           IF WS-AL-WANT > 0 AND WS-AL-WANT < WS-AL-EUR
               MOVE WS-AL-WANT TO WS-AL-EUR
           END-IF
           IF WS-OA-BALANCE < WS-AL-EUR
               MOVE WS-OA-BALANCE TO WS-AL-EUR
           END-IF
      *> Cobrindo o necessario liquida o remanescente por inteiro;
      *> senao os euros passam a moeda da fatura ao cambio de hoje.
           IF WS-AL-EUR >= WS-AL-NEED-EUR
               MOVE WS-AL-OPEN (WS-AL-MATCH) TO WS-PAY-AMOUNT
           ELSE
               COMPUTE WS-PAY-AMOUNT = WS-AL-EUR / WS-FX-RATE
           END-IF
           IF WS-PAY-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AL-INV-ID (WS-AL-MATCH) TO WS-PAY-INV-ID
           COMPUTE WS-FX-DIFF ROUNDED = WS-PAY-AMOUNT
               * (WS-FX-RATE - WS-AL-FX (WS-AL-MATCH))

           OPEN EXTEND PAYMENTS-FILE
           IF WS-PAY-FILE-STATUS = "05" OR WS-PAY-FILE-STATUS = "35"
               CLOSE PAYMENTS-FILE
               OPEN OUTPUT PAYMENTS-FILE
               CLOSE PAYMENTS-FILE
               OPEN EXTEND PAYMENTS-FILE
           END-IF
           MOVE WS-PAY-INV-ID TO PAY-INV-ID
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           MOVE WS-TODAY8 TO PAY-DATE
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT
           MOVE WS-FX-CURR TO PAY-CURRENCY
           MOVE WS-FX-RATE TO PAY-FX-RATE
           MOVE WS-FX-DIFF TO PAY-FX-DIFF
           MOVE "C" TO PAY-SOURCE
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE

           MOVE WS-CUSTOMER TO WS-OA-CUSTOMER
           MOVE "A" TO WS-OA-TYPE
           MOVE WS-PAY-INV-ID TO WS-OA-INV-ID
           MOVE WS-AL-EUR TO WS-OA-AMOUNT
           MOVE SPACES TO WS-OA-DESC
           STRING "APLICADO A FATURA " DELIMITED BY SIZE
                  WS-PAY-INV-ID DELIMITED BY SIZE
                  INTO WS-OA-DESC
           END-STRING
           PERFORM WRITE-ON-ACCOUNT
           SUBTRACT WS-AL-EUR FROM WS-OA-BALANCE
           ADD WS-AL-EUR TO WS-AL-APPLIED

           SUBTRACT WS-PAY-AMOUNT FROM WS-AL-OPEN (WS-AL-MATCH)
           MOVE WS-AL-EUR TO WS-EUR-DISP
           IF WS-AL-OPEN (WS-AL-MATCH) = 0
               MOVE "P" TO WS-INV-STATUS-W
               DISPLAY "Fatura " WS-PAY-INV-ID ": aplicados "
                       WS-EUR-DISP " EUR - liquidada."
           ELSE
               MOVE "M" TO WS-INV-STATUS-W
               DISPLAY "Fatura " WS-PAY-INV-ID ": aplicados "
                       WS-EUR-DISP " EUR - pagamento parcial."
           END-IF
           PERFORM UPDATE-INVOICE-STATUS
           .

      *>-----------------------------------------------------------
      *> Dinheiro por conta por aplicar ha mais de 30 dias, por
      *> cliente. As aplicacoes consomem os recebimentos mais
      *> antigos primeiro; o que sobra de cada recebimento com mais
      *> de 30 dias entra no relatorio.
      *>-----------------------------------------------------------
       UNAPPLIED-CASH-REPORT.
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY8)
           MOVE 0 TO WS-UC-COUNT
           MOVE 0 TO WS-UC-TOT-OLD
           INITIALIZE WS-UC-TABLE

           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OA-STATUS = "35"
               CLOSE ON-ACCOUNT-FILE
               DISPLAY "Sem recebimentos por conta."
               EXIT PARAGRAPH
           END-IF
      *> 1a passagem: total aplicado de cada cliente.
           MOVE 'N' TO WS-EOF-OA
           PERFORM UNTIL WS-EOF-OA = 'Y'
               READ ON-ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-OA
                   NOT AT END
                       IF OA-ALLOCATION
                           PERFORM FIND-UC-CUSTOMER
                           IF WS-UC-MATCH > 0
                               ADD OA-AMOUNT
                                   TO WS-UC-ALLOC (WS-UC-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ON-ACCOUNT-FILE

      *> 2a passagem: recebimentos pela ordem de registo, que e a
      *> ordem de data.
           OPEN INPUT ON-ACCOUNT-FILE
           MOVE 'N' TO WS-EOF-OA
           PERFORM UNTIL WS-EOF-OA = 'Y'
               READ ON-ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-OA
                   NOT AT END
                       IF OA-RECEIPT
                           PERFORM AGE-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ON-ACCOUNT-FILE

           OPEN OUTPUT UNAPPLIED-FILE
           MOVE "RECEBIMENTOS POR CONTA POR APLICAR HA MAIS DE 30 DIAS (EUR)"
               TO UNAPPLIED-LINE
           WRITE UNAPPLIED-LINE
           MOVE "CLIENTE                 POR APLICAR  DO QUAL +30 DIAS  MAIS ANTIGO"
               TO UNAPPLIED-LINE
           WRITE UNAPPLIED-LINE
           MOVE ALL "-" TO UNAPPLIED-LINE
           WRITE UNAPPLIED-LINE
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                   UNTIL WS-UC-IDX > WS-UC-COUNT
               IF WS-UC-OLD (WS-UC-IDX) > 0
                   MOVE WS-UC-UNAPPLIED (WS-UC-IDX) TO WS-UC-DISP-1
                   MOVE WS-UC-OLD (WS-UC-IDX) TO WS-UC-DISP-2
                   MOVE SPACES TO UNAPPLIED-LINE
                   STRING WS-UC-CUST (WS-UC-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-UC-DISP-1 DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-UC-DISP-2 DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-UC-OLDEST (WS-UC-IDX) DELIMITED BY SIZE
                          INTO UNAPPLIED-LINE
                   END-STRING
                   WRITE UNAPPLIED-LINE
                   ADD WS-UC-OLD (WS-UC-IDX) TO WS-UC-TOT-OLD
               END-IF
           END-PERFORM
           MOVE ALL "-" TO UNAPPLIED-LINE
           WRITE UNAPPLIED-LINE
           MOVE WS-UC-TOT-OLD TO WS-UC-DISP-2
           MOVE SPACES TO UNAPPLIED-LINE
           STRING "TOTAL                                  "
                  DELIMITED BY SIZE
                  WS-UC-DISP-2 DELIMITED BY SIZE
                  INTO UNAPPLIED-LINE
           END-STRING
           WRITE UNAPPLIED-LINE
           CLOSE UNAPPLIED-FILE
           MOVE "unapplied_cash_report.txt" TO RPQ-FILE
           MOVE "UNAPPLD" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "Relatorio gravado em unapplied_cash_report.txt"
           .

      *> Linha do cliente OA-CUSTOMER na tabela (acrescenta se nao
      *> existir; 0 se a tabela estiver cheia).
       FIND-UC-CUSTOMER.
           MOVE 0 TO WS-UC-MATCH
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                   UNTIL WS-UC-IDX > WS-UC-COUNT
                      OR WS-UC-MATCH > 0
               IF WS-UC-CUST (WS-UC-IDX) = OA-CUSTOMER
                   MOVE WS-UC-IDX TO WS-UC-MATCH
               END-IF
           END-PERFORM
           IF WS-UC-MATCH = 0 AND WS-UC-COUNT < 200
               ADD 1 TO WS-UC-COUNT
               MOVE WS-UC-COUNT TO WS-UC-MATCH
               MOVE OA-CUSTOMER TO WS-UC-CUST (WS-UC-MATCH)
           END-IF
           .

      *> O recebimento corrente primeiro cobre o que ainda resta das
      *> aplicacoes do cliente; o resto esta por aplicar.
       AGE-ONE-RECEIPT.
           PERFORM FIND-UC-CUSTOMER
           IF WS-UC-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-UC-ALLOC (WS-UC-MATCH) >= OA-AMOUNT
               SUBTRACT OA-AMOUNT FROM WS-UC-ALLOC (WS-UC-MATCH)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-UC-REST = OA-AMOUNT - WS-UC-ALLOC (WS-UC-MATCH)
           MOVE 0 TO WS-UC-ALLOC (WS-UC-MATCH)
           ADD WS-UC-REST TO WS-UC-UNAPPLIED (WS-UC-MATCH)
           COMPUTE WS-UC-AGE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(OA-DATE)
           IF WS-UC-AGE > WS-UC-OLD-DAYS
               ADD WS-UC-REST TO WS-UC-OLD (WS-UC-MATCH)
               IF WS-UC-OLDEST (WS-UC-MATCH) = 0
                   MOVE OA-DATE TO WS-UC-OLDEST (WS-UC-MATCH)
               END-IF
           END-IF
           .

      *>-----------------------------------------------------------
      *> Lista de trabalho do BANK-MATCH: mostra os creditos por
      *> casar, o operador escolhe um e regista-o pelo percurso
      *> normal do recibo (fatura, ou 0 = por conta do cliente); no
      *> fim o credito fica marcado como tratado (R).
      *>-----------------------------------------------------------
       BANK-WORKLIST.
           MOVE 0 TO WS-BM-OPEN-N
           MOVE 0 TO WS-BM-LINE
           OPEN INPUT MATCH-FILE
           IF WS-BM-STATUS = "35"
               CLOSE MATCH-FILE
               DISPLAY "Sem creditos bancarios por casar."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-BM
           PERFORM UNTIL WS-EOF-BM = 'Y'
               READ MATCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-BM
                   NOT AT END
                       ADD 1 TO WS-BM-LINE
                       IF BM-WORKLIST
                           ADD 1 TO WS-BM-OPEN-N
                           MOVE BM-AMOUNT TO WS-BM-AMT-DISP
                           DISPLAY WS-BM-LINE ". " BM-DATE " "
                                   WS-BM-AMT-DISP " '" BM-REF "' "
                                   BM-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE
           IF WS-BM-OPEN-N = 0
               DISPLAY "Sem creditos bancarios por casar."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Linha a tratar (0 = sair): "
           ACCEPT WS-BM-PICK
           IF WS-BM-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-WORKLIST-LINE
           IF WS-BM-FOUND = 'N'
               DISPLAY "Linha " WS-BM-PICK " nao esta por casar."
               EXIT PARAGRAPH
           END-IF
           MOVE BM-AMOUNT TO WS-BM-AMT-DISP
           DISPLAY "Credito de " WS-BM-AMT-DISP " EUR, referencia '"
                   BM-REF "'."

           MOVE SPACES TO WS-PAY-CUSTOMER
           MOVE SPACES TO WS-CUSTOMER
           PERFORM REGISTER-PAYMENT
           DISPLAY "Marcar o credito como tratado? (S/N): "
           ACCEPT WS-BM-DONE
           IF WS-BM-DONE = 'S' OR WS-BM-DONE = 's'
               PERFORM RESOLVE-WORKLIST-LINE
               DISPLAY "Credito marcado como tratado."
           END-IF
           .

      *> Posiciona BM-REC na linha WS-BM-PICK, se estiver por casar.
       FIND-WORKLIST-LINE.
           MOVE 'N' TO WS-BM-FOUND
           MOVE 0 TO WS-BM-LINE
           OPEN INPUT MATCH-FILE
           MOVE 'N' TO WS-EOF-BM
           PERFORM UNTIL WS-EOF-BM = 'Y'
               READ MATCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-BM
                   NOT AT END
                       ADD 1 TO WS-BM-LINE
                       IF WS-BM-LINE = WS-BM-PICK
                           IF BM-WORKLIST
                               MOVE 'Y' TO WS-BM-FOUND
                           END-IF
                           MOVE 'Y' TO WS-EOF-BM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE
           .

      *> Reescreve bank_credit_matches.dat via temporario com a
      *> linha escolhida como tratada e a fatura/cliente a que foi.
       RESOLVE-WORKLIST-LINE.
           MOVE 0 TO WS-BM-LINE
           OPEN INPUT MATCH-FILE
           OPEN OUTPUT MATCH-TEMP
           MOVE 'N' TO WS-EOF-BM
           PERFORM UNTIL WS-EOF-BM = 'Y'
               READ MATCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-BM
                   NOT AT END
                       ADD 1 TO WS-BM-LINE
                       IF WS-BM-LINE = WS-BM-PICK
                           MOVE "R" TO BM-STATUS
                           MOVE WS-PAY-INV-ID TO BM-INV-ID
                           IF WS-PAY-INV-ID = 0
                               MOVE WS-CUSTOMER TO BM-CUSTOMER
                           ELSE
                               MOVE WS-PAY-CUSTOMER TO BM-CUSTOMER
                           END-IF
                           MOVE "ALOCADO A MAO" TO BM-REASON
                       END-IF
                       WRITE BM-TEMP-REC FROM BM-REC
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE
           CLOSE MATCH-TEMP
           CALL "SYSTEM" USING
               "mv bank_credit_matches.tmp bank_credit_matches.dat"
           .

      *>-----------------------------------------------------------
      *> Guia de transporte: o stock sai na expedicao, a partir do
      *> local de carga, lote a lote (FEFO), e cada perna fica como
      *> linha da guia por faturar. O credito do cliente e verificado
      *> aqui, ao preco de venda com o IVA por omissao, porque e
      *> aqui que a mercadoria sai.
      *>-----------------------------------------------------------
       ISSUE-DELIVERY-NOTE.
           ACCEPT WS-TODAY-D FROM DATE YYYYMMDD
           DISPLAY "Digite referencia do cliente: "
           ACCEPT WS-CUSTOMER
           PERFORM CHECK-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               DISPLAY "Cliente nao encontrado no ficheiro de clientes."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOV-LOC
           DISPLAY "Local de carga (vazio = LOJA): "
           ACCEPT WS-MOV-LOC
           MOVE FUNCTION UPPER-CASE(WS-MOV-LOC) TO WS-MOV-LOC
           IF WS-MOV-LOC = SPACES
               MOVE "LOJA" TO WS-MOV-LOC
           END-IF

           PERFORM GET-LAST-DN-ID
           ADD 1 TO WS-LAST-DN-ID
           MOVE WS-LAST-DN-ID TO WS-DN-ID
           MOVE 0 TO WS-DN-LINE
           MOVE 0 TO WS-DN-LINES
           MOVE 0 TO WS-DN-VALUE
      *> A guia e sempre em euros; o cambio entra na fatura.
           MOVE "EUR" TO WS-FX-CURR
           MOVE 1 TO WS-FX-RATE
           MOVE 23.00 TO WS-VAT-RATE

           MOVE 'N' TO WS-DN-DONE
           PERFORM UNTIL WS-DN-DONE = 'Y'
               MOVE 0 TO WS-PROD-ID
               DISPLAY "Produto a expedir (0 = fim da guia): "
               ACCEPT WS-PROD-ID
               IF WS-PROD-ID = 0
                   MOVE 'Y' TO WS-DN-DONE
               ELSE
                   DISPLAY "Quantidade: "
                   ACCEPT WS-INV-QTY
                   PERFORM SHIP-DELIVERY-LINE
               END-IF
           END-PERFORM
           MOVE "LOJA" TO WS-MOV-LOC

           IF WS-DN-LINES = 0
               DISPLAY "Guia sem linhas - nada expedido."
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-DELIVERY-NOTE
           DISPLAY "Guia de transporte " WS-DN-ID " emitida ("
                   WS-DN-LINES " linha(s)); impressa em "
                   "guia_transporte.txt"
           .

      *> Uma linha da guia: valida stock, controla o credito e tira
      *> o stock (as pernas por lote sao gravadas pelo
      *> WRITE-PRODUCT-MOVEMENT enquanto WS-DN-ACTIVE = 'Y').
       SHIP-DELIVERY-LINE.
           IF WS-INV-QTY = 0
               DISPLAY "Quantidade invalida."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y' OR WS-FLAG = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-QTY TO WS-PROD-QTY
                           MOVE PROD-PRICE TO WS-LIST-PRICE
                           IF PROD-AVG-COST IS NUMERIC
                               MOVE PROD-AVG-COST TO WS-SALE-COST
                           ELSE
                               MOVE 0 TO WS-SALE-COST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           IF WS-FLAG = 'N'
               DISPLAY "Produto nao encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-AVAILABLE
           IF WS-INV-QTY > WS-AVAIL-QTY
               DISPLAY "Quantidade insuficiente no stock (disponivel "
                       WS-AVAIL-QTY ")."
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-SALE-LINE
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-SUBTOTAL * WS-VAT-RATE / 100
           ADD WS-SUBTOTAL WS-VAT-AMOUNT GIVING WS-TOTAL
      *> O credito ve a guia inteira ate esta linha.
           ADD WS-DN-VALUE TO WS-TOTAL
           PERFORM CREDIT-CHECK
           IF WS-CREDIT-OK NOT = 'Y'
               DISPLAY "Linha nao expedida."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOTAL TO WS-DN-VALUE

           MOVE 'Y' TO WS-DN-ACTIVE
           PERFORM UPDATE-STOCK
           MOVE 'N' TO WS-DN-ACTIVE
           DISPLAY "Expedido: produto " WS-PROD-ID " x " WS-INV-QTY
                   " de " WS-MOV-LOC
           IF WS-NEW-QTY < WS-PROD-REORDER
               DISPLAY "ALERTA: stock do produto " WS-PROD-ID
                       " esta abaixo do ponto de reposicao ("
                       WS-NEW-QTY " unidades restantes)."
           END-IF
           .

      *> Grava a perna de saida corrente (lote WS-MOV-LOT,
      *> quantidade WS-MOV-QTY) como linha da guia WS-DN-ID.
       WRITE-DELIVERY-LINE.
           OPEN EXTEND DN-FILE
           IF WS-DN-STATUS = "05" OR WS-DN-STATUS = "35"
               CLOSE DN-FILE
               OPEN OUTPUT DN-FILE
               CLOSE DN-FILE
               OPEN EXTEND DN-FILE
           END-IF
           ADD 1 TO WS-DN-LINE
           ADD 1 TO WS-DN-LINES
           MOVE SPACES TO DN-REC
           MOVE WS-DN-ID TO DN-ID
           MOVE WS-DN-LINE TO DN-LINE
           MOVE WS-TODAY-D TO DN-DATE
           MOVE WS-CUSTOMER TO DN-CUSTOMER
           MOVE WS-PROD-ID TO DN-PROD-ID
           MOVE WS-MOV-QTY TO DN-QTY
           MOVE WS-MOV-LOT TO DN-LOT
           MOVE WS-MOV-LOC TO DN-LOCATION
           MOVE WS-SALE-COST TO DN-UNIT-COST
           SET DN-SHIPPED TO TRUE
           MOVE 0 TO DN-INV-ID
           WRITE DN-REC
           CLOSE DN-FILE
           .

      *> Documento da guia WS-DN-ID para acompanhar a mercadoria.
       PRINT-DELIVERY-NOTE.
           OPEN OUTPUT DN-PRINT-FILE
           MOVE SPACES TO DN-PRINT-LINE
           STRING "GUIA DE TRANSPORTE N. " DELIMITED BY SIZE
                  WS-DN-ID DELIMITED BY SIZE
                  "   DATA " DELIMITED BY SIZE
                  WS-TODAY-D DELIMITED BY SIZE
                  INTO DN-PRINT-LINE
           END-STRING
           WRITE DN-PRINT-LINE
           MOVE SPACES TO DN-PRINT-LINE
           STRING "CLIENTE: " DELIMITED BY SIZE
                  WS-CUSTOMER DELIMITED BY SIZE
                  INTO DN-PRINT-LINE
           END-STRING
           WRITE DN-PRINT-LINE
           MOVE "LIN PRODUTO  QTD  LOTE        LOCAL CARGA"
               TO DN-PRINT-LINE
           WRITE DN-PRINT-LINE
           MOVE ALL "-" TO DN-PRINT-LINE
           WRITE DN-PRINT-LINE
           OPEN INPUT DN-FILE
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       IF DN-ID = WS-DN-ID
                           MOVE SPACES TO DN-PRINT-LINE
                           STRING DN-LINE DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  DN-PROD-ID DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  DN-QTY DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  DN-LOT DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  DN-LOCATION DELIMITED BY SIZE
                                  INTO DN-PRINT-LINE
                           END-STRING
                           WRITE DN-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DN-FILE
           MOVE ALL "-" TO DN-PRINT-LINE
           WRITE DN-PRINT-LINE
           CLOSE DN-PRINT-FILE
           MOVE "guia_transporte.txt" TO RPQ-FILE
           MOVE "GUIATRN" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           .

       GET-LAST-DN-ID.
           MOVE 0 TO WS-LAST-DN-ID
           OPEN INPUT DN-FILE
           IF WS-DN-STATUS = "35"
               CLOSE DN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       IF DN-ID > WS-LAST-DN-ID
                           MOVE DN-ID TO WS-LAST-DN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DN-FILE
           .

      *>-----------------------------------------------------------
      *> Fatura a partir de uma ou mais guias do mesmo cliente, sem
      *> voltar a mexer no stock. A fatura e de uma linha: sai uma
      *> fatura por produto, com as quantidades das guias somadas e
      *> o custo medio da expedicao. As linhas ficam faturadas (I).
      *>-----------------------------------------------------------
       INVOICE-DELIVERY-NOTES.
      *> Porta de periodos (PERIOD-CONTROL, Dia 62).
           ACCEPT WS-TODAY-D FROM DATE YYYYMMDD
           MOVE WS-TODAY-D TO PC-DATE
           MOVE WS-TODAY-D TO PC-TODAY
           MOVE "INVOICE-SYSTEM" TO PC-CONTEXT
           CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
           IF PC-RESULT = "X"
               DISPLAY "Fatura recusada: periodo contabilistico "
                       "fechado (PERIOD-CLOSE)."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DN-SEL-COUNT
           INITIALIZE WS-DN-SEL-TABLE
           MOVE SPACES TO WS-DN-CUSTOMER
           MOVE 'N' TO WS-DN-DONE
           PERFORM UNTIL WS-DN-DONE = 'Y'
               MOVE 0 TO WS-DN-IN
               DISPLAY "Numero da guia a faturar (0 = fim): "
               ACCEPT WS-DN-IN
               IF WS-DN-IN = 0
                   MOVE 'Y' TO WS-DN-DONE
               ELSE
                   PERFORM SELECT-DELIVERY-NOTE
               END-IF
           END-PERFORM
           IF WS-DN-SEL-COUNT = 0
               DISPLAY "Nenhuma guia selecionada."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DN-CUSTOMER TO WS-CUSTOMER
           PERFORM ASK-SALESPERSON
           IF WS-SP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-CURRENCY
           IF WS-FX-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Taxa de IVA (%), por omissao 23.00: "
           ACCEPT WS-VAT-RATE

      *> Quantidade e custo por produto das linhas por faturar.
           MOVE 0 TO WS-DP-COUNT
           INITIALIZE WS-DP-TABLE
           OPEN INPUT DN-FILE
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       PERFORM CHECK-DN-SELECTED
                       IF WS-DN-SELECTED = 'Y' AND DN-SHIPPED
                           PERFORM ADD-DN-PRODUCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DN-FILE

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM BILL-DN-PRODUCT
           END-PERFORM
           PERFORM MARK-DN-INVOICED
           .

      *> Aceita a guia WS-DN-IN se tiver linhas por faturar e for
      *> do mesmo cliente das ja escolhidas.
       SELECT-DELIVERY-NOTE.
           MOVE 'N' TO WS-DN-FOUND
           MOVE 'N' TO WS-DN-OTHER-CUST
           OPEN INPUT DN-FILE
           IF WS-DN-STATUS = "35"
               CLOSE DN-FILE
               DISPLAY "Nao ha guias de transporte."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       IF DN-ID = WS-DN-IN AND DN-SHIPPED
                           IF WS-DN-CUSTOMER NOT = SPACES
                              AND DN-CUSTOMER NOT = WS-DN-CUSTOMER
                               MOVE 'Y' TO WS-DN-OTHER-CUST
                           ELSE
                               MOVE 'Y' TO WS-DN-FOUND
                               MOVE DN-CUSTOMER TO WS-DN-CUSTOMER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DN-FILE
           IF WS-DN-OTHER-CUST = 'Y'
               DISPLAY "Guia " WS-DN-IN " e de outro cliente."
               EXIT PARAGRAPH
           END-IF
           IF WS-DN-FOUND = 'N'
               DISPLAY "Guia " WS-DN-IN " inexistente ou ja faturada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DN-IN TO WS-DN-ID
           PERFORM CHECK-DN-ID-SELECTED
           IF WS-DN-SELECTED = 'Y'
               DISPLAY "Guia " WS-DN-IN " ja escolhida."
               EXIT PARAGRAPH
           END-IF
           IF WS-DN-SEL-COUNT = 20
               DISPLAY "Maximo de 20 guias por faturacao."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DN-SEL-COUNT
           MOVE WS-DN-IN TO WS-DN-SEL-ID (WS-DN-SEL-COUNT)
           DISPLAY "Guia " WS-DN-IN " de " WS-DN-CUSTOMER
                   " acrescentada."
           .

      *> A linha DN-REC corrente pertence a uma guia escolhida?
       CHECK-DN-SELECTED.
           MOVE DN-ID TO WS-DN-ID
           PERFORM CHECK-DN-ID-SELECTED
           .

       CHECK-DN-ID-SELECTED.
           MOVE 'N' TO WS-DN-SELECTED
           PERFORM VARYING WS-DN-SEL-IDX FROM 1 BY 1
                   UNTIL WS-DN-SEL-IDX > WS-DN-SEL-COUNT
               IF WS-DN-SEL-ID (WS-DN-SEL-IDX) = WS-DN-ID
                   MOVE 'Y' TO WS-DN-SELECTED
               END-IF
           END-PERFORM
           .

       ADD-DN-PRODUCT.
           MOVE 0 TO WS-DP-MATCH
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
                      OR WS-DP-MATCH > 0
               IF WS-DP-PROD (WS-DP-IDX) = DN-PROD-ID
                   MOVE WS-DP-IDX TO WS-DP-MATCH
               END-IF
           END-PERFORM
           IF WS-DP-MATCH = 0
               IF WS-DP-COUNT = 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-MATCH
               MOVE DN-PROD-ID TO WS-DP-PROD (WS-DP-MATCH)
           END-IF
           ADD DN-QTY TO WS-DP-QTY (WS-DP-MATCH)
           IF DN-UNIT-COST IS NUMERIC
               COMPUTE WS-DP-COST (WS-DP-MATCH) =
                   WS-DP-COST (WS-DP-MATCH) + DN-QTY * DN-UNIT-COST
           END-IF
           .

      *> Fatura de um produto das guias: preco pelo percurso normal
      *> (tabela, acordos, moeda), sem UPDATE-STOCK nem novo
      *> controlo de credito -- a mercadoria ja saiu.
       BILL-DN-PRODUCT.
           MOVE WS-DP-PROD (WS-DP-IDX) TO WS-PROD-ID
           MOVE WS-DP-QTY (WS-DP-IDX) TO WS-INV-QTY
           COMPUTE WS-SALE-COST ROUNDED =
               WS-DP-COST (WS-DP-IDX) / WS-DP-QTY (WS-DP-IDX)
           MOVE 0 TO WS-LIST-PRICE
           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y' OR WS-FLAG = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-PRICE TO WS-LIST-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE

           PERFORM PRICE-SALE-LINE
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-SUBTOTAL * WS-VAT-RATE / 100
           ADD WS-SUBTOTAL WS-VAT-AMOUNT GIVING WS-TOTAL

           PERFORM GET-LAST-INV-ID
           ADD 1 TO WS-LAST-INV-ID
           MOVE WS-LAST-INV-ID TO WS-INV-ID
           MOVE WS-INV-ID TO WS-DP-INV-ID (WS-DP-IDX)

           PERFORM OPEN-INVOICES-IO
           PERFORM NEXT-INVOICE-LINE
           MOVE WS-INV-ID TO INV-ID
           MOVE WS-INV-LINE TO INV-LINE
           MOVE FUNCTION CURRENT-DATE(1:10) TO INV-DATE
           MOVE WS-PROD-ID TO INV-PROD-ID
           MOVE WS-INV-QTY TO INV-QTY
           MOVE WS-SUBTOTAL TO INV-SUBTOTAL
           MOVE WS-VAT-RATE TO INV-VAT-RATE
           MOVE WS-VAT-AMOUNT TO INV-VAT-AMOUNT
           MOVE WS-SALE-COST TO INV-UNIT-COST
           MOVE WS-TOTAL TO INV-TOTAL
           MOVE WS-CUSTOMER TO INV-CUSTOMER
           MOVE WS-SALESPERSON TO INV-SALESPERSON
           MOVE WS-LIST-PRICE TO INV-LIST-PRICE
           MOVE WS-PA-BEST-ID TO INV-AGREEMENT
           MOVE WS-FX-CURR TO INV-CURRENCY
           MOVE WS-FX-RATE TO INV-FX-RATE
           SET INV-ACTIVE TO TRUE
           PERFORM WRITE-INVOICE-LINE
           CLOSE INVOICES-FILE
           MOVE WS-TOTAL TO WS-TOTAL-DISP
           DISPLAY "Fatura " WS-INV-ID " (produto " WS-PROD-ID
                   " x " WS-INV-QTY ") criada. Total: " WS-TOTAL-DISP
           .

      *> Reescreve delivery_notes.dat via temporario com as linhas
      *> faturadas marcadas com a fatura do seu produto.
       MARK-DN-INVOICED.
           OPEN INPUT DN-FILE
           OPEN OUTPUT DN-TEMP
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       PERFORM CHECK-DN-SELECTED
                       IF WS-DN-SELECTED = 'Y' AND DN-SHIPPED
                           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                                   UNTIL WS-DP-IDX > WS-DP-COUNT
                               IF WS-DP-PROD (WS-DP-IDX) = DN-PROD-ID
                                   SET DN-INVOICED TO TRUE
                                   MOVE WS-DP-INV-ID (WS-DP-IDX)
                                       TO DN-INV-ID
                               END-IF
                           END-PERFORM
                       END-IF
                       WRITE DN-TEMP-REC FROM DN-REC
               END-READ
           END-PERFORM
           CLOSE DN-FILE
           CLOSE DN-TEMP
           CALL "SYSTEM" USING
               "mv delivery_notes.tmp delivery_notes.dat"
           .

      *> No cancelamento de uma fatura emitida a partir de guias as
      *> linhas voltam a por faturar (o stock continua com o
      *> cliente, nao reentra); WS-DN-RELEASED = 'Y' se havia.
       RELEASE-DN-LINES.
           MOVE 'N' TO WS-DN-RELEASED
           OPEN INPUT DN-FILE
           IF WS-DN-STATUS = "35"
               CLOSE DN-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DN-TEMP
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       IF DN-INVOICED AND DN-INV-ID = WS-CANCEL-ID
                           MOVE 'Y' TO WS-DN-RELEASED
                           SET DN-SHIPPED TO TRUE
                           MOVE 0 TO DN-INV-ID
                       END-IF
                       WRITE DN-TEMP-REC FROM DN-REC
               END-READ
           END-PERFORM
           CLOSE DN-FILE
           CLOSE DN-TEMP
           IF WS-DN-RELEASED = 'Y'
               CALL "SYSTEM" USING
                   "mv delivery_notes.tmp delivery_notes.dat"
           ELSE
               CALL "SYSTEM" USING "rm -f delivery_notes.tmp"
           END-IF
           .

      *>-----------------------------------------------------------
      *> Mercadoria expedida e ainda por faturar ha mais de N dias:
      *> uma linha por perna da guia, com o valor ao preco de tabela
      *> de hoje e o custo da expedicao.
      *>-----------------------------------------------------------
       SHIPPED-NOT-INVOICED.
           DISPLAY "Dias desde a expedicao (por omissao 30): "
           ACCEPT WS-SN-DAYS
           IF WS-SN-DAYS = 0
               MOVE 30 TO WS-SN-DAYS
           END-IF
           ACCEPT WS-TODAY8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY8)
           MOVE 0 TO WS-SN-COUNT
           MOVE 0 TO WS-SN-TOT-VALUE
           MOVE 0 TO WS-SN-TOT-COST

           OPEN INPUT DN-FILE
           IF WS-DN-STATUS = "35"
               CLOSE DN-FILE
               DISPLAY "Nao ha guias de transporte."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SN-REPORT-FILE
           MOVE SPACES TO SN-REPORT-LINE
           STRING "GUIAS EXPEDIDAS POR FATURAR HA MAIS DE "
                  DELIMITED BY SIZE
                  WS-SN-DAYS DELIMITED BY SIZE
                  " DIAS (EUR)" DELIMITED BY SIZE
                  INTO SN-REPORT-LINE
           END-STRING
           WRITE SN-REPORT-LINE
           MOVE "GUIA  DATA     CLIENTE              PROD  QTD   DIAS       VALOR        CUSTO"
               TO SN-REPORT-LINE
           WRITE SN-REPORT-LINE
           MOVE ALL "-" TO SN-REPORT-LINE
           WRITE SN-REPORT-LINE
           MOVE 'N' TO WS-EOF-DN
           PERFORM UNTIL WS-EOF-DN = 'Y'
               READ DN-FILE
                   AT END MOVE 'Y' TO WS-EOF-DN
                   NOT AT END
                       IF DN-SHIPPED
                           COMPUTE WS-SN-AGE = WS-TODAY-INT
                               - FUNCTION INTEGER-OF-DATE(DN-DATE)
                           IF WS-SN-AGE > WS-SN-DAYS
                               PERFORM PRINT-SN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DN-FILE
           MOVE ALL "-" TO SN-REPORT-LINE
           WRITE SN-REPORT-LINE
           MOVE WS-SN-TOT-VALUE TO WS-SN-DISP-1
           MOVE WS-SN-TOT-COST TO WS-SN-DISP-2
           MOVE SPACES TO SN-REPORT-LINE
           STRING "TOTAL (" DELIMITED BY SIZE
                  WS-SN-COUNT DELIMITED BY SIZE
                  " linhas)" DELIMITED BY SIZE
                  "                                 "
                  DELIMITED BY SIZE
                  WS-SN-DISP-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-DISP-2 DELIMITED BY SIZE
                  INTO SN-REPORT-LINE
           END-STRING
           WRITE SN-REPORT-LINE
           CLOSE SN-REPORT-FILE
           MOVE "shipped_not_invoiced.txt" TO RPQ-FILE
           MOVE "SHIPNINV" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY WS-SN-COUNT " linha(s) por faturar ha mais de "
                   WS-SN-DAYS " dias."
           DISPLAY "Relatorio gravado em shipped_not_invoiced.txt"
           .

       PRINT-SN-LINE.
           MOVE DN-PROD-ID TO WS-PROD-ID
           MOVE 0 TO WS-LIST-PRICE
           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y' OR WS-FLAG = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           MOVE PROD-PRICE TO WS-LIST-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           COMPUTE WS-SN-VALUE = DN-QTY * WS-LIST-PRICE
           MOVE 0 TO WS-SN-COST
           IF DN-UNIT-COST IS NUMERIC
               COMPUTE WS-SN-COST = DN-QTY * DN-UNIT-COST
           END-IF
           ADD 1 TO WS-SN-COUNT
           ADD WS-SN-VALUE TO WS-SN-TOT-VALUE
           ADD WS-SN-COST TO WS-SN-TOT-COST
           MOVE WS-SN-VALUE TO WS-SN-DISP-1
           MOVE WS-SN-COST TO WS-SN-DISP-2
           MOVE WS-SN-AGE TO WS-SN-AGE-DISP
           MOVE SPACES TO SN-REPORT-LINE
           STRING DN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DN-CUSTOMER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DN-PROD-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DN-QTY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-AGE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-DISP-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-DISP-2 DELIMITED BY SIZE
                  INTO SN-REPORT-LINE
           END-STRING
           WRITE SN-REPORT-LINE
           .

      *>-----------------------------------------------------------
      *> Stock disponivel para venda do produto WS-PROD-ID: o
      *> PROD-QTY (ja em WS-PROD-QTY) menos o que as rececoes
      *> reservaram para encomendas pendentes ainda nao faturadas.
      *>-----------------------------------------------------------
       COMPUTE-AVAILABLE.
           MOVE 0 TO WS-BO-RESERVED
           OPEN INPUT SO-FILE
           IF WS-SO-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SO
               PERFORM UNTIL WS-EOF-SO = 'Y'
                   READ SO-FILE
                       AT END MOVE 'Y' TO WS-EOF-SO
                       NOT AT END
                           IF SO-PROD-ID = WS-PROD-ID AND SO-OPEN
                               ADD SO-ALLOC-QTY TO WS-BO-RESERVED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SO-FILE
           IF WS-BO-RESERVED >= WS-PROD-QTY
               MOVE 0 TO WS-AVAIL-QTY
           ELSE
               COMPUTE WS-AVAIL-QTY = WS-PROD-QTY - WS-BO-RESERVED
           END-IF
           .

      *> Falta de stock na fatura: a quantidade em falta pode ficar
      *> como encomenda pendente; WS-BO-QTY = 0 se o operador
      *> recusar.
       OFFER-BACKORDER.
           COMPUTE WS-BO-QTY = WS-INV-QTY - WS-AVAIL-QTY
           DISPLAY "Quantidade insuficiente no stock (disponivel "
                   WS-AVAIL-QTY ")."
           DISPLAY "Registar " WS-BO-QTY " em encomenda pendente "
                   "e faturar o disponivel? (S/N): "
           ACCEPT WS-BO-CONFIRM
           IF WS-BO-CONFIRM NOT = 'S' AND WS-BO-CONFIRM NOT = 's'
               MOVE 0 TO WS-BO-QTY
           END-IF
           .

      *> Nova linha pendente (B) com a quantidade em falta e as
      *> condicoes da venda.
       WRITE-BACKORDER.
           PERFORM GET-LAST-SO-ID
           ADD 1 TO WS-LAST-SO-ID
           OPEN EXTEND SO-FILE
           IF WS-SO-STATUS = "05" OR WS-SO-STATUS = "35"
               CLOSE SO-FILE
               OPEN OUTPUT SO-FILE
               CLOSE SO-FILE
               OPEN EXTEND SO-FILE
           END-IF
           MOVE SPACES TO SO-REC
           MOVE WS-LAST-SO-ID TO SO-ID
           ACCEPT SO-DATE FROM DATE YYYYMMDD
           MOVE WS-CUSTOMER TO SO-CUSTOMER
           MOVE WS-PROD-ID TO SO-PROD-ID
           MOVE WS-BO-QTY TO SO-QTY
           MOVE 0 TO SO-ALLOC-QTY
           MOVE WS-VAT-RATE TO SO-VAT-RATE
           MOVE WS-SALESPERSON TO SO-SALESPERSON
           MOVE WS-FX-CURR TO SO-CURRENCY
           SET SO-BACKORDER TO TRUE
           MOVE 0 TO SO-RELEASE-DATE
           MOVE 0 TO SO-INV-ID
           WRITE SO-REC
           CLOSE SO-FILE
           DISPLAY "Encomenda pendente " WS-LAST-SO-ID " registada: "
                   "produto " WS-PROD-ID " x " WS-BO-QTY
                   " (satisfeita na proxima rececao)."
           .

       GET-LAST-SO-ID.
           MOVE 0 TO WS-LAST-SO-ID
           OPEN INPUT SO-FILE
           IF WS-SO-STATUS = "35"
               CLOSE SO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SO
           PERFORM UNTIL WS-EOF-SO = 'Y'
               READ SO-FILE
                   AT END MOVE 'Y' TO WS-EOF-SO
                   NOT AT END
                       IF SO-ID > WS-LAST-SO-ID
                           MOVE SO-ID TO WS-LAST-SO-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           .

      *>-----------------------------------------------------------
      *> Fatura as encomendas pendentes libertadas (R) pelas
      *> rececoes, de um cliente ou de todos, com as condicoes
      *> guardadas na encomenda e o stock que lhes estava reservado;
      *> cada linha faturada fica F com o numero da fatura.
      *>-----------------------------------------------------------
       BILL-RELEASED-BACKORDERS.
      *> Porta de periodos (PERIOD-CONTROL, Dia 62).
           ACCEPT WS-TODAY-D FROM DATE YYYYMMDD
           MOVE WS-TODAY-D TO PC-DATE
           MOVE WS-TODAY-D TO PC-TODAY
           MOVE "INVOICE-SYSTEM" TO PC-CONTEXT
           CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
           IF PC-RESULT = "X"
               DISPLAY "Fatura recusada: periodo contabilistico "
                       "fechado (PERIOD-CLOSE)."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SO-CUST-IN
           DISPLAY "Cliente (vazio = todos): "
           ACCEPT WS-SO-CUST-IN
           MOVE 0 TO WS-SO-BILLED
           MOVE 0 TO WS-SO-SKIPPED

           OPEN INPUT SO-FILE
           IF WS-SO-STATUS = "35"
               CLOSE SO-FILE
               DISPLAY "Sem encomendas pendentes."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SO-TEMP
           MOVE 'N' TO WS-EOF-SO
           PERFORM UNTIL WS-EOF-SO = 'Y'
               READ SO-FILE
                   AT END MOVE 'Y' TO WS-EOF-SO
                   NOT AT END
                       IF SO-RELEASED
                          AND (WS-SO-CUST-IN = SPACES
                               OR SO-CUSTOMER = WS-SO-CUST-IN)
                           PERFORM BILL-ONE-BACKORDER
                       END-IF
                       WRITE SO-TEMP-REC FROM SO-REC
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           CLOSE SO-TEMP
           CALL "SYSTEM" USING "mv sales_orders.tmp sales_orders.dat"
           DISPLAY "Encomendas faturadas: " WS-SO-BILLED
                   "  Saltadas: " WS-SO-SKIPPED
           .

      *> Fatura da linha SO-REC corrente, pelo percurso do
      *> BILL-ONE-RECURRING (o controlo de credito pode pedir
      *> override ao operador).
       BILL-ONE-BACKORDER.
           MOVE SO-CUSTOMER TO WS-CUSTOMER
           MOVE SO-PROD-ID TO WS-PROD-ID
           MOVE SO-QTY TO WS-INV-QTY
           MOVE SO-VAT-RATE TO WS-VAT-RATE
           MOVE SO-SALESPERSON TO WS-SALESPERSON
           MOVE SO-CURRENCY TO WS-FX-CURR
           MOVE WS-TODAY-D TO WS-FX-DATE
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               ADD 1 TO WS-SO-SKIPPED
               DISPLAY "ENC " SO-ID ": sem cambio " WS-FX-CURR
                       "/EUR em vigor - saltada."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               ADD 1 TO WS-SO-SKIPPED
               DISPLAY "ENC " SO-ID ": cliente ja nao existe - "
                       "saltada."
               EXIT PARAGRAPH
           END-IF

      *> O stock reservado a esta linha ja esta no PROD-QTY.
           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-FLAG
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y' OR WS-FLAG = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       IF PROD-ID = WS-PROD-ID
                           MOVE 'Y' TO WS-FLAG
                           IF WS-INV-QTY > PROD-QTY
                               MOVE 'N' TO WS-FLAG
                               MOVE 'Y' TO WS-EOF-PROD
                           ELSE
                               MOVE PROD-PRICE TO WS-LIST-PRICE
                               IF PROD-AVG-COST IS NUMERIC
                                   MOVE PROD-AVG-COST
                                       TO WS-SALE-COST
                               ELSE
                                   MOVE 0 TO WS-SALE-COST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           IF WS-FLAG = 'N'
               ADD 1 TO WS-SO-SKIPPED
               DISPLAY "ENC " SO-ID ": produto sem stock ou "
                       "inexistente - saltada."
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-SALE-LINE
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-SUBTOTAL * WS-VAT-RATE / 100
           ADD WS-SUBTOTAL WS-VAT-AMOUNT GIVING WS-TOTAL
           PERFORM CREDIT-CHECK
           IF WS-CREDIT-OK NOT = 'Y'
               ADD 1 TO WS-SO-SKIPPED
               DISPLAY "ENC " SO-ID ": bloqueada pelo controlo de "
                       "credito - saltada."
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-LAST-INV-ID
           ADD 1 TO WS-LAST-INV-ID
           MOVE WS-LAST-INV-ID TO WS-INV-ID
           PERFORM UPDATE-STOCK

           PERFORM OPEN-INVOICES-IO
           PERFORM NEXT-INVOICE-LINE
           MOVE WS-INV-ID TO INV-ID
           MOVE WS-INV-LINE TO INV-LINE
           MOVE FUNCTION CURRENT-DATE(1:10) TO INV-DATE
           MOVE WS-PROD-ID TO INV-PROD-ID
           MOVE WS-INV-QTY TO INV-QTY
           MOVE WS-SUBTOTAL TO INV-SUBTOTAL
           MOVE WS-VAT-RATE TO INV-VAT-RATE
           MOVE WS-VAT-AMOUNT TO INV-VAT-AMOUNT
           MOVE WS-SALE-COST TO INV-UNIT-COST
           MOVE WS-TOTAL TO INV-TOTAL
           MOVE WS-CUSTOMER TO INV-CUSTOMER
           MOVE WS-SALESPERSON TO INV-SALESPERSON
           MOVE WS-LIST-PRICE TO INV-LIST-PRICE
           MOVE WS-PA-BEST-ID TO INV-AGREEMENT
           MOVE WS-FX-CURR TO INV-CURRENCY
           MOVE WS-FX-RATE TO INV-FX-RATE
           MOVE "A" TO INV-STATUS
           PERFORM WRITE-INVOICE-LINE
           CLOSE INVOICES-FILE

           SET SO-INVOICED TO TRUE
           MOVE WS-INV-ID TO SO-INV-ID
           ADD 1 TO WS-SO-BILLED
           MOVE WS-TOTAL TO WS-TOTAL-DISP
           DISPLAY "ENC " SO-ID ": fatura " WS-INV-ID " emitida ("
                   WS-TOTAL-DISP ")."
           .

      *>-----------------------------------------------------------
      *> Lista as encomendas pendentes em aberto e permite anular
      *> uma (a reserva de stock que tivesse fica livre).
      *>-----------------------------------------------------------
       LIST-BACKORDERS.
           MOVE 0 TO WS-SO-BILLED
           OPEN INPUT SO-FILE
           IF WS-SO-STATUS = "35"
               CLOSE SO-FILE
               DISPLAY "Sem encomendas pendentes."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SO
           PERFORM UNTIL WS-EOF-SO = 'Y'
               READ SO-FILE
                   AT END MOVE 'Y' TO WS-EOF-SO
                   NOT AT END
                       IF SO-OPEN
                           ADD 1 TO WS-SO-BILLED
                           DISPLAY SO-ID " " SO-DATE " " SO-CUSTOMER
                                   " PROD " SO-PROD-ID " QTD " SO-QTY
                                   " RESERV " SO-ALLOC-QTY " "
                                   SO-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           IF WS-SO-BILLED = 0
               DISPLAY "Sem encomendas pendentes em aberto."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(B = a espera de stock, R = libertada para "
                   "faturar)"
           MOVE 0 TO WS-SO-CANCEL-ID
           DISPLAY "Encomenda a anular (0 = nenhuma): "
           ACCEPT WS-SO-CANCEL-ID
           IF WS-SO-CANCEL-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SO-OK
           OPEN INPUT SO-FILE
           OPEN OUTPUT SO-TEMP
           MOVE 'N' TO WS-EOF-SO
           PERFORM UNTIL WS-EOF-SO = 'Y'
               READ SO-FILE
                   AT END MOVE 'Y' TO WS-EOF-SO
                   NOT AT END
                       IF SO-ID = WS-SO-CANCEL-ID AND SO-OPEN
                           SET SO-CANCELLED TO TRUE
                           MOVE 'Y' TO WS-SO-OK
                       END-IF
                       WRITE SO-TEMP-REC FROM SO-REC
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           CLOSE SO-TEMP
           IF WS-SO-OK = 'Y'
               CALL "SYSTEM" USING
                   "mv sales_orders.tmp sales_orders.dat"
               DISPLAY "Encomenda " WS-SO-CANCEL-ID " anulada."
           ELSE
               CALL "SYSTEM" USING "rm -f sales_orders.tmp"
               DISPLAY "Encomenda nao encontrada ou ja fechada."
           END-IF
           .

      *>-----------------------------------------------------------
      *> Kit WS-PROD-ID sem stock livre: se tiver lista de materiais
      *> e os componentes livres chegarem para WS-INV-QTY kits,
      *> propoe monta-los na hora. O custo da venda passa a ser o
      *> custo dos componentes.
      *>-----------------------------------------------------------
       OFFER-KIT-EXPLODE.
           PERFORM LOAD-KIT-BOM
           IF WS-KIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-ID TO WS-KIT-ID
           MOVE WS-PROD-QTY TO WS-KIT-ON-HAND
           MOVE 'N' TO WS-KIT-SHORT
           MOVE 0 TO WS-KIT-UNIT-COST
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               PERFORM CHECK-KIT-COMPONENT
           END-PERFORM
           MOVE WS-KIT-ID TO WS-PROD-ID
           MOVE WS-KIT-ON-HAND TO WS-PROD-QTY
           IF WS-KIT-SHORT = 'Y'
               DISPLAY "Kit sem stock e componentes insuficientes "
                       "para o montar."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kit sem stock: montar " WS-INV-QTY
                   " a partir dos componentes? (S/N): "
           ACCEPT WS-KIT-CONFIRM
           IF WS-KIT-CONFIRM = 'S' OR WS-KIT-CONFIRM = 's'
               MOVE 'Y' TO WS-KIT-EXPLODE
               MOVE WS-KIT-UNIT-COST TO WS-SALE-COST
           END-IF
           .

      *> Componente WS-KIT-IDX: custo por kit e stock livre (fora
      *> do reservado a encomendas pendentes) para a quantidade.
       CHECK-KIT-COMPONENT.
           COMPUTE WS-KIT-UNIT-COST = WS-KIT-UNIT-COST
               + WS-KIT-C-QTY(WS-KIT-IDX) * WS-KIT-C-COST(WS-KIT-IDX)
           COMPUTE WS-KIT-NEED = WS-KIT-C-QTY(WS-KIT-IDX) * WS-INV-QTY
           MOVE WS-KIT-C-ID(WS-KIT-IDX) TO WS-PROD-ID
           MOVE WS-KIT-C-STOCK(WS-KIT-IDX) TO WS-PROD-QTY
           PERFORM COMPUTE-AVAILABLE
           IF WS-KIT-NEED > WS-AVAIL-QTY
               MOVE 'Y' TO WS-KIT-SHORT
               DISPLAY "  Componente " WS-KIT-C-ID(WS-KIT-IDX)
                       ": precisa " WS-KIT-NEED
                       ", disponivel " WS-AVAIL-QTY
           END-IF
           .

      *> Componentes do kit WS-PROD-ID (bill_of_materials.dat) com o
      *> stock e o custo medio de cada um.
       LOAD-KIT-BOM.
           INITIALIZE WS-KIT-TABLE
           MOVE 0 TO WS-KIT-COUNT
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS = "35"
               CLOSE BOM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-BOM
           PERFORM UNTIL WS-EOF-BOM = 'Y'
               READ BOM-FILE
                   AT END MOVE 'Y' TO WS-EOF-BOM
                   NOT AT END
                       IF BOM-KIT-ID = WS-PROD-ID
                          AND WS-KIT-COUNT < 20
                           ADD 1 TO WS-KIT-COUNT
                           MOVE BOM-COMP-ID
                               TO WS-KIT-C-ID(WS-KIT-COUNT)
                           MOVE BOM-COMP-QTY
                               TO WS-KIT-C-QTY(WS-KIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE
           IF WS-KIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRODUCTS-FILE
           MOVE 'N' TO WS-EOF-PROD
           PERFORM UNTIL WS-EOF-PROD = 'Y'
               READ PRODUCTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-PROD
                   NOT AT END
                       PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                               UNTIL WS-KIT-IDX > WS-KIT-COUNT
                           IF WS-KIT-C-ID(WS-KIT-IDX) = PROD-ID
                               MOVE PROD-QTY
                                   TO WS-KIT-C-STOCK(WS-KIT-IDX)
                               IF PROD-AVG-COST IS NUMERIC
                                   MOVE PROD-AVG-COST
                                       TO WS-KIT-C-COST(WS-KIT-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE
           .

      *>-----------------------------------------------------------
      *> Montagem na venda, como a ordem de montagem do INVENTORY:
      *> cada componente sai lote a lote (FEFO) em pernas M e o kit
      *> entra numa perna K, com o custo medio recalculado; a venda
      *> do kit (S) segue depois pelo UPDATE-STOCK normal.
      *>-----------------------------------------------------------
       EXPLODE-KIT.
           MOVE WS-PROD-ID TO WS-KIT-ID
           MOVE WS-INV-QTY TO WS-KIT-QTY
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               MOVE WS-KIT-C-ID(WS-KIT-IDX) TO WS-PROD-ID
               COMPUTE WS-INV-QTY =
                   WS-KIT-C-QTY(WS-KIT-IDX) * WS-KIT-QTY
               PERFORM DEDUCT-PRODUCT-QTY
               MOVE "M" TO WS-MOV-TIPO
               PERFORM CONSUME-LOTS-FEFO
           END-PERFORM
           MOVE WS-KIT-ID TO WS-PROD-ID
           MOVE WS-KIT-QTY TO WS-INV-QTY
           PERFORM ADD-KIT-STOCK
           MOVE "K" TO WS-MOV-TIPO
           MOVE SPACES TO WS-MOV-LOT
           MOVE WS-KIT-QTY TO WS-MOV-QTY
           PERFORM WRITE-PRODUCT-MOVEMENT
           DISPLAY "Kit " WS-KIT-ID " montado a partir dos "
                   "componentes (" WS-KIT-QTY " unidade(s))."
           .

      *> Entrada dos kits montados no produto kit, com o custo medio
      *> ponderado pelo custo dos componentes (WS-KIT-UNIT-COST).
       ADD-KIT-STOCK.
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
                       IF PROD-ID = WS-KIT-ID
                           ADD WS-KIT-QTY TO PROD-QTY GIVING PTMP-QTY
                           MOVE PTMP-QTY TO WS-NEW-QTY
                           COMPUTE WS-KIT-VALUE =
                               PROD-QTY * PTMP-COST
                               + WS-KIT-QTY * WS-KIT-UNIT-COST
                           COMPUTE PTMP-COST ROUNDED =
                               WS-KIT-VALUE / PTMP-QTY
                       ELSE
                           MOVE PROD-QTY TO PTMP-QTY
                       END-IF
                       WRITE PRODUCT-TEMP-RECORD
               END-READ
           END-PERFORM

           CLOSE PRODUCTS-FILE
           CLOSE PRODUCTS-TEMP

           CALL "SYSTEM" USING "mv products.tmp products.dat"
           .

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "INVOICE-SYSTEM" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF
           .
