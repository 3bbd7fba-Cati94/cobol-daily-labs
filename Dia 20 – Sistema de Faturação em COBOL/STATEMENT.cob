       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STATEMENT.

      *> Extrato de conta corrente do cliente do INVOICE-SYSTEM:
      *> para um intervalo de datas, saldo inicial (tudo o que vem
      *> de antes do inicio), cada fatura (debito), nota de credito
      *> e recibo (credito) do periodo por ordem de data com o saldo
      *> acumulado, e o saldo final. Sai em customer_statements.txt.
      *>
      *> Modo 1: um cliente, intervalo a pedido.
      *> Modo 2: lote do mes -- um extrato por cada cliente com
      *>   movimentos no mes ou com saldo em aberto no fim dele.
      *>
      *> Valores em euros: documentos em moeda estrangeira entram ao
      *> cambio da fatura (os recibos tambem, para o extrato bater
      *> com a antiguidade de saldos); a moeda e o valor original
      *> seguem no fim da linha.
      *>
      *> Dinheiro recebido por conta (customer_on_account.dat) entra
      *> a credito no dia em que foi recebido; a sua aplicacao a uma
      *> fatura ja nao mexe no saldo do cliente, salvo a diferenca de
      *> cambio quando a fatura e em moeda estrangeira.

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

           SELECT CREDIT-NOTES-FILE ASSIGN TO "credit_notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "invoice_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT ON-ACCOUNT-FILE ASSIGN TO "customer_on_account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT STMT-FILE ASSIGN TO "customer_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

      *> Layout must match INVOICE-SYSTEM's CREDIT-NOTE-RECORD.
       FD CREDIT-NOTES-FILE.
       01 CREDIT-NOTE-RECORD.
           05 CN-INV-ID      PIC 9(4).
           05 CN-DATE        PIC A(10).
           05 CN-PROD-ID     PIC 9(4).
           05 CN-QTY         PIC 9(4).
           05 CN-TOTAL       PIC 9(7)V99.
           05 CN-CUSTOMER    PIC A(20).
           05 CN-SUBTOTAL    PIC 9(7)V99.
           05 CN-VAT-RATE    PIC 9(2)V99.
           05 CN-VAT-AMOUNT  PIC 9(7)V99.
           05 CN-CURRENCY    PIC X(3).
           05 CN-FX-RATE     PIC 9(3)V9(6).

      *> Layout must match INVOICE-SYSTEM's PAYMENT-RECORD.
       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           05 PAY-INV-ID  PIC 9(4).
           05 PAY-DATE    PIC 9(8).
           05 PAY-AMOUNT  PIC 9(7)V99.
           05 PAY-CURRENCY PIC X(3).
           05 PAY-FX-RATE  PIC 9(3)V9(6).
           05 PAY-FX-DIFF  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      *> C = aplicado do saldo por conta.
           05 PAY-SOURCE   PIC X.

       FD ON-ACCOUNT-FILE.
       COPY "ON-ACCOUNT-RECORD.cpy".

      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD (so
      *> se leem nome e morada para o cabecalho do extrato).
       FD CUSTOMERS-FILE.
       01 CUST-REC.
           05 CUST-ID          PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-NAME        PIC A(20).
           05 CUST-EMAIL       PIC A(30).
           05 CUST-DOC-TYPE    PIC X(2).
           05 CUST-DOC-NUMBER  PIC X(12).
           05 CUST-DOC-EXPIRY  PIC 9(8).
           05 CUST-BIRTH-DATE  PIC 9(8).
           05 CUST-ADDRESS     PIC X(40).
           05 FILLER           PIC X(115).

       FD STMT-FILE.
       01 STMT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS   PIC XX.
       01 WS-CN-STATUS    PIC XX.
       01 WS-PAY-STATUS   PIC XX.
       01 WS-CUST-STATUS  PIC XX.
       01 WS-OA-STATUS    PIC XX.
       01 EOF-FLAG        PIC X VALUE "N".
       01 WS-TODAY        PIC 9(8).
       01 WS-MODE         PIC 9.
       01 WS-MONTH        PIC 9(6).
       01 WS-YEAR         PIC 9(4).
       01 WS-NEXT-MONTH   PIC 9(8).
       01 WS-START        PIC 9(8).
       01 WS-END          PIC 9(8).
       01 WS-DOC-DATE     PIC 9(8).
       01 WS-STATEMENTS   PIC 9(4) VALUE 0.

      *> Faturas por numero: cliente e cambio, para atribuir cada
      *> recibo (que so traz o numero da fatura) ao seu cliente.
       01 WS-IV-TABLE.
           05 WS-IV-ROW OCCURS 9999 TIMES.
               10 WS-IV-CUST   PIC A(20).
               10 WS-IV-FX     PIC 9(3)V9(6).

      *> Clientes do lote (um extrato por cliente).
       01 WS-CUST-COUNT   PIC 9(3) VALUE 0.
       01 WS-CUST-IDX     PIC 9(3).
       01 WS-CUST-FOUND   PIC X.
       01 WS-CUST-TABLE.
           05 WS-CUST-NAME-T OCCURS 200 TIMES PIC A(20).
       01 WS-THIS-CUST    PIC A(20).
       01 WS-NAME-IN      PIC A(20).
       01 WS-THIS-ADDRESS PIC X(40).

      *> Movimentos do periodo do cliente corrente, ordenados por
      *> data antes de imprimir.
       01 WS-ENT-COUNT    PIC 9(3) VALUE 0.
       01 WS-EI           PIC 9(3).
       01 WS-EJ           PIC 9(3).
       01 WS-ENT-TABLE.
           05 WS-ENT-ROW OCCURS 500 TIMES.
               10 WS-ENT-DATE   PIC 9(8).
               10 WS-ENT-TYPE   PIC X(10).
               10 WS-ENT-DOC    PIC 9(4).
               10 WS-ENT-DEBIT  PIC 9(9)V99.
               10 WS-ENT-CREDIT PIC 9(9)V99.
               10 WS-ENT-CURR   PIC X(3).
               10 WS-ENT-ORIG   PIC 9(7)V99.
       01 WS-ENT-SWAP     PIC X(56).
       01 WS-ENT-FULL     PIC X.

       01 WS-FX           PIC 9(3)V9(6).
       01 WS-CURR         PIC X(3).
       01 WS-EUR          PIC 9(9)V99.
       01 WS-OPENING      PIC S9(9)V99.
       01 WS-BALANCE      PIC S9(9)V99.
       01 WS-TOT-DEBIT    PIC 9(9)V99.
       01 WS-TOT-CREDIT   PIC 9(9)V99.

       01 WS-DEBIT-DISP   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-DISP  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-DISP     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ORIG-DISP    PIC Z,ZZZ,ZZ9.99.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== EXTRATO DE CONTA DE CLIENTE ====="
       MOVE "CUST-STATEMENT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "1 - Extrato de um cliente"
       DISPLAY "2 - Lote do mes (clientes com movimento ou saldo)"
       ACCEPT WS-MODE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       OPEN INPUT INVOICES-FILE
       IF WS-INV-STATUS = "35"
           DISPLAY "invoices.dat nao existe - sem extratos."
           GOBACK
       END-IF
       CLOSE INVOICES-FILE

       EVALUATE WS-MODE
           WHEN 1
               DISPLAY "Cliente:"
               ACCEPT WS-THIS-CUST
               DISPLAY "Data inicio (AAAAMMDD, 0 = desde sempre):"
               ACCEPT WS-START
               DISPLAY "Data fim (AAAAMMDD, 0 = hoje):"
               ACCEPT WS-END
               IF WS-END = 0
                   MOVE WS-TODAY TO WS-END
               END-IF
           WHEN 2
               DISPLAY "Mes (AAAAMM):"
               ACCEPT WS-MONTH
               PERFORM SET-MONTH-RANGE
           WHEN OTHER
               DISPLAY "Modo invalido."
               GOBACK
       END-EVALUATE
       IF WS-START > WS-END
           DISPLAY "Intervalo de datas invalido."
           GOBACK
       END-IF

       PERFORM LOAD-INVOICE-TABLE
       OPEN OUTPUT STMT-FILE

       IF WS-MODE = 1
           PERFORM BUILD-STATEMENT
           PERFORM PRINT-STATEMENT
       ELSE
           PERFORM COLLECT-CUSTOMERS
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               MOVE WS-CUST-NAME-T (WS-CUST-IDX) TO WS-THIS-CUST
               PERFORM BUILD-STATEMENT
               IF WS-ENT-COUNT > 0 OR WS-BALANCE NOT = 0
                   PERFORM PRINT-STATEMENT
               END-IF
           END-PERFORM
       END-IF
       CLOSE STMT-FILE
       MOVE "customer_statements.txt" TO RPQ-FILE
       MOVE "CUSTSTMT" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Extratos emitidos: " WS-STATEMENTS
               " (customer_statements.txt)"
       GOBACK.

      *> Primeiro e ultimo dia do mes pedido.
SET-MONTH-RANGE.
       COMPUTE WS-START = WS-MONTH * 100 + 1
       IF WS-MONTH(5:2) = "12"
           DIVIDE WS-MONTH BY 100 GIVING WS-YEAR
           COMPUTE WS-NEXT-MONTH = (WS-YEAR + 1) * 10000 + 101
       ELSE
           COMPUTE WS-NEXT-MONTH = (WS-MONTH + 1) * 100 + 1
       END-IF
       COMPUTE WS-END = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

LOAD-INVOICE-TABLE.
       INITIALIZE WS-IV-TABLE
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-ID IS NUMERIC AND INV-ID > 0
                       MOVE INV-CUSTOMER TO WS-IV-CUST (INV-ID)
                       IF INV-FX-RATE IS NUMERIC AND INV-FX-RATE > 0
                           MOVE INV-FX-RATE TO WS-IV-FX (INV-ID)
                       ELSE
                           MOVE 1 TO WS-IV-FX (INV-ID)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE.

      *> Clientes distintos com faturas; o lote decide depois quem
      *> tem movimento no mes ou saldo.
COLLECT-CUSTOMERS.
       MOVE 0 TO WS-CUST-COUNT
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       MOVE ZEROS TO INV-KEY
       START INVOICES-FILE KEY IS GREATER THAN INV-KEY
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE INV-CUSTOMER TO WS-NAME-IN
                   PERFORM ADD-BATCH-CUSTOMER
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE

      *> Clientes so com dinheiro por conta tambem recebem extrato.
       OPEN INPUT ON-ACCOUNT-FILE
       IF WS-OA-STATUS NOT = "35"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ ON-ACCOUNT-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       MOVE OA-CUSTOMER TO WS-NAME-IN
                       PERFORM ADD-BATCH-CUSTOMER
               END-READ
           END-PERFORM
       END-IF
       CLOSE ON-ACCOUNT-FILE.

ADD-BATCH-CUSTOMER.
       MOVE "N" TO WS-CUST-FOUND
       PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
               OR WS-CUST-FOUND = "Y"
           IF WS-CUST-NAME-T (WS-CUST-IDX) = WS-NAME-IN
               MOVE "Y" TO WS-CUST-FOUND
           END-IF
       END-PERFORM
       IF WS-CUST-FOUND = "N"
           IF WS-CUST-COUNT < 200
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-NAME-IN TO WS-CUST-NAME-T (WS-CUST-COUNT)
           ELSE
               DISPLAY "Tabela de clientes cheia - "
                       WS-NAME-IN " fica sem extrato."
           END-IF
       END-IF.

*>-----------------------------------------------------------------
*> Saldo inicial e movimentos do periodo do cliente corrente:
*> faturas a debito, notas de credito e recibos a credito. O que
*> tem data anterior ao inicio vai para o saldo inicial; o que
*> passa do fim fica de fora.
*>-----------------------------------------------------------------
BUILD-STATEMENT.
       MOVE 0 TO WS-OPENING
       MOVE 0 TO WS-ENT-COUNT
       MOVE "N" TO WS-ENT-FULL

      *> So as faturas do cliente, pela chave alternativa.
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       MOVE WS-THIS-CUST TO INV-CUSTOMER
       START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-CUSTOMER NOT = WS-THIS-CUST
                       MOVE "S" TO EOF-FLAG
                   ELSE
                       PERFORM ADD-INVOICE-ENTRY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE

       OPEN INPUT CREDIT-NOTES-FILE
       IF WS-CN-STATUS NOT = "35"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ CREDIT-NOTES-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF CN-CUSTOMER = WS-THIS-CUST
                           PERFORM ADD-CREDIT-NOTE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE CREDIT-NOTES-FILE

       OPEN INPUT PAYMENTS-FILE
       IF WS-PAY-STATUS NOT = "35"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ PAYMENTS-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF PAY-INV-ID IS NUMERIC AND PAY-INV-ID > 0
                           IF WS-IV-CUST (PAY-INV-ID) = WS-THIS-CUST
                               IF PAY-SOURCE = "C"
                                   PERFORM ADD-FX-DIFF-ENTRY
                               ELSE
                                   PERFORM ADD-PAYMENT-ENTRY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PAYMENTS-FILE

       OPEN INPUT ON-ACCOUNT-FILE
       IF WS-OA-STATUS NOT = "35"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ ON-ACCOUNT-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF OA-CUSTOMER = WS-THIS-CUST AND OA-RECEIPT
                           PERFORM ADD-ON-ACCOUNT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ON-ACCOUNT-FILE

      *> Ordena por data (iguais ficam pela ordem de leitura:
      *> faturas, notas, recibos, recebimentos por conta).
       PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI >= WS-ENT-COUNT
           PERFORM VARYING WS-EJ FROM 1 BY 1
                   UNTIL WS-EJ > WS-ENT-COUNT - WS-EI
               IF WS-ENT-DATE (WS-EJ) > WS-ENT-DATE (WS-EJ + 1)
                   MOVE WS-ENT-ROW (WS-EJ) TO WS-ENT-SWAP
                   MOVE WS-ENT-ROW (WS-EJ + 1) TO WS-ENT-ROW (WS-EJ)
                   MOVE WS-ENT-SWAP TO WS-ENT-ROW (WS-EJ + 1)
               END-IF
           END-PERFORM
       END-PERFORM

      *> Saldo final (o lote usa-o para saber se ha extrato).
       MOVE WS-OPENING TO WS-BALANCE
       PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-ENT-COUNT
           ADD WS-ENT-DEBIT (WS-EI) TO WS-BALANCE
           SUBTRACT WS-ENT-CREDIT (WS-EI) FROM WS-BALANCE
       END-PERFORM.

ADD-INVOICE-ENTRY.
       MOVE 0 TO WS-DOC-DATE
       IF INV-DATE(1:8) IS NUMERIC
           MOVE INV-DATE(1:8) TO WS-DOC-DATE
       END-IF
       IF INV-FX-RATE IS NUMERIC AND INV-FX-RATE > 0
           MOVE INV-FX-RATE TO WS-FX
           MOVE INV-CURRENCY TO WS-CURR
       ELSE
           MOVE 1 TO WS-FX
           MOVE "EUR" TO WS-CURR
       END-IF
       COMPUTE WS-EUR ROUNDED = INV-TOTAL * WS-FX
       IF WS-DOC-DATE < WS-START
           ADD WS-EUR TO WS-OPENING
           EXIT PARAGRAPH
       END-IF
       IF WS-DOC-DATE > WS-END
           EXIT PARAGRAPH
       END-IF
       PERFORM NEW-ENTRY
       IF WS-ENT-FULL = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "FATURA" TO WS-ENT-TYPE (WS-ENT-COUNT)
       MOVE INV-ID TO WS-ENT-DOC (WS-ENT-COUNT)
       MOVE WS-EUR TO WS-ENT-DEBIT (WS-ENT-COUNT)
       MOVE INV-TOTAL TO WS-ENT-ORIG (WS-ENT-COUNT).

ADD-CREDIT-NOTE-ENTRY.
       MOVE 0 TO WS-DOC-DATE
       IF CN-DATE(1:8) IS NUMERIC
           MOVE CN-DATE(1:8) TO WS-DOC-DATE
       END-IF
       IF CN-FX-RATE IS NUMERIC AND CN-FX-RATE > 0
           MOVE CN-FX-RATE TO WS-FX
           MOVE CN-CURRENCY TO WS-CURR
       ELSE
           MOVE 1 TO WS-FX
           MOVE "EUR" TO WS-CURR
       END-IF
       COMPUTE WS-EUR ROUNDED = CN-TOTAL * WS-FX
       IF WS-DOC-DATE < WS-START
           SUBTRACT WS-EUR FROM WS-OPENING
           EXIT PARAGRAPH
       END-IF
       IF WS-DOC-DATE > WS-END
           EXIT PARAGRAPH
       END-IF
       PERFORM NEW-ENTRY
       IF WS-ENT-FULL = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "NOTA CRED" TO WS-ENT-TYPE (WS-ENT-COUNT)
       MOVE CN-INV-ID TO WS-ENT-DOC (WS-ENT-COUNT)
       MOVE WS-EUR TO WS-ENT-CREDIT (WS-ENT-COUNT)
       MOVE CN-TOTAL TO WS-ENT-ORIG (WS-ENT-COUNT).

      *> Recibo ao cambio da fatura que liquida (a diferenca de
      *> cambio realizada e da empresa, nao do cliente).
ADD-PAYMENT-ENTRY.
       MOVE PAY-DATE TO WS-DOC-DATE
       MOVE WS-IV-FX (PAY-INV-ID) TO WS-FX
       IF PAY-FX-RATE IS NUMERIC AND PAY-CURRENCY NOT = SPACES
           MOVE PAY-CURRENCY TO WS-CURR
       ELSE
           MOVE "EUR" TO WS-CURR
       END-IF
       COMPUTE WS-EUR ROUNDED = PAY-AMOUNT * WS-FX
       IF WS-DOC-DATE < WS-START
           SUBTRACT WS-EUR FROM WS-OPENING
           EXIT PARAGRAPH
       END-IF
       IF WS-DOC-DATE > WS-END
           EXIT PARAGRAPH
       END-IF
       PERFORM NEW-ENTRY
       IF WS-ENT-FULL = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "RECIBO" TO WS-ENT-TYPE (WS-ENT-COUNT)
       MOVE PAY-INV-ID TO WS-ENT-DOC (WS-ENT-COUNT)
       MOVE WS-EUR TO WS-ENT-CREDIT (WS-ENT-COUNT)
       MOVE PAY-AMOUNT TO WS-ENT-ORIG (WS-ENT-COUNT).

      *> Recibo aplicado do saldo por conta: o dinheiro ja entrou a
      *> credito quando foi recebido; so a diferenca de cambio da
      *> aplicacao (perda + a debito, ganho - a credito) mexe no saldo.
ADD-FX-DIFF-ENTRY.
       IF PAY-FX-DIFF NOT NUMERIC OR PAY-FX-DIFF = 0
           EXIT PARAGRAPH
       END-IF
       MOVE PAY-DATE TO WS-DOC-DATE
       MOVE "EUR" TO WS-CURR
       IF PAY-FX-DIFF > 0
           MOVE PAY-FX-DIFF TO WS-EUR
       ELSE
           COMPUTE WS-EUR = 0 - PAY-FX-DIFF
       END-IF
       IF WS-DOC-DATE < WS-START
           IF PAY-FX-DIFF > 0
               ADD WS-EUR TO WS-OPENING
           ELSE
               SUBTRACT WS-EUR FROM WS-OPENING
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-DOC-DATE > WS-END
           EXIT PARAGRAPH
       END-IF
       PERFORM NEW-ENTRY
       IF WS-ENT-FULL = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "DIF CAMBIO" TO WS-ENT-TYPE (WS-ENT-COUNT)
       MOVE PAY-INV-ID TO WS-ENT-DOC (WS-ENT-COUNT)
       IF PAY-FX-DIFF > 0
           MOVE WS-EUR TO WS-ENT-DEBIT (WS-ENT-COUNT)
       ELSE
           MOVE WS-EUR TO WS-ENT-CREDIT (WS-ENT-COUNT)
       END-IF.

      *> Recebimento por conta (adiantamento, sem referencia ou
      *> excesso de um recibo), ja em euros.
ADD-ON-ACCOUNT-ENTRY.
       MOVE OA-DATE TO WS-DOC-DATE
       MOVE "EUR" TO WS-CURR
       IF WS-DOC-DATE < WS-START
           SUBTRACT OA-AMOUNT FROM WS-OPENING
           EXIT PARAGRAPH
       END-IF
       IF WS-DOC-DATE > WS-END
           EXIT PARAGRAPH
       END-IF
       PERFORM NEW-ENTRY
       IF WS-ENT-FULL = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "POR CONTA" TO WS-ENT-TYPE (WS-ENT-COUNT)
       MOVE OA-ID TO WS-ENT-DOC (WS-ENT-COUNT)
       MOVE OA-AMOUNT TO WS-ENT-CREDIT (WS-ENT-COUNT).

      *> Nova linha de movimento com data e moeda do documento.
NEW-ENTRY.
       IF WS-ENT-COUNT >= 500
           IF WS-ENT-FULL = "N"
               DISPLAY "Extrato de " WS-THIS-CUST
                       " com mais de 500 movimentos - truncado."
           END-IF
           MOVE "Y" TO WS-ENT-FULL
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-ENT-COUNT
       MOVE WS-DOC-DATE TO WS-ENT-DATE (WS-ENT-COUNT)
       MOVE SPACES TO WS-ENT-TYPE (WS-ENT-COUNT)
       MOVE 0 TO WS-ENT-DEBIT (WS-ENT-COUNT)
       MOVE 0 TO WS-ENT-CREDIT (WS-ENT-COUNT)
       MOVE WS-CURR TO WS-ENT-CURR (WS-ENT-COUNT).

*>-----------------------------------------------------------------
*> Extrato impresso: cabecalho com nome e morada, saldo inicial,
*> uma linha por movimento com o saldo acumulado, totais e saldo
*> final.
*>-----------------------------------------------------------------
PRINT-STATEMENT.
       PERFORM FIND-ADDRESS
       MOVE SPACES TO STMT-LINE
       STRING "EXTRATO DE CONTA - " DELIMITED BY SIZE
              WS-THIS-CUST DELIMITED BY SIZE
              " - EMITIDO EM " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO STMT-LINE
       END-STRING
       WRITE STMT-LINE
       IF WS-THIS-ADDRESS NOT = SPACES
           MOVE SPACES TO STMT-LINE
           STRING "MORADA: " DELIMITED BY SIZE
                  WS-THIS-ADDRESS DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
       END-IF
       MOVE SPACES TO STMT-LINE
       STRING "PERIODO DE " DELIMITED BY SIZE
              WS-START DELIMITED BY SIZE
              " A " DELIMITED BY SIZE
              WS-END DELIMITED BY SIZE
              " - VALORES EM EUROS" DELIMITED BY SIZE
              INTO STMT-LINE
       END-STRING
       WRITE STMT-LINE
       MOVE "DATA     DOCUMENTO               DEBITO        CREDITO           SALDO  MOEDA ORIGINAL"
           TO STMT-LINE
       WRITE STMT-LINE
       MOVE ALL "-" TO STMT-LINE
       WRITE STMT-LINE

       MOVE WS-OPENING TO WS-BALANCE
       MOVE WS-BALANCE TO WS-BAL-DISP
       MOVE SPACES TO STMT-LINE
       STRING WS-START DELIMITED BY SIZE
              " SALDO INICIAL" DELIMITED BY SIZE
              "                              " DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-BAL-DISP DELIMITED BY SIZE
              INTO STMT-LINE
       END-STRING
       WRITE STMT-LINE

       MOVE 0 TO WS-TOT-DEBIT
       MOVE 0 TO WS-TOT-CREDIT
       PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-ENT-COUNT
           PERFORM PRINT-ENTRY
       END-PERFORM

       MOVE ALL "-" TO STMT-LINE
       WRITE STMT-LINE
       MOVE WS-TOT-DEBIT TO WS-DEBIT-DISP
       MOVE WS-TOT-CREDIT TO WS-CREDIT-DISP
       MOVE WS-BALANCE TO WS-BAL-DISP
       MOVE SPACES TO STMT-LINE
       STRING WS-END DELIMITED BY SIZE
              " SALDO FINAL     " DELIMITED BY SIZE
              WS-DEBIT-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CREDIT-DISP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BAL-DISP DELIMITED BY SIZE
              INTO STMT-LINE
       END-STRING
       WRITE STMT-LINE
       MOVE SPACES TO STMT-LINE
       WRITE STMT-LINE
       ADD 1 TO WS-STATEMENTS.

PRINT-ENTRY.
       ADD WS-ENT-DEBIT (WS-EI) TO WS-BALANCE
       SUBTRACT WS-ENT-CREDIT (WS-EI) FROM WS-BALANCE
       ADD WS-ENT-DEBIT (WS-EI) TO WS-TOT-DEBIT
       ADD WS-ENT-CREDIT (WS-EI) TO WS-TOT-CREDIT
       MOVE WS-ENT-DEBIT (WS-EI) TO WS-DEBIT-DISP
       MOVE WS-ENT-CREDIT (WS-EI) TO WS-CREDIT-DISP
       MOVE WS-BALANCE TO WS-BAL-DISP
       MOVE SPACES TO STMT-LINE
       IF WS-ENT-CURR (WS-EI) = "EUR"
           STRING WS-ENT-DATE (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENT-TYPE (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENT-DOC (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEBIT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDIT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
       ELSE
           MOVE WS-ENT-ORIG (WS-EI) TO WS-ORIG-DISP
           STRING WS-ENT-DATE (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENT-TYPE (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENT-DOC (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEBIT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDIT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ENT-CURR (WS-EI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIG-DISP DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
       END-IF
       WRITE STMT-LINE.

FIND-ADDRESS.
       MOVE SPACES TO WS-THIS-ADDRESS
       OPEN INPUT CUSTOMERS-FILE
       IF WS-CUST-STATUS = "35"
           CLOSE CUSTOMERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ CUSTOMERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF CUST-NAME = WS-THIS-CUST
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE CUST-ADDRESS TO WS-THIS-ADDRESS
                       MOVE "S" TO EOF-FLAG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "CUST-STATEMENT" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um invoices.dat/customers.dat de versao diferente da do
      *> layout com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.
