       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MATCH.

      *> Casamento automatico dos creditos bancarios do dia com as
      *> faturas em aberto do INVOICE-SYSTEM, em vez de alguem
      *> voltar a digitar cada transferencia no REGISTER-PAYMENT.
      *>
      *> Entram os creditos (C) do dia na conta de cobrancas indicada
      *> (transactions.dat) e os itens de clearing_incoming.dat para
      *> essa conta. Os creditos de compensacao (motivo CMP) que o
      *> INTERBANK-CLEARING lancou em transactions.dat sao os mesmos
      *> itens do ficheiro da camara, que traz a referencia; contam
      *> so pelo ficheiro da camara.
      *>
      *> Regras, por esta ordem:
      *>   1. numero de fatura em aberto no descritivo/referencia
      *>      (grupos de 1 a 4 digitos); uma so fatura casa;
      *>   2. sem referencia: nome do cliente no descritivo e valor
      *>      igual ao em aberto de uma so fatura desse cliente.
      *> O casado gera o recibo em invoice_payments.dat (PAY-SOURCE
      *> "B") e atualiza o estado da fatura; o que passar do em
      *> aberto fica por conta do cliente. Referencia a varias
      *> faturas, fatura em moeda estrangeira, mais de um candidato
      *> ou nenhum vao para a lista de trabalho (estado W em
      *> bank_credit_matches.dat), tratada a mao no INVOICE-SYSTEM.
      *> O mesmo ficheiro impede casar duas vezes o mesmo credito.

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

           SELECT ON-ACCOUNT-FILE ASSIGN TO "customer_on_account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.

           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT INCOMING-FILE ASSIGN TO "clearing_incoming.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT MATCH-FILE ASSIGN TO "bank_credit_matches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-STATUS.

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

       FD ON-ACCOUNT-FILE.
       COPY "ON-ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

      *> Layout must match INTERBANK-CLEARING's CLI-REC.
       FD INCOMING-FILE.
       01 CLI-REC.
           05 CLI-BANK   PIC 9(4).
           05 CLI-ACC-ID PIC 9(8).
           05 CLI-AMOUNT PIC 9(7)V99.
           05 CLI-REF    PIC X(20).

       FD MATCH-FILE.
       COPY "BANK-MATCH-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS   PIC XX.
       01 WS-PAY-STATUS   PIC XX.
       01 WS-OA-STATUS    PIC XX.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-CLI-STATUS   PIC XX.
       01 WS-BM-STATUS    PIC XX.
       01 EOF-FLAG        PIC X VALUE "N".
       01 WS-TODAY        PIC 9(8).
       01 WS-RUN-DATE     PIC 9(8).
       01 WS-COLL-ACC     PIC 9(8).
       01 WS-LAST-OA-ID   PIC 9(6) VALUE 0.

      *> Faturas por numero: cliente, moeda, total, ja pago e
      *> estado (so as em aberto interessam ao casamento).
       01 WS-MAX-INV      PIC 9(4) VALUE 0.
       01 WS-IV-TABLE.
           05 WS-IV-ROW OCCURS 9999 TIMES.
               10 WS-IV-OPEN    PIC X.
               10 WS-IV-CUST    PIC A(20).
               10 WS-IV-CURR    PIC X(3).
               10 WS-IV-TOTAL   PIC 9(7)V99.
               10 WS-IV-PAID    PIC 9(9)V99.
               10 WS-IV-STATUS  PIC X.
               10 WS-IV-CHANGED PIC X.
       01 WS-IV-IDX       PIC 9(4).

      *> Creditos ja vistos em corridas anteriores.
       01 WS-DONE-COUNT   PIC 9(5) VALUE 0.
       01 WS-DONE-IDX     PIC 9(5).
       01 WS-DONE-TABLE.
           05 WS-DONE-KEY OCCURS 20000 TIMES PIC X(14).
       01 WS-CR-KEY.
           05 WS-CR-DATE    PIC 9(8).
           05 WS-CR-SOURCE  PIC X.
           05 WS-CR-SRC-ID  PIC 9(5).
       01 WS-CR-SEEN      PIC X.

      *> Credito corrente.
       01 WS-CR-AMOUNT    PIC 9(7)V99.
       01 WS-CR-REF       PIC X(20).
       01 WS-REF-UP       PIC X(20).
       01 WS-CLI-LINE     PIC 9(5).

      *> Procura de numeros de fatura na referencia.
       01 WS-CI           PIC 9(2).
       01 WS-CHAR         PIC X.
       01 WS-DIGIT        PIC 9.
       01 WS-RUN-LEN      PIC 9(2).
       01 WS-RUN-VAL      PIC 9(4).
       01 WS-REF-HITS     PIC 9(2).
       01 WS-REF-INV      PIC 9(4).

      *> Procura por cliente e valor.
       01 WS-AMT-HITS     PIC 9(3).
       01 WS-AMT-INV      PIC 9(4).
       01 WS-IV-REMAIN    PIC S9(9)V99.
       01 WS-NAME-UP      PIC X(20).
       01 WS-NAME-LEN     PIC 9(2).
       01 WS-NAME-TALLY   PIC 9(2).

      *> Lancamento.
       01 WS-MATCH-INV    PIC 9(4).
       01 WS-REASON       PIC X(30).
       01 WS-POST-AMOUNT  PIC 9(7)V99.
       01 WS-EXCESS       PIC 9(7)V99.

       01 WS-SEEN-N       PIC 9(5) VALUE 0.
       01 WS-SKIPPED-N    PIC 9(5) VALUE 0.
       01 WS-MATCHED-N    PIC 9(5) VALUE 0.
       01 WS-WORK-N       PIC 9(5) VALUE 0.
       01 WS-MATCHED-AMT  PIC 9(9)V99 VALUE 0.
       01 WS-AMT-DISP     PIC ZZZ,ZZZ,ZZ9.99.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== CASAMENTO DE CREDITOS BANCARIOS ====="
       MOVE "BANK-MATCH" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Conta de cobrancas:"
       ACCEPT WS-COLL-ACC
       DISPLAY "Data dos creditos (AAAAMMDD, 0 = hoje):"
       ACCEPT WS-RUN-DATE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-RUN-DATE = 0
           MOVE WS-TODAY TO WS-RUN-DATE
       END-IF
       IF WS-COLL-ACC = 0
           DISPLAY "Conta de cobrancas em falta."
           GOBACK
       END-IF

       OPEN INPUT INVOICES-FILE
       IF WS-INV-STATUS = "35"
           DISPLAY "invoices.dat nao existe - nada a casar."
           GOBACK
       END-IF
       CLOSE INVOICES-FILE

       PERFORM LOAD-INVOICES
       PERFORM LOAD-PAYMENTS
       PERFORM LOAD-DONE-TABLE
       PERFORM GET-LAST-OA-ID

       OPEN EXTEND MATCH-FILE
       IF WS-BM-STATUS = "05" OR WS-BM-STATUS = "35"
           CLOSE MATCH-FILE
           OPEN OUTPUT MATCH-FILE
           CLOSE MATCH-FILE
           OPEN EXTEND MATCH-FILE
       END-IF
       OPEN EXTEND PAYMENTS-FILE
       IF WS-PAY-STATUS = "05" OR WS-PAY-STATUS = "35"
           CLOSE PAYMENTS-FILE
           OPEN OUTPUT PAYMENTS-FILE
           CLOSE PAYMENTS-FILE
           OPEN EXTEND PAYMENTS-FILE
       END-IF
       OPEN EXTEND ON-ACCOUNT-FILE
       IF WS-OA-STATUS = "05" OR WS-OA-STATUS = "35"
           CLOSE ON-ACCOUNT-FILE
           OPEN OUTPUT ON-ACCOUNT-FILE
           CLOSE ON-ACCOUNT-FILE
           OPEN EXTEND ON-ACCOUNT-FILE
       END-IF

       PERFORM SCAN-BANK-CREDITS
       PERFORM SCAN-CLEARING-CREDITS

       CLOSE ON-ACCOUNT-FILE
       CLOSE PAYMENTS-FILE
       CLOSE MATCH-FILE

       IF WS-MATCHED-N > 0
           PERFORM SAVE-INVOICE-STATUS
       END-IF

       MOVE WS-MATCHED-AMT TO WS-AMT-DISP
       DISPLAY "Creditos lidos: " WS-SEEN-N
               "  ja tratados: " WS-SKIPPED-N
       DISPLAY "Casados e lancados: " WS-MATCHED-N
               " (" WS-AMT-DISP " EUR)"
       DISPLAY "Para a lista de trabalho: " WS-WORK-N
               " (bank_credit_matches.dat, estado W)"
       GOBACK.

*>-----------------------------------------------------------------
*> Faturas em aberto (A/M) por numero, com o ja pago somado dos
*> recibos.
*>-----------------------------------------------------------------
LOAD-INVOICES.
       INITIALIZE WS-IV-TABLE
       MOVE 0 TO WS-MAX-INV
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-ID IS NUMERIC AND INV-ID > 0 AND INV-OPEN
                       MOVE "Y" TO WS-IV-OPEN (INV-ID)
                       MOVE INV-CUSTOMER TO WS-IV-CUST (INV-ID)
                       IF INV-FX-RATE IS NUMERIC AND INV-FX-RATE > 0
                           MOVE INV-CURRENCY TO WS-IV-CURR (INV-ID)
                       ELSE
                           MOVE "EUR" TO WS-IV-CURR (INV-ID)
                       END-IF
                       MOVE INV-TOTAL TO WS-IV-TOTAL (INV-ID)
                       MOVE INV-STATUS TO WS-IV-STATUS (INV-ID)
                       MOVE "N" TO WS-IV-CHANGED (INV-ID)
                       IF INV-ID > WS-MAX-INV
                           MOVE INV-ID TO WS-MAX-INV
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE.

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
                       IF WS-IV-OPEN (PAY-INV-ID) = "Y"
                           ADD PAY-AMOUNT TO WS-IV-PAID (PAY-INV-ID)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYMENTS-FILE.

LOAD-DONE-TABLE.
       MOVE 0 TO WS-DONE-COUNT
       OPEN INPUT MATCH-FILE
       IF WS-BM-STATUS = "35"
           CLOSE MATCH-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ MATCH-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF WS-DONE-COUNT < 20000
                       ADD 1 TO WS-DONE-COUNT
                       MOVE BM-REC(1:14) TO WS-DONE-KEY (WS-DONE-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MATCH-FILE.

GET-LAST-OA-ID.
       MOVE 0 TO WS-LAST-OA-ID
       OPEN INPUT ON-ACCOUNT-FILE
       IF WS-OA-STATUS = "35"
           CLOSE ON-ACCOUNT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ ON-ACCOUNT-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF OA-ID > WS-LAST-OA-ID
                       MOVE OA-ID TO WS-LAST-OA-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ON-ACCOUNT-FILE.

*>-----------------------------------------------------------------
*> Creditos do dia na conta de cobrancas, pela chave alternativa
*> da conta (como o STMT-EXPORT).
*>-----------------------------------------------------------------
SCAN-BANK-CREDITS.
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       MOVE WS-COLL-ACC TO TRANS-ACC-ID
       START TRANS-FILE KEY IS EQUAL TO TRANS-ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TRANS-ACC-ID NOT = WS-COLL-ACC
                       MOVE "S" TO EOF-FLAG
                   END-IF
                   IF TRANS-ACC-ID = WS-COLL-ACC
                      AND TRANS-CREDIT
                      AND TRANS-DATE = WS-RUN-DATE
                      AND TRANS-REASON NOT = "CMP"
                       MOVE WS-RUN-DATE TO WS-CR-DATE
                       MOVE "T" TO WS-CR-SOURCE
                       MOVE TRANS-ID TO WS-CR-SRC-ID
                       MOVE TRANS-AMOUNT TO WS-CR-AMOUNT
                       MOVE TRANS-NARRATIVE TO WS-CR-REF
                       PERFORM MATCH-ONE-CREDIT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

*> Itens da camara para a conta de cobrancas (o ficheiro e o do
*> dia; a linha identifica o item).
SCAN-CLEARING-CREDITS.
       OPEN INPUT INCOMING-FILE
       IF WS-CLI-STATUS = "35"
           CLOSE INCOMING-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-CLI-LINE
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ INCOMING-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CLI-LINE
                   IF CLI-ACC-ID = WS-COLL-ACC
                       MOVE WS-RUN-DATE TO WS-CR-DATE
                       MOVE "C" TO WS-CR-SOURCE
                       MOVE WS-CLI-LINE TO WS-CR-SRC-ID
                       MOVE CLI-AMOUNT TO WS-CR-AMOUNT
                       MOVE CLI-REF TO WS-CR-REF
                       PERFORM MATCH-ONE-CREDIT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INCOMING-FILE.

*>-----------------------------------------------------------------
*> Um credito: ja tratado? referencia? cliente e valor? senao
*> lista de trabalho.
*>-----------------------------------------------------------------
MATCH-ONE-CREDIT.
       ADD 1 TO WS-SEEN-N
       MOVE "N" TO WS-CR-SEEN
       PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
                  OR WS-CR-SEEN = "Y"
           IF WS-DONE-KEY (WS-DONE-IDX) = WS-CR-KEY
               MOVE "Y" TO WS-CR-SEEN
           END-IF
       END-PERFORM
       IF WS-CR-SEEN = "Y"
           ADD 1 TO WS-SKIPPED-N
           EXIT PARAGRAPH
       END-IF

       MOVE FUNCTION UPPER-CASE(WS-CR-REF) TO WS-REF-UP
       PERFORM FIND-REF-INVOICES
       IF WS-REF-HITS > 1
           MOVE "VARIAS FATURAS NA REFERENCIA" TO WS-REASON
           PERFORM SEND-TO-WORKLIST
           EXIT PARAGRAPH
       END-IF
       IF WS-REF-HITS = 1
           MOVE WS-REF-INV TO WS-MATCH-INV
           IF WS-IV-CURR (WS-MATCH-INV) NOT = "EUR"
               MOVE "FATURA EM MOEDA ESTRANGEIRA" TO WS-REASON
               PERFORM SEND-TO-WORKLIST
               EXIT PARAGRAPH
           END-IF
           MOVE "NUMERO DE FATURA NA REFERENCIA" TO WS-REASON
           PERFORM POST-MATCH
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-AMOUNT-INVOICES
       EVALUATE WS-AMT-HITS
           WHEN 0
               MOVE "SEM CORRESPONDENCIA" TO WS-REASON
               PERFORM SEND-TO-WORKLIST
           WHEN 1
               MOVE WS-AMT-INV TO WS-MATCH-INV
               MOVE "CLIENTE E VALOR EXATO" TO WS-REASON
               PERFORM POST-MATCH
           WHEN OTHER
               MOVE "VARIAS FATURAS COM O MESMO VALOR" TO WS-REASON
               PERFORM SEND-TO-WORKLIST
       END-EVALUATE.

*> Grupos de 1 a 4 digitos na referencia que sejam o numero de
*> uma fatura em aberto (grupos mais longos sao contas, NIF...).
*> Uma posicao a mais no fim fecha o ultimo grupo.
FIND-REF-INVOICES.
       MOVE 0 TO WS-REF-HITS
       MOVE 0 TO WS-REF-INV
       MOVE 0 TO WS-RUN-LEN
       MOVE 0 TO WS-RUN-VAL
       PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > 21
           IF WS-CI <= 20
               MOVE WS-REF-UP(WS-CI:1) TO WS-CHAR
           ELSE
               MOVE SPACE TO WS-CHAR
           END-IF
           IF WS-CHAR IS NUMERIC
               ADD 1 TO WS-RUN-LEN
               IF WS-RUN-LEN <= 4
                   MOVE WS-CHAR TO WS-DIGIT
                   COMPUTE WS-RUN-VAL = WS-RUN-VAL * 10 + WS-DIGIT
               END-IF
           ELSE
               IF WS-RUN-LEN >= 1 AND WS-RUN-LEN <= 4
                  AND WS-RUN-VAL > 0
                   IF WS-IV-OPEN (WS-RUN-VAL) = "Y"
                      AND WS-RUN-VAL NOT = WS-REF-INV
                       ADD 1 TO WS-REF-HITS
                       MOVE WS-RUN-VAL TO WS-REF-INV
                   END-IF
               END-IF
               MOVE 0 TO WS-RUN-LEN
               MOVE 0 TO WS-RUN-VAL
           END-IF
       END-PERFORM.

*> Faturas em aberto em EUR cujo cliente aparece no descritivo e
*> cujo remanescente e exatamente o valor do credito.
FIND-AMOUNT-INVOICES.
       MOVE 0 TO WS-AMT-HITS
       MOVE 0 TO WS-AMT-INV
       PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-MAX-INV
           IF WS-IV-OPEN (WS-IV-IDX) = "Y"
              AND WS-IV-CURR (WS-IV-IDX) = "EUR"
               COMPUTE WS-IV-REMAIN = WS-IV-TOTAL (WS-IV-IDX)
                   - WS-IV-PAID (WS-IV-IDX)
               IF WS-IV-REMAIN = WS-CR-AMOUNT
                   PERFORM CHECK-NAME-IN-REF
                   IF WS-NAME-TALLY > 0
                       ADD 1 TO WS-AMT-HITS
                       MOVE WS-IV-IDX TO WS-AMT-INV
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

CHECK-NAME-IN-REF.
       MOVE 0 TO WS-NAME-TALLY
       MOVE FUNCTION UPPER-CASE(WS-IV-CUST (WS-IV-IDX)) TO WS-NAME-UP
       MOVE 20 TO WS-NAME-LEN
       PERFORM UNTIL WS-NAME-LEN = 0
                  OR WS-NAME-UP(WS-NAME-LEN:1) NOT = SPACE
           SUBTRACT 1 FROM WS-NAME-LEN
       END-PERFORM
       IF WS-NAME-LEN = 0
           EXIT PARAGRAPH
       END-IF
       INSPECT WS-REF-UP TALLYING WS-NAME-TALLY
           FOR ALL WS-NAME-UP(1:WS-NAME-LEN).

*>-----------------------------------------------------------------
*> Lanca o credito na fatura WS-MATCH-INV: recibo ate ao valor em
*> aberto, o resto por conta do cliente.
*>-----------------------------------------------------------------
POST-MATCH.
       COMPUTE WS-IV-REMAIN = WS-IV-TOTAL (WS-MATCH-INV)
           - WS-IV-PAID (WS-MATCH-INV)
       IF WS-CR-AMOUNT > WS-IV-REMAIN
           MOVE WS-IV-REMAIN TO WS-POST-AMOUNT
           COMPUTE WS-EXCESS = WS-CR-AMOUNT - WS-IV-REMAIN
       ELSE
           MOVE WS-CR-AMOUNT TO WS-POST-AMOUNT
           MOVE 0 TO WS-EXCESS
       END-IF

       MOVE WS-MATCH-INV TO PAY-INV-ID
       MOVE WS-RUN-DATE TO PAY-DATE
       MOVE WS-POST-AMOUNT TO PAY-AMOUNT
       MOVE "EUR" TO PAY-CURRENCY
       MOVE 1 TO PAY-FX-RATE
       MOVE 0 TO PAY-FX-DIFF
       MOVE "B" TO PAY-SOURCE
       WRITE PAYMENT-RECORD

       ADD WS-POST-AMOUNT TO WS-IV-PAID (WS-MATCH-INV)
       IF WS-IV-PAID (WS-MATCH-INV) >= WS-IV-TOTAL (WS-MATCH-INV)
           MOVE "P" TO WS-IV-STATUS (WS-MATCH-INV)
      *> Liquidada: deixa de ser candidata para os creditos seguintes.
           MOVE "N" TO WS-IV-OPEN (WS-MATCH-INV)
       ELSE
           MOVE "M" TO WS-IV-STATUS (WS-MATCH-INV)
       END-IF
       MOVE "Y" TO WS-IV-CHANGED (WS-MATCH-INV)

       IF WS-EXCESS > 0
           ADD 1 TO WS-LAST-OA-ID
           MOVE WS-LAST-OA-ID TO OA-ID
           MOVE WS-IV-CUST (WS-MATCH-INV) TO OA-CUSTOMER
           MOVE WS-RUN-DATE TO OA-DATE
           MOVE "R" TO OA-TYPE
           MOVE WS-MATCH-INV TO OA-INV-ID
           MOVE WS-EXCESS TO OA-AMOUNT
           MOVE SPACES TO OA-DESC
           STRING "EXCESSO CREDITO BANCO FAT " DELIMITED BY SIZE
                  WS-MATCH-INV DELIMITED BY SIZE
                  INTO OA-DESC
           END-STRING
           WRITE OA-REC
       END-IF

       MOVE "M" TO BM-STATUS
       MOVE WS-MATCH-INV TO BM-INV-ID
       MOVE WS-IV-CUST (WS-MATCH-INV) TO BM-CUSTOMER
       MOVE WS-EXCESS TO BM-OA-AMOUNT
       PERFORM WRITE-MATCH-LINE
       ADD 1 TO WS-MATCHED-N
       ADD WS-CR-AMOUNT TO WS-MATCHED-AMT
       MOVE WS-CR-AMOUNT TO WS-AMT-DISP
       DISPLAY "Casado: " WS-CR-SOURCE WS-CR-SRC-ID " "
               WS-AMT-DISP " -> fatura " WS-MATCH-INV
               " (" WS-REASON ")".

SEND-TO-WORKLIST.
       MOVE "W" TO BM-STATUS
       MOVE 0 TO BM-INV-ID
       MOVE SPACES TO BM-CUSTOMER
       MOVE 0 TO BM-OA-AMOUNT
       PERFORM WRITE-MATCH-LINE
       ADD 1 TO WS-WORK-N
       MOVE WS-CR-AMOUNT TO WS-AMT-DISP
       DISPLAY "Lista de trabalho: " WS-CR-SOURCE WS-CR-SRC-ID " "
               WS-AMT-DISP " '" WS-CR-REF "' - " WS-REASON.

WRITE-MATCH-LINE.
       MOVE WS-CR-DATE TO BM-DATE
       MOVE WS-CR-SOURCE TO BM-SOURCE
       MOVE WS-CR-SRC-ID TO BM-SRC-ID
       MOVE WS-CR-AMOUNT TO BM-AMOUNT
       MOVE WS-CR-REF TO BM-REF
       MOVE WS-REASON TO BM-REASON
       WRITE BM-REC
       IF WS-DONE-COUNT < 20000
           ADD 1 TO WS-DONE-COUNT
           MOVE WS-CR-KEY TO WS-DONE-KEY (WS-DONE-COUNT)
       END-IF.

*> Novo estado das faturas pagas/parciais regravado no lugar, so
*> nas linhas das faturas que mudaram (resto do registo
*> inalterado).
SAVE-INVOICE-STATUS.
       OPEN I-O INVOICES-FILE
       PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-MAX-INV
           IF WS-IV-CHANGED (WS-IV-IDX) = "Y"
               PERFORM REWRITE-INVOICE-LINES
           END-IF
       END-PERFORM
       CLOSE INVOICES-FILE.

*> Todas as linhas da fatura WS-IV-IDX, a partir da chave
*> fatura/000.
REWRITE-INVOICE-LINES.
       MOVE WS-IV-IDX TO INV-ID
       MOVE 0 TO INV-LINE
       MOVE "N" TO EOF-FLAG
       START INVOICES-FILE KEY IS GREATER THAN INV-KEY
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-ID NOT = WS-IV-IDX
                       MOVE "S" TO EOF-FLAG
                   ELSE
                       MOVE WS-IV-STATUS (WS-IV-IDX) TO INV-STATUS
                       REWRITE INVOICE-RECORD
                           INVALID KEY
                               DISPLAY "Erro a regravar a fatura "
                                       INV-ID "/" INV-LINE
                       END-REWRITE
                   END-IF
           END-READ
       END-PERFORM.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um transactions.dat/invoices.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.
