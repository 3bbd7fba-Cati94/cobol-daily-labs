       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO-BOOK.

      *> Carteira mensal por gestor de cliente. O gestor e o
      *> utilizador de users.dat posto no cliente pelo
      *> CUSTOMER-MANAGER (Day08, opcoes 16 e 17); os clientes sem
      *> gestor saem no fim, num bloco proprio, para se distribuirem.
      *>
      *> Por cliente (ativos; os fundidos noutro ficam de fora):
      *>   - depositos a ordem: saldos credores das contas abertas do
      *>     cliente em accounts.dat (ACC-CUST-ID);
      *>   - depositos a prazo ativos de term_deposits.dat;
      *>   - capital em divida dos emprestimos ativos (loans.dat) e o
      *>     montante em atraso pela mesma regra do LOAN-COLLECTIONS:
      *>     prestacoes pendentes de loan_schedule.dat vencidas antes
      *>     da data de referencia, com os dias desde a mais antiga;
      *>   - revisao KYC vencida ou a vencer nos proximos
      *>     WS-KYC-WINDOW dias (CUST-NEXT-REVIEW), ou sem dados KYC;
      *>   - lacunas de produto:
      *>       SALARIO SEM POUPANCA - creditos de salario (motivo SAL
      *>       ou descritivo "SAL ...", como no LOAN-APPLICATIONS) nos
      *>       ultimos WS-SAL-WINDOW dias, sem conta de um produto de
      *>       poupanca (acct_products.dat com limite de debitos) nem
      *>       deposito a prazo;
      *>       LIQUIDEZ SEM APLICACAO - a ordem acima de
      *>       WS-IDLE-BALANCE sem poupanca nem deposito a prazo.
      *>
      *> Cada gestor fecha com os totais da carteira; um gestor
      *> desativado ou que ja nao exista em users.dat sai assinalado
      *> para a carteira ser passada a outro. O relatorio vai para
      *> portfolio_book.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PRODUCTS-FILE ASSIGN TO "acct_products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APT-STATUS.

           SELECT TD-FILE ASSIGN TO "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSCHED-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT BOOK-FILE ASSIGN TO "portfolio_book.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
           05 CUST-RISK        PIC X.
           05 CUST-NEXT-REVIEW PIC 9(8).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-CREDIT-HOLD  PIC X.
           05 CUST-MERGED-INTO  PIC 9(3).
           05 CUST-SELF-CERT      PIC X.
           05 CUST-SELF-CERT-DATE PIC 9(8).
           05 CUST-TAX-DATA       PIC X(66).
           05 CUST-DECEASED       PIC X.
           05 CUST-DEATH-DATE     PIC 9(8).
           05 CUST-NIF            PIC 9(9).
           05 CUST-RM             PIC A(20).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD PRODUCTS-FILE.
       COPY "ACCT-PRODUCT-RECORD.cpy".

      *> Layout must match TERM-DEPOSITS' TD-REC (Dia 31).
       FD TD-FILE.
       01 TD-REC.
           05 TD-ID            PIC 9(4).
           05 TD-ACC-ID        PIC 9(8).
           05 TD-PRINCIPAL     PIC 9(7)V99.
           05 TD-RATE          PIC 9(2)V9(4).
           05 TD-START-DATE    PIC 9(8).
           05 TD-MATURITY-DATE PIC 9(8).
           05 TD-STATUS        PIC X.
               88 TD-ACTIVE   VALUE "A".
           05 TD-ROLLOVER      PIC X.

       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

       FD SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD BOOK-FILE.
       01 BOOK-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-TRANS-STATUS  PIC XX.
       01 WS-APT-STATUS    PIC XX.
       01 WS-TD-STATUS     PIC XX.
       01 WS-LOANS-STATUS  PIC XX.
       01 WS-LSCHED-STATUS PIC XX.
       01 WS-USERS-STATUS  PIC XX.
       01 EOF-FLAG         PIC X VALUE "N".
       01 WS-TODAY         PIC 9(8).
       01 WS-ASOF          PIC 9(8).
       01 WS-ASOF-INT      PIC 9(9).
       01 WS-FILTER-RM     PIC A(20).

      *> Janelas e limiares do relatorio.
       01 WS-KYC-WINDOW    PIC 9(3) VALUE 60.
       01 WS-SAL-WINDOW    PIC 9(3) VALUE 90.
       01 WS-IDLE-BALANCE  PIC 9(7)V99 VALUE 25000.00.
       01 WS-KYC-LIMIT     PIC 9(8).
       01 WS-SAL-FROM      PIC 9(8).

      *> Clientes, indexados pelo proprio CUST-ID (1 a 999).
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 999 TIMES.
               10 WS-CU-LIVE      PIC X.
               10 WS-CU-NAME      PIC X(20).
               10 WS-CU-RM        PIC X(20).
               10 WS-CU-RISK      PIC X.
               10 WS-CU-REVIEW    PIC 9(8).
               10 WS-CU-DECEASED  PIC X.
               10 WS-CU-ACCS      PIC 9(3).
               10 WS-CU-DEPOSITS  PIC 9(9)V99.
               10 WS-CU-TERM      PIC 9(9)V99.
               10 WS-CU-LOANS     PIC 9(9)V99.
               10 WS-CU-ARREARS   PIC 9(9)V99.
               10 WS-CU-OLDEST    PIC 9(8).
               10 WS-CU-SALARY    PIC X.
               10 WS-CU-SAVINGS   PIC X.
       01 WS-CU-IDX        PIC 9(4).
       01 WS-KEY-CUST      PIC 9(4).

      *> Contas abertas dos clientes: conta -> cliente.
       01 WS-AM-TABLE.
           05 WS-AM-ENTRY OCCURS 3000 TIMES.
               10 WS-AM-ACC       PIC 9(8).
               10 WS-AM-CUST      PIC 9(3).
       01 WS-AM-COUNT      PIC 9(4) VALUE 0.
       01 WS-AM-IDX        PIC 9(4).
       01 WS-AM-FOUND      PIC X.
       01 WS-IN-ACC        PIC 9(8).

      *> Produtos de poupanca do catalogo (limite de debitos > 0).
       01 WS-SV-TABLE.
           05 WS-SV-CODE OCCURS 100 TIMES PIC X(3).
       01 WS-SV-COUNT      PIC 9(3) VALUE 0.
       01 WS-SV-IDX        PIC 9(3).

      *> Emprestimos ativos dos clientes.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
               10 WS-LN-LOAN      PIC 9(4).
               10 WS-LN-CUST      PIC 9(3).
       01 WS-LN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LN-IDX        PIC 9(3).
       01 WS-LN-FOUND      PIC X.

      *> Gestores presentes na carteira, por ordem alfabetica; a
      *> entrada em branco (sem gestor) fica sempre no fim.
       01 WS-MG-TABLE.
           05 WS-MG-ENTRY OCCURS 200 TIMES.
               10 WS-MG-NAME      PIC X(20).
       01 WS-MG-COUNT      PIC 9(3) VALUE 0.
       01 WS-MG-IDX        PIC 9(3).
       01 WS-MG-FOUND      PIC X.
       01 WS-MG-SWAP       PIC X(20).
       01 WS-MG-NOTE       PIC X(50).
       01 WS-SORT-I        PIC 9(3).
       01 WS-SORT-J        PIC 9(3).
       01 WS-SORT-LIMIT    PIC 9(3).

      *> users.dat em memoria, para o estado de cada gestor.
       01 WS-UT-TABLE.
           05 WS-UT-ENTRY OCCURS 200 TIMES.
               10 WS-UT-NAME      PIC X(20).
               10 WS-UT-ACTIVE    PIC X.
       01 WS-UT-COUNT      PIC 9(3) VALUE 0.
       01 WS-UT-IDX        PIC 9(3).

      *> Cliente corrente na listagem.
       01 WS-DAYS-LATE     PIC 9(5).
       01 WS-GAP-COUNT     PIC 9.
       01 WS-KYC-TEXT      PIC X(40).

      *> Totais por gestor e gerais.
       01 WS-RM-TOTALS.
           05 WS-RT-CLIENTS   PIC 9(5).
           05 WS-RT-DEPOSITS  PIC 9(11)V99.
           05 WS-RT-TERM      PIC 9(11)V99.
           05 WS-RT-LOANS     PIC 9(11)V99.
           05 WS-RT-ARREARS   PIC 9(11)V99.
           05 WS-RT-KYC       PIC 9(5).
           05 WS-RT-GAPS      PIC 9(5).
       01 WS-GRAND-TOTALS.
           05 WS-GT-CLIENTS   PIC 9(5) VALUE 0.
           05 WS-GT-DEPOSITS  PIC 9(11)V99 VALUE 0.
           05 WS-GT-TERM      PIC 9(11)V99 VALUE 0.
           05 WS-GT-LOANS     PIC 9(11)V99 VALUE 0.
           05 WS-GT-ARREARS   PIC 9(11)V99 VALUE 0.
           05 WS-GT-KYC       PIC 9(5) VALUE 0.
           05 WS-GT-GAPS      PIC 9(5) VALUE 0.
       01 WS-GT-MANAGERS   PIC 9(3) VALUE 0.

      *> Layout of one customer line on the book.
       01 WS-BK-DETAIL.
           05 WS-BK-ID         PIC 9(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BK-NAME       PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-BK-RISK       PIC X.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-BK-DEPOSITS   PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-BK-TERM       PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-BK-LOANS      PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-BK-ARREARS    PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-BK-DAYS       PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BK-REVIEW     PIC X(8).

       01 WS-AMT-ED        PIC Z(10)9.99.
       01 WS-CNT-ED        PIC Z(4)9.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== CARTEIRA DE CLIENTES POR GESTOR ====="
       MOVE "PORTFOLIO-BOOK" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Data de referencia (AAAAMMDD, fim do mes; "
               "0 = hoje):"
       ACCEPT WS-ASOF
       IF WS-ASOF = 0
           MOVE WS-TODAY TO WS-ASOF
       END-IF
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF) NOT = 0
           DISPLAY "Data invalida."
           GOBACK
       END-IF
       DISPLAY "Gestor (branco = todos):"
       MOVE SPACES TO WS-FILTER-RM
       ACCEPT WS-FILTER-RM

       COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF)
       COMPUTE WS-KYC-LIMIT = FUNCTION DATE-OF-INTEGER(
           WS-ASOF-INT + WS-KYC-WINDOW)
       COMPUTE WS-SAL-FROM = FUNCTION DATE-OF-INTEGER(
           WS-ASOF-INT - WS-SAL-WINDOW)

       PERFORM LOAD-CUSTOMERS
       PERFORM LOAD-SAVINGS-PRODUCTS
       PERFORM SCAN-ACCOUNTS
       PERFORM SCAN-TERM-DEPOSITS
       PERFORM LOAD-ACTIVE-LOANS
       PERFORM SUM-SCHEDULE
       PERFORM SCAN-SALARY-CREDITS
       PERFORM LOAD-USERS
       PERFORM BUILD-MANAGER-LIST
       PERFORM SORT-MANAGERS

       OPEN OUTPUT BOOK-FILE
       MOVE SPACES TO BOOK-LINE
       STRING "CARTEIRA DE CLIENTES POR GESTOR - REFERENCIA "
              DELIMITED BY SIZE
              WS-ASOF DELIMITED BY SIZE
              INTO BOOK-LINE
       END-STRING
       WRITE BOOK-LINE
       PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
           PERFORM WRITE-MANAGER-BOOK
       END-PERFORM
       PERFORM WRITE-GRAND-TOTAL
       CLOSE BOOK-FILE
       MOVE "portfolio_book.txt" TO RPQ-FILE
       MOVE "PORTBOOK" TO RPQ-TYPE
       MOVE WS-ASOF TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE WS-GT-DEPOSITS TO WS-AMT-ED
       DISPLAY "Gestores: " WS-GT-MANAGERS
               "  Clientes: " WS-GT-CLIENTS
               "  Depositos a ordem: " WS-AMT-ED
       DISPLAY "Revisoes KYC: " WS-GT-KYC
               "  Lacunas de produto: " WS-GT-GAPS
       DISPLAY "Carteira em portfolio_book.txt"
       GOBACK.

*>---------------------------------------------------------------
LOAD-CUSTOMERS.
       PERFORM VARYING WS-CU-IDX FROM 1 BY 1 UNTIL WS-CU-IDX > 999
           MOVE "N" TO WS-CU-LIVE (WS-CU-IDX)
       END-PERFORM
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
                   IF CUST-ID IS NUMERIC AND NOT CUST-LAYOUT-HEADER
                      AND (CUST-MERGED-INTO NOT NUMERIC
                           OR CUST-MERGED-INTO = 0)
                       PERFORM ADD-CUSTOMER-ENTRY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

ADD-CUSTOMER-ENTRY.
       MOVE CUST-ID TO WS-CU-IDX
       MOVE "Y" TO WS-CU-LIVE (WS-CU-IDX)
       MOVE CUST-NAME TO WS-CU-NAME (WS-CU-IDX)
       MOVE CUST-RM TO WS-CU-RM (WS-CU-IDX)
       MOVE CUST-RISK TO WS-CU-RISK (WS-CU-IDX)
       IF CUST-NEXT-REVIEW IS NUMERIC
           MOVE CUST-NEXT-REVIEW TO WS-CU-REVIEW (WS-CU-IDX)
       ELSE
           MOVE 0 TO WS-CU-REVIEW (WS-CU-IDX)
       END-IF
       IF CUST-DECEASED = "Y"
           MOVE "Y" TO WS-CU-DECEASED (WS-CU-IDX)
       ELSE
           MOVE "N" TO WS-CU-DECEASED (WS-CU-IDX)
       END-IF
       MOVE 0 TO WS-CU-ACCS (WS-CU-IDX)
       MOVE 0 TO WS-CU-DEPOSITS (WS-CU-IDX)
       MOVE 0 TO WS-CU-TERM (WS-CU-IDX)
       MOVE 0 TO WS-CU-LOANS (WS-CU-IDX)
       MOVE 0 TO WS-CU-ARREARS (WS-CU-IDX)
       MOVE 0 TO WS-CU-OLDEST (WS-CU-IDX)
       MOVE "N" TO WS-CU-SALARY (WS-CU-IDX)
       MOVE "N" TO WS-CU-SAVINGS (WS-CU-IDX).

LOAD-SAVINGS-PRODUCTS.
       OPEN INPUT PRODUCTS-FILE
       IF WS-APT-STATUS = "35"
           CLOSE PRODUCTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ PRODUCTS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF APT-DEBIT-LIMIT IS NUMERIC
                      AND APT-DEBIT-LIMIT > 0
                      AND WS-SV-COUNT < 100
                       ADD 1 TO WS-SV-COUNT
                       MOVE APT-CODE TO WS-SV-CODE (WS-SV-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE.

      *> Contas abertas (nao fechadas nem por aprovar) dos clientes
      *> carregados: saldo credor, numero de contas e produto de
      *> poupanca; guarda conta -> cliente para os passos seguintes.
SCAN-ACCOUNTS.
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF ACC-CUST-ID IS NUMERIC AND ACC-CUST-ID > 0
                      AND NOT ACC-CLOSED AND NOT ACC-PENDING
                       MOVE ACC-CUST-ID TO WS-CU-IDX
                       IF WS-CU-LIVE (WS-CU-IDX) = "Y"
                           PERFORM ADD-ACCOUNT-ENTRY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

ADD-ACCOUNT-ENTRY.
       ADD 1 TO WS-CU-ACCS (WS-CU-IDX)
       IF ACC-BALANCE > 0
           ADD ACC-BALANCE TO WS-CU-DEPOSITS (WS-CU-IDX)
       END-IF
       PERFORM VARYING WS-SV-IDX FROM 1 BY 1
               UNTIL WS-SV-IDX > WS-SV-COUNT
           IF ACC-PRODUCT NOT = SPACES
              AND WS-SV-CODE (WS-SV-IDX) = ACC-PRODUCT
               MOVE "Y" TO WS-CU-SAVINGS (WS-CU-IDX)
           END-IF
       END-PERFORM
       IF WS-AM-COUNT < 3000
           ADD 1 TO WS-AM-COUNT
           MOVE ACC-ID TO WS-AM-ACC (WS-AM-COUNT)
           MOVE ACC-CUST-ID TO WS-AM-CUST (WS-AM-COUNT)
       END-IF.

      *> Procura WS-IN-ACC nas contas dos clientes -> WS-KEY-CUST.
FIND-ACCOUNT-CUSTOMER.
       MOVE "N" TO WS-AM-FOUND
       MOVE 0 TO WS-KEY-CUST
       PERFORM VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-COUNT
               OR WS-AM-FOUND = "Y"
           IF WS-AM-ACC (WS-AM-IDX) = WS-IN-ACC
               MOVE "Y" TO WS-AM-FOUND
               MOVE WS-AM-CUST (WS-AM-IDX) TO WS-KEY-CUST
           END-IF
       END-PERFORM.

SCAN-TERM-DEPOSITS.
       OPEN INPUT TD-FILE
       IF WS-TD-STATUS = "35"
           CLOSE TD-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ TD-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TD-ACTIVE AND TD-START-DATE <= WS-ASOF
                       MOVE TD-ACC-ID TO WS-IN-ACC
                       PERFORM FIND-ACCOUNT-CUSTOMER
                       IF WS-AM-FOUND = "Y"
                           ADD TD-PRINCIPAL TO WS-CU-TERM (WS-KEY-CUST)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TD-FILE.

LOAD-ACTIVE-LOANS.
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ LOANS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LOAN-ACTIVE AND LOAN-START-DATE <= WS-ASOF
                      AND WS-LN-COUNT < 500
                       MOVE LOAN-ACC-ID TO WS-IN-ACC
                       PERFORM FIND-ACCOUNT-CUSTOMER
                       IF WS-AM-FOUND = "Y"
                           ADD 1 TO WS-LN-COUNT
                           MOVE LOAN-ID TO WS-LN-LOAN (WS-LN-COUNT)
                           MOVE WS-KEY-CUST TO WS-LN-CUST (WS-LN-COUNT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

      *> Capital pendente e atraso por cliente, a mesma regra do
      *> LOAN-COLLECTIONS: prestacoes pendentes vencidas antes da
      *> data de referencia, com o vencimento mais antigo.
SUM-SCHEDULE.
       OPEN INPUT SCHEDULE-FILE
       IF WS-LSCHED-STATUS = "35"
           CLOSE SCHEDULE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SCHEDULE-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LS-PENDING
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LN-FOUND = "Y"
                           PERFORM ADD-SCHEDULE-ROW
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCHEDULE-FILE.

ADD-SCHEDULE-ROW.
       MOVE WS-LN-CUST (WS-LN-IDX) TO WS-CU-IDX
       ADD LS-PRINCIPAL TO WS-CU-LOANS (WS-CU-IDX)
       IF LS-DUE-DATE < WS-ASOF
           ADD LS-AMOUNT TO WS-CU-ARREARS (WS-CU-IDX)
           IF WS-CU-OLDEST (WS-CU-IDX) = 0
              OR LS-DUE-DATE < WS-CU-OLDEST (WS-CU-IDX)
               MOVE LS-DUE-DATE TO WS-CU-OLDEST (WS-CU-IDX)
           END-IF
       END-IF.

      *> Procura LS-LOAN-ID na tabela de emprestimos ativos.
FIND-LOAN-ENTRY.
       MOVE "N" TO WS-LN-FOUND
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               OR WS-LN-FOUND = "Y"
           IF WS-LN-LOAN (WS-LN-IDX) = LS-LOAN-ID
               MOVE "Y" TO WS-LN-FOUND
           END-IF
       END-PERFORM
       IF WS-LN-FOUND = "Y"
           SUBTRACT 1 FROM WS-LN-IDX
       END-IF.

      *> Creditos de salario na janela ate a data de referencia.
SCAN-SALARY-CREDITS.
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TRANS-CREDIT
                      AND (TRANS-REASON = "SAL"
                           OR TRANS-NARRATIVE(1:4) = "SAL ")
                      AND TRANS-DATE > WS-SAL-FROM
                      AND TRANS-DATE <= WS-ASOF
                       MOVE TRANS-ACC-ID TO WS-IN-ACC
                       PERFORM FIND-ACCOUNT-CUSTOMER
                       IF WS-AM-FOUND = "Y"
                           MOVE "Y" TO WS-CU-SALARY (WS-KEY-CUST)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

LOAD-USERS.
       OPEN INPUT USERS-FILE
       IF WS-USERS-STATUS = "35"
           CLOSE USERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ USERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF WS-UT-COUNT < 200
                       ADD 1 TO WS-UT-COUNT
                       MOVE USER-NAME TO WS-UT-NAME (WS-UT-COUNT)
                       IF USER-DISABLED
                           MOVE "N" TO WS-UT-ACTIVE (WS-UT-COUNT)
                       ELSE
                           MOVE "Y" TO WS-UT-ACTIVE (WS-UT-COUNT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE USERS-FILE.

      *> Um gestor por nome distinto nos clientes (ou so o pedido).
BUILD-MANAGER-LIST.
       PERFORM VARYING WS-CU-IDX FROM 1 BY 1 UNTIL WS-CU-IDX > 999
           IF WS-CU-LIVE (WS-CU-IDX) = "Y"
              AND (WS-FILTER-RM = SPACES
                   OR WS-CU-RM (WS-CU-IDX) = WS-FILTER-RM)
               PERFORM ADD-MANAGER
           END-IF
       END-PERFORM.

ADD-MANAGER.
       MOVE "N" TO WS-MG-FOUND
       PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
               OR WS-MG-FOUND = "Y"
           IF WS-MG-NAME (WS-MG-IDX) = WS-CU-RM (WS-CU-IDX)
               MOVE "Y" TO WS-MG-FOUND
           END-IF
       END-PERFORM
       IF WS-MG-FOUND = "N" AND WS-MG-COUNT < 200
           ADD 1 TO WS-MG-COUNT
           MOVE WS-CU-RM (WS-CU-IDX) TO WS-MG-NAME (WS-MG-COUNT)
       END-IF.

      *> Ordena por nome; o branco (sem gestor) vai para o fim.
SORT-MANAGERS.
       IF WS-MG-COUNT < 2
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-MG-COUNT
           COMPUTE WS-SORT-LIMIT = WS-MG-COUNT - WS-SORT-I
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-SORT-LIMIT
               IF (WS-MG-NAME (WS-SORT-J) = SPACES
                   AND WS-MG-NAME (WS-SORT-J + 1) NOT = SPACES)
                  OR (WS-MG-NAME (WS-SORT-J + 1) NOT = SPACES
                   AND WS-MG-NAME (WS-SORT-J) >
                       WS-MG-NAME (WS-SORT-J + 1))
                   MOVE WS-MG-NAME (WS-SORT-J) TO WS-MG-SWAP
                   MOVE WS-MG-NAME (WS-SORT-J + 1)
                       TO WS-MG-NAME (WS-SORT-J)
                   MOVE WS-MG-SWAP TO WS-MG-NAME (WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

*>---------------------------------------------------------------
      *> Bloco de um gestor: cabecalho, clientes e totais.
WRITE-MANAGER-BOOK.
       INITIALIZE WS-RM-TOTALS
       ADD 1 TO WS-GT-MANAGERS
       PERFORM GET-MANAGER-NOTE
       MOVE SPACES TO BOOK-LINE
       WRITE BOOK-LINE
       MOVE SPACES TO BOOK-LINE
       IF WS-MG-NAME (WS-MG-IDX) = SPACES
           MOVE "GESTOR: (SEM GESTOR ATRIBUIDO)" TO BOOK-LINE
       ELSE
           STRING "GESTOR: " DELIMITED BY SIZE
                  WS-MG-NAME (WS-MG-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MG-NOTE DELIMITED BY SIZE
                  INTO BOOK-LINE
           END-STRING
       END-IF
       WRITE BOOK-LINE
       MOVE "ID   NOME                 R    DEP. ORDEM    DEP. PRAZO"
           TO BOOK-LINE
       MOVE "   EMPRESTIMOS        ATRASO  DIAS  REVISAO"
           TO BOOK-LINE(56:)
       WRITE BOOK-LINE
       MOVE ALL "-" TO BOOK-LINE
       WRITE BOOK-LINE

       PERFORM VARYING WS-CU-IDX FROM 1 BY 1 UNTIL WS-CU-IDX > 999
           IF WS-CU-LIVE (WS-CU-IDX) = "Y"
              AND WS-CU-RM (WS-CU-IDX) = WS-MG-NAME (WS-MG-IDX)
               PERFORM WRITE-CUSTOMER-LINE
           END-IF
       END-PERFORM

       MOVE ALL "-" TO BOOK-LINE
       WRITE BOOK-LINE
       MOVE SPACES TO WS-BK-DETAIL
       MOVE 0 TO WS-BK-ID
       MOVE "TOTAL DO GESTOR" TO WS-BK-NAME
       MOVE WS-RT-DEPOSITS TO WS-BK-DEPOSITS
       MOVE WS-RT-TERM TO WS-BK-TERM
       MOVE WS-RT-LOANS TO WS-BK-LOANS
       MOVE WS-RT-ARREARS TO WS-BK-ARREARS
       MOVE 0 TO WS-BK-DAYS
       MOVE WS-BK-DETAIL TO BOOK-LINE
       MOVE SPACES TO BOOK-LINE(1:3)
       MOVE SPACES TO BOOK-LINE(85:5)
       WRITE BOOK-LINE
       MOVE SPACES TO BOOK-LINE
       MOVE WS-RT-CLIENTS TO WS-CNT-ED
       STRING "     CLIENTES: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE
       END-STRING
       MOVE WS-RT-KYC TO WS-CNT-ED
       STRING "  REVISOES KYC: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE(21:)
       END-STRING
       MOVE WS-RT-GAPS TO WS-CNT-ED
       STRING "  LACUNAS DE PRODUTO: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE(42:)
       END-STRING
       WRITE BOOK-LINE

       ADD WS-RT-CLIENTS TO WS-GT-CLIENTS
       ADD WS-RT-DEPOSITS TO WS-GT-DEPOSITS
       ADD WS-RT-TERM TO WS-GT-TERM
       ADD WS-RT-LOANS TO WS-GT-LOANS
       ADD WS-RT-ARREARS TO WS-GT-ARREARS
       ADD WS-RT-KYC TO WS-GT-KYC
       ADD WS-RT-GAPS TO WS-GT-GAPS.

      *> Gestor desativado ou fora de users.dat: carteira a passar.
GET-MANAGER-NOTE.
       MOVE SPACES TO WS-MG-NOTE
       IF WS-MG-NAME (WS-MG-IDX) = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "(UTILIZADOR INEXISTENTE - REATRIBUIR CARTEIRA)"
           TO WS-MG-NOTE
       PERFORM VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-UT-COUNT
           IF WS-UT-NAME (WS-UT-IDX) = WS-MG-NAME (WS-MG-IDX)
               IF WS-UT-ACTIVE (WS-UT-IDX) = "Y"
                   MOVE SPACES TO WS-MG-NOTE
               ELSE
                   MOVE "(UTILIZADOR DESATIVADO - REATRIBUIR CARTEIRA)"
                       TO WS-MG-NOTE
               END-IF
           END-IF
       END-PERFORM.

      *> Linha do cliente, seguida dos avisos de revisao e lacunas.
WRITE-CUSTOMER-LINE.
       ADD 1 TO WS-RT-CLIENTS
       ADD WS-CU-DEPOSITS (WS-CU-IDX) TO WS-RT-DEPOSITS
       ADD WS-CU-TERM (WS-CU-IDX) TO WS-RT-TERM
       ADD WS-CU-LOANS (WS-CU-IDX) TO WS-RT-LOANS
       ADD WS-CU-ARREARS (WS-CU-IDX) TO WS-RT-ARREARS

       MOVE SPACES TO WS-BK-DETAIL
       MOVE WS-CU-IDX TO WS-BK-ID
       MOVE WS-CU-NAME (WS-CU-IDX) TO WS-BK-NAME
       MOVE WS-CU-RISK (WS-CU-IDX) TO WS-BK-RISK
       MOVE WS-CU-DEPOSITS (WS-CU-IDX) TO WS-BK-DEPOSITS
       MOVE WS-CU-TERM (WS-CU-IDX) TO WS-BK-TERM
       MOVE WS-CU-LOANS (WS-CU-IDX) TO WS-BK-LOANS
       MOVE WS-CU-ARREARS (WS-CU-IDX) TO WS-BK-ARREARS
       MOVE 0 TO WS-DAYS-LATE
       IF WS-CU-OLDEST (WS-CU-IDX) > 0
           COMPUTE WS-DAYS-LATE = WS-ASOF-INT
               - FUNCTION INTEGER-OF-DATE(WS-CU-OLDEST (WS-CU-IDX))
       END-IF
       MOVE WS-DAYS-LATE TO WS-BK-DAYS
       IF WS-CU-REVIEW (WS-CU-IDX) > 0
           MOVE WS-CU-REVIEW (WS-CU-IDX) TO WS-BK-REVIEW
       END-IF
       MOVE WS-BK-DETAIL TO BOOK-LINE
       WRITE BOOK-LINE

      *> Falecidos: so os saldos (o espolio segue no ESTATE-MAINT).
       IF WS-CU-DECEASED (WS-CU-IDX) = "Y"
           MOVE SPACES TO BOOK-LINE
           MOVE "       > CLIENTE FALECIDO - ESPOLIO EM CURSO"
               TO BOOK-LINE
           WRITE BOOK-LINE
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-KYC-TEXT
       EVALUATE TRUE
           WHEN WS-CU-REVIEW (WS-CU-IDX) = 0
               MOVE "SEM DADOS KYC" TO WS-KYC-TEXT
           WHEN WS-CU-REVIEW (WS-CU-IDX) < WS-ASOF
               MOVE "REVISAO KYC VENCIDA" TO WS-KYC-TEXT
           WHEN WS-CU-REVIEW (WS-CU-IDX) <= WS-KYC-LIMIT
               MOVE "REVISAO KYC A VENCER" TO WS-KYC-TEXT
       END-EVALUATE
       IF WS-KYC-TEXT NOT = SPACES
           ADD 1 TO WS-RT-KYC
           MOVE SPACES TO BOOK-LINE
           STRING "       > " DELIMITED BY SIZE
                  WS-KYC-TEXT DELIMITED BY SIZE
                  INTO BOOK-LINE
           END-STRING
           WRITE BOOK-LINE
       END-IF

       MOVE 0 TO WS-GAP-COUNT
       IF WS-CU-SAVINGS (WS-CU-IDX) NOT = "Y"
          AND WS-CU-TERM (WS-CU-IDX) = 0
           IF WS-CU-SALARY (WS-CU-IDX) = "Y"
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO BOOK-LINE
               MOVE "       > LACUNA: SALARIO SEM POUPANCA"
                   TO BOOK-LINE
               WRITE BOOK-LINE
           END-IF
           IF WS-CU-DEPOSITS (WS-CU-IDX) > WS-IDLE-BALANCE
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO BOOK-LINE
               MOVE "       > LACUNA: LIQUIDEZ SEM APLICACAO"
                   TO BOOK-LINE
               WRITE BOOK-LINE
           END-IF
       END-IF
       ADD WS-GAP-COUNT TO WS-RT-GAPS.

WRITE-GRAND-TOTAL.
       MOVE SPACES TO BOOK-LINE
       WRITE BOOK-LINE
       MOVE ALL "=" TO BOOK-LINE
       WRITE BOOK-LINE
       MOVE SPACES TO WS-BK-DETAIL
       MOVE 0 TO WS-BK-ID
       MOVE "TOTAL GERAL" TO WS-BK-NAME
       MOVE WS-GT-DEPOSITS TO WS-BK-DEPOSITS
       MOVE WS-GT-TERM TO WS-BK-TERM
       MOVE WS-GT-LOANS TO WS-BK-LOANS
       MOVE WS-GT-ARREARS TO WS-BK-ARREARS
       MOVE 0 TO WS-BK-DAYS
       MOVE WS-BK-DETAIL TO BOOK-LINE
       MOVE SPACES TO BOOK-LINE(1:3)
       MOVE SPACES TO BOOK-LINE(85:5)
       WRITE BOOK-LINE
       MOVE SPACES TO BOOK-LINE
       MOVE WS-GT-MANAGERS TO WS-CNT-ED
       STRING "     GESTORES: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE
       END-STRING
       MOVE WS-GT-CLIENTS TO WS-CNT-ED
       STRING "  CLIENTES: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE(21:)
       END-STRING
       MOVE WS-GT-KYC TO WS-CNT-ED
       STRING "  REVISOES KYC: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE(38:)
       END-STRING
       MOVE WS-GT-GAPS TO WS-CNT-ED
       STRING "  LACUNAS DE PRODUTO: " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BOOK-LINE(59:)
       END-STRING
       WRITE BOOK-LINE.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat/customers.dat/loans.dat de
      *> versao diferente da do layout com que foi compilado.
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
       MOVE "PORTFOLIO-BOOK" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
