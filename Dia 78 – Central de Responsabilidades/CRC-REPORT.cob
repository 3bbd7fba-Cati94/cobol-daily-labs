       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRC-REPORT.

      *> Reporte mensal a Central de Responsabilidades de Credito:
      *> ate aqui o ficheiro do banco central montava-se a mao a
      *> partir das listagens do LOAN-SYSTEM.
      *>
      *> Para cada emprestimo ativo de loans.dat sai um registo do
      *> mutuario (titular da conta do emprestimo) e um por fiador
      *> ativo de loan_guarantors.dat, no formato fixo do
      *> CRC-RECORD.cpy (crc_report.dat): documento do cliente
      *> (customers.dat), capital em divida e montante vencido do
      *> plano (loan_schedule.dat, a mesma regra do LOAN-COLLECTIONS),
      *> produto e papel na operacao. O ficheiro abre com um
      *> cabecalho e fecha com um trailer de totais de controlo.
      *>
      *> O relatorio de controlo (crc_control.txt) reconcilia o
      *> capital em divida reportado com o saldo da conta de
      *> emprestimos no GL (razao do GL-LEDGER mais as linhas de
      *> gl_postings.dat ainda por acumular, ate a data de reporte)
      *> e lista as partes sem documento de identificacao -- o
      *> banco central rejeita esses registos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSCHED-STATUS.

           SELECT GUARANTORS-FILE ASSIGN TO "loan_guarantors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUAR-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "loan_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      *> Razao do GL-LEDGER (Dia 55) e extrato ainda por acumular.
           SELECT LEDGER-FILE ASSIGN TO "gl_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GL-FILE ASSIGN TO "gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CRC-FILE ASSIGN TO "crc_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO "crc_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

       FD SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD GUARANTORS-FILE.
       COPY "GUARANTOR-RECORD.cpy".

       FD APPLICATIONS-FILE.
       COPY "LOAN-APPLICATION-RECORD.cpy".

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

       FD LEDGER-FILE.
       01 LG-REC.
           05 LG-PERIOD  PIC 9(6).
           05 LG-ACCOUNT PIC X(10).
           05 LG-DEBITS  PIC 9(13)V99.
           05 LG-CREDITS PIC 9(13)V99.

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       FD CRC-FILE.
       COPY "CRC-RECORD.cpy".

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-LOANS-STATUS  PIC XX.
       01 WS-LSCHED-STATUS PIC XX.
       01 WS-GUAR-STATUS   PIC XX.
       01 WS-APP-STATUS    PIC XX.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-GL-STATUS     PIC XX.
       01 EOF-FLAG         PIC X VALUE "N".
       01 WS-TODAY         PIC 9(8).
       01 WS-ASOF          PIC 9(8).
       01 WS-ASOF-INT      PIC 9(9).
       01 WS-PERIOD        PIC 9(6).

      *> Conta do GL onde vive a carteira de emprestimos (a mesma
      *> que o abatimento do LOAN-SYSTEM credita).
       01 WS-GL-LOAN-ACCOUNT PIC X(10) VALUE "EMPRESTIMO".

      *> Emprestimos ativos da corrida.
       01 WS-LN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LN-IDX        PIC 9(3).
       01 WS-LN-FOUND      PIC X.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
               10 WS-LN-LOAN      PIC 9(4).
               10 WS-LN-ACC       PIC 9(8).
               10 WS-LN-APP       PIC 9(5).
               10 WS-LN-BRANCH    PIC 9(4).
               10 WS-LN-CUST      PIC 9(4).
               10 WS-LN-HOLDER    PIC X(30).
               10 WS-LN-PRODUCT   PIC X(10).
               10 WS-LN-RATE-TYPE PIC X.
               10 WS-LN-START     PIC 9(8).
               10 WS-LN-MATURITY  PIC 9(8).
               10 WS-LN-OUT       PIC 9(9)V99.
               10 WS-LN-OVERDUE   PIC 9(9)V99.
               10 WS-LN-OLDEST    PIC 9(8).
       01 WS-DAYS-LATE     PIC S9(5).

      *> Mestre de clientes em memoria.
       01 WS-CU-COUNT      PIC 9(4) VALUE 0.
       01 WS-CU-IDX        PIC 9(4).
       01 WS-CU-FOUND      PIC X.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 999 TIMES.
               10 WS-CU-ID        PIC 9(3).
               10 WS-CU-NAME      PIC X(20).
               10 WS-CU-DOC-TYPE  PIC X(2).
               10 WS-CU-DOC       PIC X(12).
       01 WS-KEY-CUST      PIC 9(4).

      *> Parte corrente do registo de detalhe.
       01 WS-PARTY-ROLE    PIC X.
       01 WS-PARTY-CUST    PIC 9(4).
       01 WS-PARTY-NAME    PIC X(30).
       01 WS-PARTY-ACC     PIC 9(8).

      *> Totais de controlo.
       01 WS-CNT-BORROWERS  PIC 9(6) VALUE 0.
       01 WS-CNT-GUARANTORS PIC 9(6) VALUE 0.
       01 WS-TOT-OUT        PIC 9(11)V99 VALUE 0.
       01 WS-TOT-OVERDUE    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-GUARANTEED PIC 9(11)V99 VALUE 0.
       01 WS-GL-LEDGER-BAL  PIC S9(13)V99 VALUE 0.
       01 WS-GL-PENDING-BAL PIC S9(13)V99 VALUE 0.
       01 WS-GL-BALANCE     PIC S9(13)V99 VALUE 0.
       01 WS-GL-DIFF        PIC S9(13)V99 VALUE 0.
       01 WS-NO-DOC-COUNT   PIC 9(5) VALUE 0.

      *> Partes sem documento, listadas no fim do controlo.
       01 WS-ND-TABLE.
           05 WS-ND-ENTRY OCCURS 200 TIMES.
               10 WS-ND-LOAN      PIC 9(4).
               10 WS-ND-ROLE      PIC X.
               10 WS-ND-CUST      PIC 9(4).
               10 WS-ND-NAME      PIC X(30).
       01 WS-ND-IDX        PIC 9(3).

       01 WS-AMT-ED        PIC Z(10)9.99.
       01 WS-SIGNED-ED     PIC -(12)9.99.
       01 WS-CNT-ED        PIC Z(5)9.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== CENTRAL DE RESPONSABILIDADES DE CREDITO ====="
       MOVE "CRC-REPORT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Data de reporte (AAAAMMDD, fim do mes):"
       ACCEPT WS-ASOF
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF) NOT = 0
           DISPLAY "Data invalida."
           GOBACK
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF)
       MOVE WS-ASOF(1:6) TO WS-PERIOD

       PERFORM LOAD-ACTIVE-LOANS
       PERFORM SUM-SCHEDULE
       PERFORM GET-LOAN-ACCOUNTS
       PERFORM GET-LOAN-PRODUCTS
       PERFORM LOAD-CUSTOMERS

       OPEN OUTPUT CRC-FILE
       PERFORM WRITE-CRC-HEADER
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           PERFORM WRITE-BORROWER-RECORD
       END-PERFORM
       PERFORM WRITE-GUARANTOR-RECORDS
       PERFORM WRITE-CRC-TRAILER
       CLOSE CRC-FILE

       PERFORM GET-GL-LOAN-BALANCE
       COMPUTE WS-GL-DIFF = WS-TOT-OUT - WS-GL-BALANCE
       PERFORM WRITE-CONTROL-REPORT

       MOVE WS-TOT-OUT TO WS-AMT-ED
       DISPLAY "Mutuarios: " WS-CNT-BORROWERS
               "  Fiadores: " WS-CNT-GUARANTORS
               "  Capital em divida: " WS-AMT-ED
       MOVE WS-GL-DIFF TO WS-SIGNED-ED
       DISPLAY "Diferenca contra o GL (" WS-GL-LOAN-ACCOUNT "): "
               WS-SIGNED-ED
       IF WS-NO-DOC-COUNT > 0
           DISPLAY "ATENCAO: " WS-NO-DOC-COUNT
                   " parte(s) sem documento - ver crc_control.txt"
       END-IF
       DISPLAY "Ficheiro em crc_report.dat, controlo em "
               "crc_control.txt"
       GOBACK.

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
                       ADD 1 TO WS-LN-COUNT
                       PERFORM ADD-LOAN-ENTRY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

ADD-LOAN-ENTRY.
       MOVE LOAN-ID TO WS-LN-LOAN (WS-LN-COUNT)
       MOVE LOAN-ACC-ID TO WS-LN-ACC (WS-LN-COUNT)
       MOVE LOAN-START-DATE TO WS-LN-START (WS-LN-COUNT)
      *> Emprestimos anteriores ao circuito de pedidos: sem pedido.
       IF LOAN-APP-ID IS NUMERIC
           MOVE LOAN-APP-ID TO WS-LN-APP (WS-LN-COUNT)
       ELSE
           MOVE 0 TO WS-LN-APP (WS-LN-COUNT)
       END-IF
       IF LOAN-INDEX-CODE = SPACES
           MOVE "F" TO WS-LN-RATE-TYPE (WS-LN-COUNT)
       ELSE
           MOVE "V" TO WS-LN-RATE-TYPE (WS-LN-COUNT)
       END-IF
       MOVE "EMPRESTIMO" TO WS-LN-PRODUCT (WS-LN-COUNT)
       MOVE 0 TO WS-LN-BRANCH (WS-LN-COUNT)
       MOVE 0 TO WS-LN-CUST (WS-LN-COUNT)
       MOVE SPACES TO WS-LN-HOLDER (WS-LN-COUNT)
       MOVE 0 TO WS-LN-MATURITY (WS-LN-COUNT)
       MOVE 0 TO WS-LN-OUT (WS-LN-COUNT)
       MOVE 0 TO WS-LN-OVERDUE (WS-LN-COUNT)
       MOVE 0 TO WS-LN-OLDEST (WS-LN-COUNT).

      *> Capital pendente, vencido por pagar a data de reporte,
      *> vencimento pendente mais antigo e ultimo vencimento do
      *> plano (maturidade), por emprestimo.
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
                   PERFORM FIND-LOAN-ENTRY
                   IF WS-LN-FOUND = "Y"
                       PERFORM ADD-SCHEDULE-ROW
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCHEDULE-FILE.

ADD-SCHEDULE-ROW.
       IF LS-DUE-DATE > WS-LN-MATURITY (WS-LN-IDX)
           MOVE LS-DUE-DATE TO WS-LN-MATURITY (WS-LN-IDX)
       END-IF
       IF NOT LS-PENDING
           EXIT PARAGRAPH
       END-IF
       ADD LS-PRINCIPAL TO WS-LN-OUT (WS-LN-IDX)
       IF LS-DUE-DATE < WS-ASOF
           ADD LS-AMOUNT TO WS-LN-OVERDUE (WS-LN-IDX)
           IF WS-LN-OLDEST (WS-LN-IDX) = 0
              OR LS-DUE-DATE < WS-LN-OLDEST (WS-LN-IDX)
               MOVE LS-DUE-DATE TO WS-LN-OLDEST (WS-LN-IDX)
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

      *> Agencia, cliente e titular vem da conta do emprestimo.
GET-LOAN-ACCOUNTS.
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           MOVE WS-LN-ACC (WS-LN-IDX) TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACC-BRANCH TO WS-LN-BRANCH (WS-LN-IDX)
                   MOVE ACC-CUST-ID TO WS-LN-CUST (WS-LN-IDX)
                   MOVE ACC-NAME TO WS-LN-HOLDER (WS-LN-IDX)
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

      *> Produto: a finalidade do pedido de credito que originou o
      *> emprestimo (LOAN-APPLICATIONS, Dia 77).
GET-LOAN-PRODUCTS.
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ APPLICATIONS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF APP-GRANTED AND APP-PURPOSE NOT = SPACES
                       MOVE APP-LOAN-ID TO LS-LOAN-ID
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LN-FOUND = "Y"
                          AND WS-LN-APP (WS-LN-IDX) = APP-ID
                           MOVE APP-PURPOSE TO
                               WS-LN-PRODUCT (WS-LN-IDX)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE.

LOAD-CUSTOMERS.
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
                   IF WS-CU-COUNT < 999
                      AND NOT CUST-LAYOUT-HEADER
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID TO WS-CU-ID (WS-CU-COUNT)
                       MOVE CUST-NAME TO WS-CU-NAME (WS-CU-COUNT)
                       MOVE CUST-DOC-TYPE TO
                           WS-CU-DOC-TYPE (WS-CU-COUNT)
                       MOVE CUST-DOC-NUMBER TO WS-CU-DOC (WS-CU-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

      *> Procura WS-KEY-CUST no mestre de clientes.
FIND-CUSTOMER.
       MOVE "N" TO WS-CU-FOUND
       IF WS-KEY-CUST = 0
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-FOUND = "Y"
           IF WS-CU-ID (WS-CU-IDX) = WS-KEY-CUST
               MOVE "Y" TO WS-CU-FOUND
           END-IF
       END-PERFORM
       IF WS-CU-FOUND = "Y"
           SUBTRACT 1 FROM WS-CU-IDX
       END-IF.

WRITE-CRC-HEADER.
       MOVE SPACES TO CRC-HEADER
       MOVE "H" TO CRC-H-REC-TYPE
       MOVE WS-PERIOD TO CRC-H-PERIOD
       MOVE WS-ASOF TO CRC-H-ASOF
       MOVE WS-TODAY TO CRC-H-CREATED
       MOVE "CRC-V1" TO CRC-H-LAYOUT
       WRITE CRC-HEADER.

WRITE-BORROWER-RECORD.
       MOVE "M" TO WS-PARTY-ROLE
       MOVE WS-LN-CUST (WS-LN-IDX) TO WS-PARTY-CUST
       MOVE WS-LN-HOLDER (WS-LN-IDX) TO WS-PARTY-NAME
       PERFORM WRITE-CRC-DETAIL
       ADD 1 TO WS-CNT-BORROWERS
       ADD WS-LN-OUT (WS-LN-IDX) TO WS-TOT-OUT
       ADD WS-LN-OVERDUE (WS-LN-IDX) TO WS-TOT-OVERDUE.

      *> Fiadores ativos dos emprestimos reportados; o cliente vem
      *> do proprio registo ou, na falta dele, da conta indicada.
WRITE-GUARANTOR-RECORDS.
       OPEN INPUT GUARANTORS-FILE
       IF WS-GUAR-STATUS = "35"
           CLOSE GUARANTORS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ GUARANTORS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF GUAR-ACTIVE
                       MOVE GUAR-LOAN-ID TO LS-LOAN-ID
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LN-FOUND = "Y"
                           PERFORM WRITE-ONE-GUARANTOR
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARANTORS-FILE.

WRITE-ONE-GUARANTOR.
       MOVE "F" TO WS-PARTY-ROLE
       MOVE GUAR-CUST-ID TO WS-PARTY-CUST
       MOVE GUAR-NAME TO WS-PARTY-NAME
       IF WS-PARTY-CUST = 0 AND GUAR-ACC-ID NOT = 0
           MOVE GUAR-ACC-ID TO WS-PARTY-ACC
           PERFORM GET-GUARANTOR-ACCOUNT
       END-IF
       PERFORM WRITE-CRC-DETAIL
       ADD 1 TO WS-CNT-GUARANTORS
       ADD WS-LN-OUT (WS-LN-IDX) TO WS-TOT-GUARANTEED.

GET-GUARANTOR-ACCOUNT.
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE WS-PARTY-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE ACC-CUST-ID TO WS-PARTY-CUST
               IF WS-PARTY-NAME = SPACES
                   MOVE ACC-NAME TO WS-PARTY-NAME
               END-IF
       END-READ
       CLOSE ACCOUNTS-FILE.

      *> Registo de detalhe da parte corrente sobre o emprestimo
      *> WS-LN-IDX; sem documento, a parte vai para as excecoes.
WRITE-CRC-DETAIL.
       MOVE SPACES TO CRC-DETAIL
       MOVE "D" TO CRC-REC-TYPE
       MOVE WS-PERIOD TO CRC-PERIOD
       MOVE WS-LN-LOAN (WS-LN-IDX) TO CRC-LOAN-ID
       MOVE WS-PARTY-ROLE TO CRC-ROLE
       MOVE WS-PARTY-CUST TO CRC-CUST-ID
       MOVE WS-PARTY-NAME TO CRC-NAME
       MOVE WS-PARTY-CUST TO WS-KEY-CUST
       PERFORM FIND-CUSTOMER
       IF WS-CU-FOUND = "Y"
           MOVE WS-CU-DOC-TYPE (WS-CU-IDX) TO CRC-DOC-TYPE
           MOVE WS-CU-DOC (WS-CU-IDX) TO CRC-DOC-NUMBER
           IF CRC-NAME = SPACES
               MOVE WS-CU-NAME (WS-CU-IDX) TO CRC-NAME
           END-IF
       END-IF
       MOVE WS-LN-BRANCH (WS-LN-IDX) TO CRC-BRANCH
       MOVE WS-LN-PRODUCT (WS-LN-IDX) TO CRC-PRODUCT
       MOVE WS-LN-RATE-TYPE (WS-LN-IDX) TO CRC-RATE-TYPE
       MOVE WS-LN-START (WS-LN-IDX) TO CRC-START-DATE
       MOVE WS-LN-MATURITY (WS-LN-IDX) TO CRC-MATURITY
       MOVE WS-LN-OUT (WS-LN-IDX) TO CRC-OUTSTANDING
       MOVE WS-LN-OVERDUE (WS-LN-IDX) TO CRC-OVERDUE
       MOVE 0 TO WS-DAYS-LATE
       IF WS-LN-OLDEST (WS-LN-IDX) NOT = 0
           COMPUTE WS-DAYS-LATE = WS-ASOF-INT
               - FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST (WS-LN-IDX))
       END-IF
       IF WS-DAYS-LATE > 9999
           MOVE 9999 TO WS-DAYS-LATE
       END-IF
       MOVE WS-DAYS-LATE TO CRC-DAYS-LATE
       WRITE CRC-DETAIL

       IF CRC-DOC-NUMBER = SPACES
           ADD 1 TO WS-NO-DOC-COUNT
           IF WS-NO-DOC-COUNT <= 200
               MOVE CRC-LOAN-ID TO WS-ND-LOAN (WS-NO-DOC-COUNT)
               MOVE CRC-ROLE TO WS-ND-ROLE (WS-NO-DOC-COUNT)
               MOVE CRC-CUST-ID TO WS-ND-CUST (WS-NO-DOC-COUNT)
               MOVE CRC-NAME TO WS-ND-NAME (WS-NO-DOC-COUNT)
           END-IF
       END-IF.

WRITE-CRC-TRAILER.
       MOVE SPACES TO CRC-TRAILER
       MOVE "T" TO CRC-T-REC-TYPE
       MOVE WS-PERIOD TO CRC-T-PERIOD
       MOVE WS-CNT-BORROWERS TO CRC-T-BORROWERS
       MOVE WS-CNT-GUARANTORS TO CRC-T-GUARANTORS
       MOVE WS-TOT-OUT TO CRC-T-OUTSTANDING
       MOVE WS-TOT-OVERDUE TO CRC-T-OVERDUE
       MOVE WS-TOT-GUARANTEED TO CRC-T-GUARANTEED
       WRITE CRC-TRAILER.

      *> Saldo devedor da conta de emprestimos no GL ate a data de
      *> reporte: periodos do razao ate ao mes de reporte mais as
      *> linhas do extrato que o GL-LEDGER ainda nao acumulou.
GET-GL-LOAN-BALANCE.
       OPEN INPUT LEDGER-FILE
       IF WS-LEDGER-STATUS NOT = "35"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ LEDGER-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF LG-ACCOUNT = WS-GL-LOAN-ACCOUNT
                          AND LG-PERIOD <= WS-PERIOD
                           COMPUTE WS-GL-LEDGER-BAL =
                               WS-GL-LEDGER-BAL + LG-DEBITS
                               - LG-CREDITS
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE LEDGER-FILE

       OPEN INPUT GL-FILE
       IF WS-GL-STATUS NOT = "35"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ GL-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF GL-ACCOUNT = WS-GL-LOAN-ACCOUNT
                          AND GL-DATE <= WS-ASOF
                           IF GL-DC = "D"
                               ADD GL-AMOUNT TO WS-GL-PENDING-BAL
                           ELSE
                               SUBTRACT GL-AMOUNT
                                   FROM WS-GL-PENDING-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE GL-FILE

       COMPUTE WS-GL-BALANCE = WS-GL-LEDGER-BAL + WS-GL-PENDING-BAL.

*>-----------------------------------------------------------------
*> Relatorio de controlo: contagens e totais do ficheiro (devem
*> bater com o trailer), reconciliacao com o GL e partes sem
*> documento de identificacao.
*>-----------------------------------------------------------------
WRITE-CONTROL-REPORT.
       OPEN OUTPUT CONTROL-FILE
       MOVE SPACES TO CONTROL-LINE
       STRING "CENTRAL DE RESPONSABILIDADES - CONTROLO DO PERIODO "
              DELIMITED BY SIZE
              WS-PERIOD DELIMITED BY SIZE
              " (DATA " DELIMITED BY SIZE
              WS-ASOF DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE SPACES TO CONTROL-LINE
       WRITE CONTROL-LINE

       MOVE WS-CNT-BORROWERS TO WS-CNT-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "REGISTOS DE MUTUARIO          " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-CNT-GUARANTORS TO WS-CNT-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "REGISTOS DE FIADOR            " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-TOT-OUT TO WS-AMT-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "CAPITAL EM DIVIDA (MUTUARIOS) " DELIMITED BY SIZE
              WS-AMT-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-TOT-OVERDUE TO WS-AMT-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "MONTANTE VENCIDO              " DELIMITED BY SIZE
              WS-AMT-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-TOT-GUARANTEED TO WS-AMT-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "RESPONSABILIDADE AFIANCADA    " DELIMITED BY SIZE
              WS-AMT-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE

       MOVE SPACES TO CONTROL-LINE
       WRITE CONTROL-LINE
       MOVE SPACES TO CONTROL-LINE
       STRING "RECONCILIACAO COM O GL - CONTA " DELIMITED BY SIZE
              WS-GL-LOAN-ACCOUNT DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-GL-LEDGER-BAL TO WS-SIGNED-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "  SALDO NO RAZAO           " DELIMITED BY SIZE
              WS-SIGNED-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-GL-PENDING-BAL TO WS-SIGNED-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "  EXTRATO POR ACUMULAR     " DELIMITED BY SIZE
              WS-SIGNED-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-GL-BALANCE TO WS-SIGNED-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "  SALDO GL                 " DELIMITED BY SIZE
              WS-SIGNED-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-TOT-OUT TO WS-SIGNED-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "  CAPITAL REPORTADO        " DELIMITED BY SIZE
              WS-SIGNED-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE WS-GL-DIFF TO WS-SIGNED-ED
       MOVE SPACES TO CONTROL-LINE
       STRING "  DIFERENCA                " DELIMITED BY SIZE
              WS-SIGNED-ED DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       MOVE SPACES TO CONTROL-LINE
       IF WS-GL-DIFF = 0
           MOVE "  RECONCILIADO" TO CONTROL-LINE
       ELSE
           MOVE "  POR RECONCILIAR - NAO ENVIAR SEM JUSTIFICACAO"
               TO CONTROL-LINE
       END-IF
       WRITE CONTROL-LINE

       MOVE SPACES TO CONTROL-LINE
       WRITE CONTROL-LINE
       MOVE SPACES TO CONTROL-LINE
       STRING "PARTES SEM DOCUMENTO DE IDENTIFICACAO: "
              DELIMITED BY SIZE
              WS-NO-DOC-COUNT DELIMITED BY SIZE
              INTO CONTROL-LINE
       END-STRING
       WRITE CONTROL-LINE
       PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > WS-NO-DOC-COUNT OR WS-ND-IDX > 200
           MOVE SPACES TO CONTROL-LINE
           STRING "  EMPRESTIMO " DELIMITED BY SIZE
                  WS-ND-LOAN (WS-ND-IDX) DELIMITED BY SIZE
                  " PAPEL " DELIMITED BY SIZE
                  WS-ND-ROLE (WS-ND-IDX) DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  WS-ND-CUST (WS-ND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ND-NAME (WS-ND-IDX) DELIMITED BY SIZE
                  INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
       END-PERFORM
       CLOSE CONTROL-FILE
       MOVE "crc_control.txt" TO RPQ-FILE
       MOVE "CRCCTL" TO RPQ-TYPE
       MOVE WS-ASOF TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/customers.dat/loans.dat de versao diferente da
      *> do layout com que foi compilado.
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
       MOVE "CRC-REPORT" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
