               FILE STATUS IS WS-ACC-STATUS.

           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT MERGE-JOURNAL ASSIGN TO "customer_merge_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.

      *> Lote de qualidade de dados: relatorio por tipo de defeito e
      *> historico de uma linha por execucao para a tendencia.
           SELECT DQ-REPORT-FILE ASSIGN TO "data_quality_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DQ-HISTORY-FILE ASSIGN TO "data_quality_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQH-STATUS.

      *> Gestores de cliente: validados contra os utilizadores.
           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUSTOMER-ID     PIC 9(3).
      *> Id zero e a linha de cabecalho de layout (LAYOUT-CHECK,
      *> Dia 90), sempre a primeira: as reescritas copiam-na tal e
      *> qual e as leituras passam-lhe ao lado.
               88 CUSTOMER-LAYOUT-HEADER VALUE 0.
           05 CUSTOMER-NAME   PIC A(20).
           05 CUSTOMER-EMAIL  PIC A(30).
      *> Dados KYC: as contas que o BANK-SYSTEM abre contra
      *> registo vivo). Um registo fundido fica bloqueado para uso
      *> novo mas rastreavel -- a mesma ideia do MERGE-ACCOUNTS.
           05 CUSTOMER-MERGED-INTO  PIC 9(3).
      *> Residencia fiscal para o reporte CRS/FATCA (CRS-REPORT):
      *> ate tres paises de residencia (codigo ISO de 2 letras) com o
      *> numero fiscal emitido por cada um, e o estado da
      *> autocertificacao assinada pelo cliente (Y = recebida, com a
      *> data; N/branco = em falta). Linhas antigas leem-se em branco
      *> e saem na lista de excecoes do lote anual.
           05 CUSTOMER-SELF-CERT      PIC X.
           05 CUSTOMER-SELF-CERT-DATE PIC 9(8).
           05 CUSTOMER-TAX-DATA.
               10 CUSTOMER-TAX-RES OCCURS 3 TIMES.
                   15 CUSTOMER-TAX-COUNTRY PIC X(2).
                   15 CUSTOMER-TAX-TIN     PIC X(20).
      *> Obito do cliente (ESTATE-MAINT, Dia 83): Y = falecido, com a
      *> data do obito; o espolio congela as contas e suspende as
      *> ordens a partir dai. Linhas antigas leem-se em branco.
           05 CUSTOMER-DECEASED       PIC X.
           05 CUSTOMER-DEATH-DATE     PIC 9(8).
      *> Numero de identificacao fiscal portugues (NIF), com o digito
      *> de controlo validado na entrada (modulo 11). Linhas antigas
      *> leem-se em branco e saem como NIF EM FALTA no lote de
      *> qualidade de dados ate a opcao 14 o preencher.
           05 CUSTOMER-NIF            PIC 9(9).
      *> Gestor de cliente: o utilizador de users.dat que acompanha o
      *> cliente (opcao 16; a 17 passa a carteira toda de um gestor
      *> para outro quando ele sai). Branco = sem gestor; a carteira
      *> mensal (PORTFOLIO-BOOK, Dia 95) agrupa por este campo.
           05 CUSTOMER-RM             PIC A(20).

       FD CUSTOMER-TEMP.
       01 CUSTOMER-TEMP-RECORD.
           05 CTMP-CREDIT-LIMIT PIC 9(7)V99.
           05 CTMP-CREDIT-HOLD  PIC X.
           05 CTMP-MERGED-INTO  PIC 9(3).
           05 CTMP-SELF-CERT      PIC X.
           05 CTMP-SELF-CERT-DATE PIC 9(8).
           05 CTMP-TAX-DATA       PIC X(66).
           05 CTMP-DECEASED       PIC X.
           05 CTMP-DEATH-DATE     PIC 9(8).
           05 CTMP-NIF            PIC 9(9).
           05 CTMP-RM             PIC A(20).

       FD CUSTOMER-CSV-FILE.
       01 CUSTOMER-CSV-LINE   PIC X(80).
       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

       FD MERGE-JOURNAL.
       01 MERGE-JOURNAL-LINE PIC X(90).

       FD DQ-REPORT-FILE.
       01 DQ-LINE             PIC X(100).

      *> Uma linha por execucao do lote: data, clientes avaliados,
      *> pontuacao media e contagem de cada tipo de defeito.
       FD DQ-HISTORY-FILE.
       01 DQH-REC.
           05 DQH-DATE        PIC 9(8).
           05 DQH-CUSTOMERS   PIC 9(5).
           05 DQH-AVG-SCORE   PIC 9(3)V9.
           05 DQH-TYPE-COUNT  PIC 9(5) OCCURS 8 TIMES.

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       WORKING-STORAGE SECTION.
      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM  PIC X.
       01 WS-KYC-REASON    PIC X(20).
       01 WS-NEW-LIMIT     PIC 9(7)V99.

      *> Captura da residencia fiscal (CRS/FATCA).
       01 WS-NEW-SELF-CERT PIC X.
       01 WS-NEW-CERT-DATE PIC 9(8).
       01 WS-NEW-TAX-DATA.
           05 WS-NEW-TAX-RES OCCURS 3 TIMES.
               10 WS-NEW-TAX-COUNTRY PIC X(2).
               10 WS-NEW-TAX-TIN     PIC X(20).
       01 WS-TAX-IDX       PIC 9.
       01 WS-TAX-DONE      PIC X.

      *> Fusao de clientes duplicados.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-INV-STATUS    PIC XX.
       01 WS-NEXT-ID       PIC 9(3) VALUE 0.
       01 WS-AT-HITS       PIC 9(2).

      *> NIF: captura e digito de controlo (modulo 11: pesos 9..2
      *> sobre os 8 primeiros digitos; resto 0 ou 1 da controlo 0,
      *> senao 11 - resto). O primeiro digito 0 nao existe e o 4 so
      *> como 45 (nao residentes).
       01 WS-NEW-NIF-IN    PIC X(9).
       01 WS-NEW-NIF       PIC 9(9).
       01 WS-NIF-WORK      PIC 9(9).
       01 WS-NIF-DIGITS REDEFINES WS-NIF-WORK.
           05 WS-NIF-DIGIT PIC 9 OCCURS 9 TIMES.
       01 WS-NIF-SUM       PIC 9(4).
       01 WS-NIF-IDX       PIC 9(2).
       01 WS-NIF-REM       PIC 9(2).
       01 WS-NIF-CHECK     PIC 9(2).
       01 WS-NIF-OK        PIC X.
       01 WS-NIF-REASON    PIC X(30).

      *> Lote de qualidade de dados. Cada cliente vivo parte de 100
      *> pontos e perde o peso de cada defeito encontrado (minimo 0).
      *> Tipos: 1 email em falta, 2 email malformado, 3 documento
      *> caducado, 4 sem documento, 5 morada em branco, 6 NIF em
      *> falta, 7 NIF invalido, 8 conta com nome diferente do
      *> cliente (uma por conta).
       01 WS-DQH-STATUS    PIC XX.
       01 WS-DQH-EOF       PIC X.
       01 WS-DQ-TYPE-TABLE.
           05 FILLER PIC X(32) VALUE "20EMAIL EM FALTA                ".
           05 FILLER PIC X(32) VALUE "15EMAIL MALFORMADO              ".
           05 FILLER PIC X(32) VALUE "20DOCUMENTO CADUCADO            ".
           05 FILLER PIC X(32) VALUE "25SEM DOCUMENTO DE IDENTIFICACAO".
           05 FILLER PIC X(32) VALUE "15MORADA EM BRANCO              ".
           05 FILLER PIC X(32) VALUE "20NIF EM FALTA                  ".
           05 FILLER PIC X(32) VALUE "25NIF INVALIDO                  ".
           05 FILLER PIC X(32) VALUE "10CONTA COM NOME DIFERENTE      ".
       01 WS-DQ-TYPES REDEFINES WS-DQ-TYPE-TABLE.
           05 WS-DQ-TYPE OCCURS 8 TIMES.
               10 WS-DQ-WEIGHT    PIC 9(2).
               10 WS-DQ-TYPE-DESC PIC X(30).
       01 WS-DQ-COUNTS.
           05 WS-DQ-COUNT     PIC 9(5) OCCURS 8 TIMES.
       01 WS-DQ-PREV-COUNTS.
           05 WS-DQ-PREV      PIC 9(5) OCCURS 8 TIMES.
       01 WS-DQ-PREV-FOUND  PIC X.
       01 WS-DQ-PREV-DATE   PIC 9(8).
       01 WS-DQ-PREV-AVG    PIC 9(3)V9.
      *> Defeitos encontrados, impressos depois agrupados por tipo.
       01 WS-DQ-DEF-COUNT   PIC 9(4) VALUE 0.
       01 WS-DQ-DEFECTS.
           05 WS-DQ-DEF OCCURS 3000 TIMES.
               10 WS-DQ-DEF-TYPE  PIC 9.
               10 WS-DQ-DEF-CUST  PIC 9(3).
               10 WS-DQ-DEF-ACC   PIC 9(8).
               10 WS-DQ-DEF-TEXT  PIC X(30).
      *> Pontuacao e nome por cliente, indexado pelo ID.
       01 WS-DQ-CUST-TABLE.
           05 WS-DQ-CUST OCCURS 999 TIMES.
               10 WS-DQ-LIVE      PIC X.
               10 WS-DQ-NAME      PIC A(20).
               10 WS-DQ-SCORE     PIC S9(3).
       01 WS-DQ-CUSTOMERS   PIC 9(5).
       01 WS-DQ-SCORE-SUM   PIC 9(8).
       01 WS-DQ-AVG         PIC 9(3)V9.
       01 WS-DQ-CLEAN       PIC 9(5).
       01 WS-DQ-T           PIC 9.
       01 WS-DQ-I           PIC 9(4).
       01 WS-DQ-C           PIC 9(3).
       01 WS-DQ-DIFF        PIC S9(5).
       01 WS-DQ-DIFF-ED     PIC +ZZZZ9.
       01 WS-DQ-AVG-ED      PIC ZZ9.9.
       01 WS-DQ-SCORE-ED    PIC ZZ9.
       01 WS-DQ-NEW-TYPE    PIC 9.
       01 WS-DQ-NEW-ACC     PIC 9(8).
       01 WS-DQ-NEW-TEXT    PIC X(30).
       01 WS-DQ-ACC-EOF     PIC X.
       01 WS-DQ-UP-ACC      PIC X(30).
       01 WS-DQ-UP-CUST     PIC X(30).
      *> Validacao de forma do email.
       01 WS-EM-LEN         PIC 9(2).
       01 WS-EM-AT-POS      PIC 9(2).
       01 WS-EM-DOT-AFTER   PIC X.
       01 WS-EM-SPACE-IN    PIC X.
       01 WS-EM-IDX         PIC 9(2).
       01 WS-EM-OK          PIC X.
      *> Gestor de cliente e passagem de carteira.
       01 WS-USERS-STATUS   PIC XX.
       01 WS-USR-EOF        PIC X.
       01 WS-RM-NAME        PIC A(20).
       01 WS-RM-FROM        PIC A(20).
       01 WS-RM-OK          PIC X.
       01 WS-RM-REASON      PIC X(30).
       01 WS-RM-MOVED       PIC 9(4).

      *> Parameter block for the report repository (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

*>-----------------------------
*>-----------------------------
MAIN-MENU.
       PERFORM INITIALIZE-FILE
       MOVE "CUSTOMER-MANAGER" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           STOP RUN
       END-IF
       PERFORM UNTIL MENU-OPTION = 7

           DISPLAY " "
           DISPLAY "10 - KYC Review Report"
           DISPLAY "11 - Set Credit Limit"
           DISPLAY "12 - Merge Duplicate Customers"
           DISPLAY "13 - Update Tax Residency (CRS/FATCA)"
           DISPLAY "14 - Update Tax Number (NIF)"
           DISPLAY "15 - Data Quality Sweep"
           DISPLAY "16 - Set Relationship Manager"
           DISPLAY "17 - Reassign Manager Portfolio"
           DISPLAY "Option: "

           ACCEPT MENU-OPTION
                   PERFORM SET-CREDIT-LIMIT
               WHEN 12
                   PERFORM MERGE-CUSTOMERS
               WHEN 13
                   PERFORM UPDATE-TAX-RESIDENCY
               WHEN 14
                   PERFORM UPDATE-NIF
               WHEN 15
                   PERFORM DATA-QUALITY-SWEEP
               WHEN 16
                   PERFORM SET-RELATIONSHIP-MANAGER
               WHEN 17
                   PERFORM REASSIGN-PORTFOLIO
           END-EVALUATE

       END-PERFORM.

      *> Clientes criados/apagados nesta sessao vao para o contador
      *> do cabecalho de customers.dat.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       DISPLAY "Exiting program..."
       STOP RUN.

ADD-CUSTOMER.
       DISPLAY "Customer ID (3 digits): "
       ACCEPT WS-NEW-ID
       IF WS-NEW-ID = 0
           DISPLAY "Customer ID 000 is reserved."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Customer Name: "
       ACCEPT WS-NEW-NAME
       DISPLAY "Customer Email: "
       ACCEPT WS-NEW-EMAIL

       MOVE 0 TO WS-SEARCH-ID
       PERFORM ACCEPT-NIF
       IF WS-NIF-OK NOT = "Y"
           DISPLAY "Customer not saved: " WS-NIF-REASON
           EXIT PARAGRAPH
       END-IF

       PERFORM ACCEPT-KYC-DATA
       PERFORM ACCEPT-TAX-DATA

       PERFORM CHECK-DUPLICATE-EMAIL

           MOVE 0 TO CUSTOMER-CREDIT-LIMIT
           MOVE "N" TO CUSTOMER-CREDIT-HOLD
           MOVE 0 TO CUSTOMER-MERGED-INTO
           MOVE WS-NEW-SELF-CERT TO CUSTOMER-SELF-CERT
           MOVE WS-NEW-CERT-DATE TO CUSTOMER-SELF-CERT-DATE
           MOVE WS-NEW-TAX-DATA TO CUSTOMER-TAX-DATA
           MOVE "N" TO CUSTOMER-DECEASED
           MOVE 0 TO CUSTOMER-DEATH-DATE
           MOVE WS-NEW-NIF TO CUSTOMER-NIF
           MOVE SPACES TO CUSTOMER-RM
           OPEN EXTEND CUSTOMER-FILE
           WRITE CUSTOMER-RECORD
           CLOSE CUSTOMER-FILE
           ADD 1 TO LAYOUT-CUST-DELTA
           DISPLAY "Customer saved."
       END-IF
       .
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE WS-NEW-DOC-TYPE TO CTMP-DOC-TYPE
                           MOVE WS-NEW-DOC-NUM TO CTMP-DOC-NUMBER
                           MOVE WS-NEW-DOC-EXP TO CTMP-DOC-EXPIRY
                           MOVE WS-NEW-BIRTH TO CTMP-BIRTH-DATE
                           MOVE WS-NEW-ADDRESS TO CTMP-ADDRESS
                           MOVE WS-NEW-RISK TO CTMP-RISK
                           MOVE WS-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       ELSE
                           MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                           MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                           MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                           MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                           MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                           MOVE CUSTOMER-RISK TO CTMP-RISK
                           MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       END-IF
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM

       IF CUSTOMER-MERGED-INTO IS NUMERIC
           MOVE CUSTOMER-MERGED-INTO TO CTMP-MERGED-INTO
       ELSE
           MOVE 0 TO CTMP-MERGED-INTO
       END-IF
       .

*>-----------------------------
*> Residencia fiscal segue inalterada nas reescritas; linhas
*> antigas saem sem autocertificacao e sem paises.
*>-----------------------------
COPY-TAX-FIELDS.
       IF CUSTOMER-SELF-CERT = "Y"
           MOVE "Y" TO CTMP-SELF-CERT
       ELSE
           MOVE "N" TO CTMP-SELF-CERT
       END-IF
       IF CUSTOMER-SELF-CERT-DATE IS NUMERIC
           MOVE CUSTOMER-SELF-CERT-DATE TO CTMP-SELF-CERT-DATE
       ELSE
           MOVE 0 TO CTMP-SELF-CERT-DATE
       END-IF
       MOVE CUSTOMER-TAX-DATA TO CTMP-TAX-DATA
       .

*>-----------------------------
*> Marca de obito segue inalterada nas reescritas; linhas antigas
*> saem como cliente vivo.
*>-----------------------------
COPY-ESTATE-FIELDS.
       IF CUSTOMER-DECEASED = "Y"
           MOVE "Y" TO CTMP-DECEASED
       ELSE
           MOVE "N" TO CTMP-DECEASED
       END-IF
       IF CUSTOMER-DEATH-DATE IS NUMERIC
           MOVE CUSTOMER-DEATH-DATE TO CTMP-DEATH-DATE
       ELSE
           MOVE 0 TO CTMP-DEATH-DATE
       END-IF
       .

*>-----------------------------
*> NIF segue inalterado nas reescritas; linhas antigas saem com
*> zero (NIF em falta).
*>-----------------------------
COPY-NIF-FIELD.
       IF CUSTOMER-NIF IS NUMERIC
           MOVE CUSTOMER-NIF TO CTMP-NIF
       ELSE
           MOVE 0 TO CTMP-NIF
       END-IF
       .

*>-----------------------------
*> Gestor de cliente segue inalterado nas reescritas; linhas
*> antigas saem sem gestor.
*>-----------------------------
COPY-RM-FIELD.
       MOVE CUSTOMER-RM TO CTMP-RM
       .

*>-----------------------------
*> Valida WS-RM-NAME contra users.dat: tem de existir, estar
*> ativo e nao ser Auditor (perfil so de leitura).
*>-----------------------------
CHECK-RM-USER.
       MOVE "N" TO WS-RM-OK
       MOVE "Unknown user" TO WS-RM-REASON
       MOVE "N" TO WS-USR-EOF
       OPEN INPUT USERS-FILE
       IF WS-USERS-STATUS NOT = "00"
           MOVE "Users file not available" TO WS-RM-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-USR-EOF = "Y"
           READ USERS-FILE
               AT END
                   MOVE "Y" TO WS-USR-EOF
               NOT AT END
                   IF USER-NAME = WS-RM-NAME
                       MOVE "Y" TO WS-USR-EOF
                       EVALUATE TRUE
                           WHEN USER-DISABLED
                               MOVE "User is disabled"
                                   TO WS-RM-REASON
                           WHEN USER-ROLE-AUDITOR
                               MOVE "Auditors cannot manage clients"
                                   TO WS-RM-REASON
                           WHEN OTHER
                               MOVE "Y" TO WS-RM-OK
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE USERS-FILE
       .

*>-----------------------------
*> Define (ou tira, com branco) o gestor de um cliente,
*> reescrevendo via temporario.
*>-----------------------------
SET-RELATIONSHIP-MANAGER.
       DISPLAY "Enter ID (3 digits): "
       ACCEPT WS-SEARCH-ID
       DISPLAY "Relationship manager user (blank = none): "
       MOVE SPACES TO WS-RM-NAME
       ACCEPT WS-RM-NAME
       IF WS-RM-NAME NOT = SPACES
           PERFORM CHECK-RM-USER
           IF WS-RM-OK NOT = "Y"
               DISPLAY "Manager not set: " WS-RM-REASON
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE "N" TO WS-FOUND
       MOVE "N" TO EOF-FLAG
       OPEN INPUT CUSTOMER-FILE
       OPEN OUTPUT CUSTOMER-TEMP
       PERFORM UNTIL EOF-FLAG = "Y"
           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE WS-RM-NAME TO CTMP-RM
                       END-IF
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       CLOSE CUSTOMER-TEMP

       IF WS-FOUND = "Y"
           CALL "SYSTEM" USING "mv customers.tmp customers.dat"
           DISPLAY "Relationship manager updated."
       ELSE
           CALL "SYSTEM" USING "rm -f customers.tmp"
           DISPLAY "Customer not found."
       END-IF
       .

*>-----------------------------
*> Passa a carteira toda de um gestor (normalmente quem sai, ja
*> desativado ou nao) para outro, validado como na opcao 16.
*>-----------------------------
REASSIGN-PORTFOLIO.
       DISPLAY "Current manager (leaving): "
       MOVE SPACES TO WS-RM-FROM
       ACCEPT WS-RM-FROM
       IF WS-RM-FROM = SPACES
           DISPLAY "Current manager is required."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "New manager: "
       MOVE SPACES TO WS-RM-NAME
       ACCEPT WS-RM-NAME
       IF WS-RM-NAME = SPACES OR WS-RM-NAME = WS-RM-FROM
           DISPLAY "New manager must be a different user."
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-RM-USER
       IF WS-RM-OK NOT = "Y"
           DISPLAY "Portfolio not moved: " WS-RM-REASON
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-RM-MOVED
       MOVE "N" TO EOF-FLAG
       OPEN INPUT CUSTOMER-FILE
       OPEN OUTPUT CUSTOMER-TEMP
       PERFORM UNTIL EOF-FLAG = "Y"
           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       IF CUSTOMER-RM = WS-RM-FROM
                           MOVE WS-RM-NAME TO CTMP-RM
                           ADD 1 TO WS-RM-MOVED
                       END-IF
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       CLOSE CUSTOMER-TEMP

       IF WS-RM-MOVED > 0
           CALL "SYSTEM" USING "mv customers.tmp customers.dat"
           DISPLAY "Customers moved to " WS-RM-NAME ": " WS-RM-MOVED
       ELSE
           CALL "SYSTEM" USING "rm -f customers.tmp"
           DISPLAY "No customers managed by " WS-RM-FROM
       END-IF
       .

*>-----------------------------
*> Captura da residencia fiscal: ate tres paises (ISO, 2 letras;
*> branco termina) com o numero fiscal de cada um, e se a
*> autocertificacao assinada foi recebida (data = hoje).
*>-----------------------------
ACCEPT-TAX-DATA.
       MOVE SPACES TO WS-NEW-TAX-DATA
       DISPLAY "Tax residence countries (ISO code, e.g. PT, ES, US;"
               " blank to finish):"
       MOVE "N" TO WS-TAX-DONE
       PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 3 OR WS-TAX-DONE = "Y"
           DISPLAY "Country " WS-TAX-IDX ": "
           ACCEPT WS-NEW-TAX-COUNTRY (WS-TAX-IDX)
           MOVE FUNCTION UPPER-CASE(WS-NEW-TAX-COUNTRY (WS-TAX-IDX))
               TO WS-NEW-TAX-COUNTRY (WS-TAX-IDX)
           IF WS-NEW-TAX-COUNTRY (WS-TAX-IDX) = SPACES
               MOVE "Y" TO WS-TAX-DONE
           ELSE
               DISPLAY "Tax number (TIN) issued by "
                       WS-NEW-TAX-COUNTRY (WS-TAX-IDX) ": "
               ACCEPT WS-NEW-TAX-TIN (WS-TAX-IDX)
           END-IF
       END-PERFORM
       DISPLAY "Self-certification signed (Y/N): "
       ACCEPT WS-NEW-SELF-CERT
       MOVE FUNCTION UPPER-CASE(WS-NEW-SELF-CERT) TO WS-NEW-SELF-CERT
       IF WS-NEW-SELF-CERT = "Y"
           ACCEPT WS-NEW-CERT-DATE FROM DATE YYYYMMDD
       ELSE
           MOVE "N" TO WS-NEW-SELF-CERT
           MOVE 0 TO WS-NEW-CERT-DATE
       END-IF
       .

*>-----------------------------
*> Atualizar so a residencia fiscal de um cliente, reescrevendo
*> via ficheiro temporario como as restantes atualizacoes.
*>-----------------------------
UPDATE-TAX-RESIDENCY.
       DISPLAY "Enter ID to update tax residency (3 digits): "
       ACCEPT WS-SEARCH-ID

       PERFORM ACCEPT-TAX-DATA

       MOVE "N" TO WS-FOUND
       MOVE "N" TO EOF-FLAG
       OPEN INPUT CUSTOMER-FILE
       OPEN OUTPUT CUSTOMER-TEMP
       PERFORM UNTIL EOF-FLAG = "Y"
           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE WS-NEW-SELF-CERT TO CTMP-SELF-CERT
                           MOVE WS-NEW-CERT-DATE TO CTMP-SELF-CERT-DATE
                           MOVE WS-NEW-TAX-DATA TO CTMP-TAX-DATA
                       END-IF
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       CLOSE CUSTOMER-TEMP

       IF WS-FOUND = "Y"
           CALL "SYSTEM" USING "mv customers.tmp customers.dat"
           DISPLAY "Tax residency updated."
       ELSE
           CALL "SYSTEM" USING "rm -f customers.tmp"
           DISPLAY "Customer not found."
       END-IF
       .

*>-----------------------------
*> Captura do NIF: 9 digitos, digito de controlo certo e nenhum
*> outro cliente vivo (nao fundido) com o mesmo numero; o
*> proprio cliente (WS-SEARCH-ID) nao conta como duplicado.
*> WS-NIF-OK = Y com o numero em WS-NEW-NIF.
*>-----------------------------
ACCEPT-NIF.
       MOVE "N" TO WS-NIF-OK
       MOVE SPACES TO WS-NIF-REASON
       DISPLAY "Tax number (NIF, 9 digits): "
       ACCEPT WS-NEW-NIF-IN
       IF WS-NEW-NIF-IN IS NOT NUMERIC
           MOVE "NIF must have 9 digits." TO WS-NIF-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NEW-NIF-IN TO WS-NEW-NIF
       MOVE WS-NEW-NIF TO WS-NIF-WORK
       PERFORM VALIDATE-NIF
       IF WS-NIF-OK NOT = "Y"
           MOVE "Invalid NIF (check digit)." TO WS-NIF-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-DUPLICATE-NIF
       IF WS-FOUND = "Y"
           MOVE "N" TO WS-NIF-OK
           MOVE "NIF already used by another customer."
               TO WS-NIF-REASON
       END-IF
       .

*>-----------------------------
*> Digito de controlo do NIF em WS-NIF-WORK -> WS-NIF-OK.
*>-----------------------------
VALIDATE-NIF.
       MOVE "N" TO WS-NIF-OK
       IF WS-NIF-DIGIT (1) = 0
           EXIT PARAGRAPH
       END-IF
       IF WS-NIF-DIGIT (1) = 4 AND WS-NIF-DIGIT (2) NOT = 5
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-NIF-SUM
       PERFORM VARYING WS-NIF-IDX FROM 1 BY 1 UNTIL WS-NIF-IDX > 8
           COMPUTE WS-NIF-SUM = WS-NIF-SUM
               + WS-NIF-DIGIT (WS-NIF-IDX) * (10 - WS-NIF-IDX)
       END-PERFORM
       COMPUTE WS-NIF-REM = FUNCTION MOD(WS-NIF-SUM, 11)
       IF WS-NIF-REM < 2
           MOVE 0 TO WS-NIF-CHECK
       ELSE
           COMPUTE WS-NIF-CHECK = 11 - WS-NIF-REM
       END-IF
       IF WS-NIF-CHECK = WS-NIF-DIGIT (9)
           MOVE "Y" TO WS-NIF-OK
       END-IF
       .

CHECK-DUPLICATE-NIF.
       MOVE "N" TO EOF-FLAG
       MOVE "N" TO WS-FOUND
       OPEN INPUT CUSTOMER-FILE
       PERFORM UNTIL EOF-FLAG = "Y"
           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-NIF IS NUMERIC
                      AND CUSTOMER-NIF = WS-NEW-NIF
                      AND CUSTOMER-ID NOT = WS-SEARCH-ID
                      AND (CUSTOMER-MERGED-INTO NOT NUMERIC
                           OR CUSTOMER-MERGED-INTO = 0)
                       MOVE "Y" TO WS-FOUND
                       MOVE "Y" TO EOF-FLAG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       .

*>-----------------------------
*> Atualizar so o NIF de um cliente (preenche os registos antigos
*> que o lote de qualidade aponta), reescrevendo via temporario.
*>-----------------------------
UPDATE-NIF.
       DISPLAY "Enter ID to update NIF (3 digits): "
       ACCEPT WS-SEARCH-ID

       PERFORM ACCEPT-NIF
       IF WS-NIF-OK NOT = "Y"
           DISPLAY "NIF not updated: " WS-NIF-REASON
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-FOUND
       MOVE "N" TO EOF-FLAG
       OPEN INPUT CUSTOMER-FILE
       OPEN OUTPUT CUSTOMER-TEMP
       PERFORM UNTIL EOF-FLAG = "Y"
           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE WS-NEW-NIF TO CTMP-NIF
                       END-IF
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       CLOSE CUSTOMER-TEMP

       IF WS-FOUND = "Y"
           CALL "SYSTEM" USING "mv customers.tmp customers.dat"
           DISPLAY "NIF updated."
       ELSE
           CALL "SYSTEM" USING "rm -f customers.tmp"
           DISPLAY "Customer not found."
       END-IF
       .

               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE WS-NEW-LIMIT TO CTMP-CREDIT-LIMIT
                       END-IF
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF NOT CUSTOMER-LAYOUT-HEADER
                       PERFORM CHECK-ONE-KYC
                   END-IF
           END-READ
       END-PERFORM

       CLOSE CUSTOMER-FILE
       CLOSE KYC-REPORT-FILE
       MOVE "kyc_review_report.txt" TO RPQ-FILE
       MOVE "KYCREV" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Clientes sinalizados: " WS-KYC-FLAGGED
               " (kyc_review_report.txt)"
       END-IF
       .

*>-----------------------------
*> Lote periodico de qualidade de dados sobre customers.dat e
*> accounts.dat: cada cliente vivo (nao fundido, nao falecido)
*> leva uma pontuacao de 0 a 100, os defeitos saem agrupados por
*> tipo em data_quality_report.txt para o back office limpar um
*> tipo de cada vez, e a contagem de cada tipo compara-se com a
*> execucao anterior (data_quality_history.dat).
*>-----------------------------
DATA-QUALITY-SWEEP.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       INITIALIZE WS-DQ-COUNTS
       INITIALIZE WS-DQ-CUST-TABLE
       MOVE 0 TO WS-DQ-DEF-COUNT
       MOVE 0 TO WS-DQ-CUSTOMERS
       MOVE 0 TO WS-DQ-SCORE-SUM
       MOVE 0 TO WS-DQ-CLEAN

       MOVE "N" TO EOF-FLAG
       OPEN INPUT CUSTOMER-FILE
       PERFORM UNTIL EOF-FLAG = "Y"
           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   PERFORM DQ-CHECK-CUSTOMER
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE

       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
       ELSE
           MOVE "N" TO WS-DQ-ACC-EOF
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "Y" TO WS-DQ-ACC-EOF
           END-START
           PERFORM UNTIL WS-DQ-ACC-EOF = "Y"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-DQ-ACC-EOF
                   NOT AT END PERFORM DQ-CHECK-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
       END-IF

       PERFORM VARYING WS-DQ-I FROM 1 BY 1 UNTIL WS-DQ-I > 999
           IF WS-DQ-LIVE (WS-DQ-I) = "Y"
               ADD WS-DQ-SCORE (WS-DQ-I) TO WS-DQ-SCORE-SUM
               IF WS-DQ-SCORE (WS-DQ-I) = 100
                   ADD 1 TO WS-DQ-CLEAN
               END-IF
           END-IF
       END-PERFORM
       MOVE 0 TO WS-DQ-AVG
       IF WS-DQ-CUSTOMERS > 0
           COMPUTE WS-DQ-AVG ROUNDED =
               WS-DQ-SCORE-SUM / WS-DQ-CUSTOMERS
       END-IF

       PERFORM DQ-READ-PREVIOUS-RUN
       OPEN OUTPUT DQ-REPORT-FILE
       PERFORM DQ-WRITE-SUMMARY
       PERFORM DQ-WRITE-DEFECTS
       PERFORM DQ-WRITE-SCORES
       PERFORM DQ-WRITE-TREND
       CLOSE DQ-REPORT-FILE
       MOVE "data_quality_report.txt" TO RPQ-FILE
       MOVE "DATAQUAL" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       PERFORM DQ-APPEND-HISTORY

       MOVE WS-DQ-AVG TO WS-DQ-AVG-ED
       DISPLAY "Clientes avaliados: " WS-DQ-CUSTOMERS
               "  sem defeitos: " WS-DQ-CLEAN
               "  pontuacao media: " WS-DQ-AVG-ED
       DISPLAY "Defeitos: " WS-DQ-DEF-COUNT
               " (data_quality_report.txt)"
       .

DQ-CHECK-CUSTOMER.
       IF CUSTOMER-LAYOUT-HEADER
           EXIT PARAGRAPH
       END-IF
       IF CUSTOMER-MERGED-INTO IS NUMERIC
          AND CUSTOMER-MERGED-INTO NOT = 0
           EXIT PARAGRAPH
       END-IF
       IF CUSTOMER-DECEASED = "Y"
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO WS-DQ-CUSTOMERS
       MOVE CUSTOMER-ID TO WS-DQ-C
       MOVE "Y" TO WS-DQ-LIVE (WS-DQ-C)
       MOVE CUSTOMER-NAME TO WS-DQ-NAME (WS-DQ-C)
       MOVE 100 TO WS-DQ-SCORE (WS-DQ-C)
       MOVE 0 TO WS-DQ-NEW-ACC

       IF CUSTOMER-EMAIL = SPACES
           MOVE 1 TO WS-DQ-NEW-TYPE
           MOVE SPACES TO WS-DQ-NEW-TEXT
           PERFORM DQ-ADD-DEFECT
       ELSE
           PERFORM DQ-CHECK-EMAIL-FORM
           IF WS-EM-OK = "N"
               MOVE 2 TO WS-DQ-NEW-TYPE
               MOVE CUSTOMER-EMAIL TO WS-DQ-NEW-TEXT
               PERFORM DQ-ADD-DEFECT
           END-IF
       END-IF

       MOVE 0 TO WS-DQ-NEW-TYPE
       MOVE SPACES TO WS-DQ-NEW-TEXT
       EVALUATE TRUE
           WHEN CUSTOMER-DOC-EXPIRY NOT NUMERIC
               MOVE 4 TO WS-DQ-NEW-TYPE
           WHEN CUSTOMER-DOC-EXPIRY = 0
               MOVE 4 TO WS-DQ-NEW-TYPE
           WHEN CUSTOMER-DOC-NUMBER = SPACES
               MOVE 4 TO WS-DQ-NEW-TYPE
           WHEN CUSTOMER-DOC-EXPIRY <= WS-TODAY
               MOVE 3 TO WS-DQ-NEW-TYPE
               STRING CUSTOMER-DOC-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CUSTOMER-DOC-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CUSTOMER-DOC-EXPIRY DELIMITED BY SIZE
                      INTO WS-DQ-NEW-TEXT
               END-STRING
       END-EVALUATE
       IF WS-DQ-NEW-TYPE NOT = 0
           PERFORM DQ-ADD-DEFECT
       END-IF

       IF CUSTOMER-ADDRESS = SPACES
           MOVE 5 TO WS-DQ-NEW-TYPE
           MOVE SPACES TO WS-DQ-NEW-TEXT
           PERFORM DQ-ADD-DEFECT
       END-IF

       IF CUSTOMER-NIF NOT NUMERIC
           MOVE 6 TO WS-DQ-NEW-TYPE
           MOVE SPACES TO WS-DQ-NEW-TEXT
           PERFORM DQ-ADD-DEFECT
       ELSE
           IF CUSTOMER-NIF = 0
               MOVE 6 TO WS-DQ-NEW-TYPE
               MOVE SPACES TO WS-DQ-NEW-TEXT
               PERFORM DQ-ADD-DEFECT
           ELSE
               MOVE CUSTOMER-NIF TO WS-NIF-WORK
               PERFORM VALIDATE-NIF
               IF WS-NIF-OK = "N"
                   MOVE 7 TO WS-DQ-NEW-TYPE
                   MOVE CUSTOMER-NIF TO WS-DQ-NEW-TEXT
                   PERFORM DQ-ADD-DEFECT
               END-IF
           END-IF
       END-IF
       .

*>-----------------------------
*> Forma do email: exatamente um @, nao no inicio, um ponto no
*> dominio (nem colado ao @ nem no fim) e nenhum espaco no meio.
*>-----------------------------
DQ-CHECK-EMAIL-FORM.
       MOVE "N" TO WS-EM-OK
       MOVE 0 TO WS-EM-LEN
       MOVE 0 TO WS-EM-AT-POS
       MOVE 0 TO WS-AT-HITS
       MOVE "N" TO WS-EM-DOT-AFTER
       MOVE "N" TO WS-EM-SPACE-IN
       PERFORM VARYING WS-EM-IDX FROM 30 BY -1
               UNTIL WS-EM-IDX < 1 OR WS-EM-LEN > 0
           IF CUSTOMER-EMAIL (WS-EM-IDX:1) NOT = SPACE
               MOVE WS-EM-IDX TO WS-EM-LEN
           END-IF
       END-PERFORM
       PERFORM VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-LEN
           EVALUATE CUSTOMER-EMAIL (WS-EM-IDX:1)
               WHEN "@"
                   ADD 1 TO WS-AT-HITS
                   MOVE WS-EM-IDX TO WS-EM-AT-POS
               WHEN "."
                   IF WS-EM-AT-POS > 0
                      AND WS-EM-IDX > WS-EM-AT-POS + 1
                      AND WS-EM-IDX < WS-EM-LEN
                       MOVE "Y" TO WS-EM-DOT-AFTER
                   END-IF
               WHEN SPACE
                   MOVE "Y" TO WS-EM-SPACE-IN
           END-EVALUATE
       END-PERFORM
       IF WS-AT-HITS = 1 AND WS-EM-AT-POS > 1
          AND WS-EM-DOT-AFTER = "Y" AND WS-EM-SPACE-IN = "N"
           MOVE "Y" TO WS-EM-OK
       END-IF
       .

*>-----------------------------
*> Conta aberta cujo titular (ACC-NAME) ja nao bate com o nome do
*> cliente ligado (ACC-CUST-ID), sem olhar a maiusculas.
*>-----------------------------
DQ-CHECK-ACCOUNT.
       IF ACC-CLOSED
           EXIT PARAGRAPH
       END-IF
       IF ACC-CUST-ID NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF ACC-CUST-ID = 0
           EXIT PARAGRAPH
       END-IF
       IF WS-DQ-LIVE (ACC-CUST-ID) NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION UPPER-CASE(ACC-NAME) TO WS-DQ-UP-ACC
       MOVE FUNCTION UPPER-CASE(WS-DQ-NAME (ACC-CUST-ID))
           TO WS-DQ-UP-CUST
       IF WS-DQ-UP-ACC NOT = WS-DQ-UP-CUST
           MOVE ACC-CUST-ID TO WS-DQ-C
           MOVE 8 TO WS-DQ-NEW-TYPE
           MOVE ACC-ID TO WS-DQ-NEW-ACC
           MOVE ACC-NAME TO WS-DQ-NEW-TEXT
           PERFORM DQ-ADD-DEFECT
           MOVE 0 TO WS-DQ-NEW-ACC
       END-IF
       .

*>-----------------------------
*> Regista o defeito WS-DQ-NEW-TYPE do cliente WS-DQ-C e desconta
*> o peso do tipo na pontuacao (nunca abaixo de zero).
*>-----------------------------
DQ-ADD-DEFECT.
       ADD 1 TO WS-DQ-COUNT (WS-DQ-NEW-TYPE)
       SUBTRACT WS-DQ-WEIGHT (WS-DQ-NEW-TYPE)
           FROM WS-DQ-SCORE (WS-DQ-C)
       IF WS-DQ-SCORE (WS-DQ-C) < 0
           MOVE 0 TO WS-DQ-SCORE (WS-DQ-C)
       END-IF
       IF WS-DQ-DEF-COUNT < 3000
           ADD 1 TO WS-DQ-DEF-COUNT
           MOVE WS-DQ-NEW-TYPE TO WS-DQ-DEF-TYPE (WS-DQ-DEF-COUNT)
           MOVE WS-DQ-C TO WS-DQ-DEF-CUST (WS-DQ-DEF-COUNT)
           MOVE WS-DQ-NEW-ACC TO WS-DQ-DEF-ACC (WS-DQ-DEF-COUNT)
           MOVE WS-DQ-NEW-TEXT TO WS-DQ-DEF-TEXT (WS-DQ-DEF-COUNT)
       END-IF
       .

*>-----------------------------
*> Ultima linha do historico = execucao anterior.
*>-----------------------------
DQ-READ-PREVIOUS-RUN.
       MOVE "N" TO WS-DQ-PREV-FOUND
       INITIALIZE WS-DQ-PREV-COUNTS
       MOVE 0 TO WS-DQ-PREV-DATE
       MOVE 0 TO WS-DQ-PREV-AVG
       OPEN INPUT DQ-HISTORY-FILE
       IF WS-DQH-STATUS = "35"
           CLOSE DQ-HISTORY-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-DQH-EOF
       PERFORM UNTIL WS-DQH-EOF = "Y"
           READ DQ-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-DQH-EOF
               NOT AT END
                   MOVE "Y" TO WS-DQ-PREV-FOUND
                   MOVE DQH-DATE TO WS-DQ-PREV-DATE
                   MOVE DQH-AVG-SCORE TO WS-DQ-PREV-AVG
                   PERFORM VARYING WS-DQ-T FROM 1 BY 1
                           UNTIL WS-DQ-T > 8
                       MOVE DQH-TYPE-COUNT (WS-DQ-T)
                           TO WS-DQ-PREV (WS-DQ-T)
                   END-PERFORM
           END-READ
       END-PERFORM
       CLOSE DQ-HISTORY-FILE
       .

DQ-WRITE-SUMMARY.
       MOVE SPACES TO DQ-LINE
       STRING "QUALIDADE DE DADOS DE CLIENTES EM " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO DQ-LINE
       END-STRING
       WRITE DQ-LINE
       MOVE WS-DQ-AVG TO WS-DQ-AVG-ED
       MOVE SPACES TO DQ-LINE
       STRING "Clientes avaliados: " DELIMITED BY SIZE
              WS-DQ-CUSTOMERS DELIMITED BY SIZE
              "  sem defeitos: " DELIMITED BY SIZE
              WS-DQ-CLEAN DELIMITED BY SIZE
              "  pontuacao media: " DELIMITED BY SIZE
              WS-DQ-AVG-ED DELIMITED BY SIZE
              INTO DQ-LINE
       END-STRING
       WRITE DQ-LINE
       .

*>-----------------------------
*> Um bloco por tipo de defeito, com cada ocorrencia.
*>-----------------------------
DQ-WRITE-DEFECTS.
       PERFORM VARYING WS-DQ-T FROM 1 BY 1 UNTIL WS-DQ-T > 8
           MOVE SPACES TO DQ-LINE
           WRITE DQ-LINE
           MOVE SPACES TO DQ-LINE
           STRING "== " DELIMITED BY SIZE
                  WS-DQ-TYPE-DESC (WS-DQ-T) DELIMITED BY SIZE
                  " (peso " DELIMITED BY SIZE
                  WS-DQ-WEIGHT (WS-DQ-T) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  WS-DQ-COUNT (WS-DQ-T) DELIMITED BY SIZE
                  INTO DQ-LINE
           END-STRING
           WRITE DQ-LINE
           PERFORM VARYING WS-DQ-I FROM 1 BY 1
                   UNTIL WS-DQ-I > WS-DQ-DEF-COUNT
               IF WS-DQ-DEF-TYPE (WS-DQ-I) = WS-DQ-T
                   PERFORM DQ-WRITE-ONE-DEFECT
               END-IF
           END-PERFORM
       END-PERFORM
       .

DQ-WRITE-ONE-DEFECT.
       MOVE WS-DQ-DEF-CUST (WS-DQ-I) TO WS-DQ-C
       MOVE SPACES TO DQ-LINE
       IF WS-DQ-DEF-ACC (WS-DQ-I) = 0
           STRING "  CLIENTE " DELIMITED BY SIZE
                  WS-DQ-C DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DQ-NAME (WS-DQ-C) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DQ-DEF-TEXT (WS-DQ-I) DELIMITED BY SIZE
                  INTO DQ-LINE
           END-STRING
       ELSE
           STRING "  CLIENTE " DELIMITED BY SIZE
                  WS-DQ-C DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DQ-NAME (WS-DQ-C) DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-DQ-DEF-ACC (WS-DQ-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DQ-DEF-TEXT (WS-DQ-I) DELIMITED BY SIZE
                  INTO DQ-LINE
           END-STRING
       END-IF
       WRITE DQ-LINE
       .

*>-----------------------------
*> Pontuacao dos clientes com pelo menos um defeito.
*>-----------------------------
DQ-WRITE-SCORES.
       MOVE SPACES TO DQ-LINE
       WRITE DQ-LINE
       MOVE "PONTUACAO POR CLIENTE (so os que tem defeitos):"
           TO DQ-LINE
       WRITE DQ-LINE
       PERFORM VARYING WS-DQ-I FROM 1 BY 1 UNTIL WS-DQ-I > 999
           IF WS-DQ-LIVE (WS-DQ-I) = "Y"
              AND WS-DQ-SCORE (WS-DQ-I) < 100
               MOVE WS-DQ-I TO WS-DQ-C
               MOVE WS-DQ-SCORE (WS-DQ-I) TO WS-DQ-SCORE-ED
               MOVE SPACES TO DQ-LINE
               STRING "  CLIENTE " DELIMITED BY SIZE
                      WS-DQ-C DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DQ-NAME (WS-DQ-I) DELIMITED BY SIZE
                      " PONTOS " DELIMITED BY SIZE
                      WS-DQ-SCORE-ED DELIMITED BY SIZE
                      INTO DQ-LINE
               END-STRING
               WRITE DQ-LINE
           END-IF
       END-PERFORM
       .

*>-----------------------------
*> Tendencia: contagem de cada tipo agora, na execucao anterior
*> e a variacao (negativa = melhorou).
*>-----------------------------
DQ-WRITE-TREND.
       MOVE SPACES TO DQ-LINE
       WRITE DQ-LINE
       IF WS-DQ-PREV-FOUND = "N"
           MOVE "TENDENCIA: primeira execucao, sem termo de "
               & "comparacao." TO DQ-LINE
           WRITE DQ-LINE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO DQ-LINE
       STRING "TENDENCIA FACE A EXECUCAO DE " DELIMITED BY SIZE
              WS-DQ-PREV-DATE DELIMITED BY SIZE
              " (agora / antes / variacao):" DELIMITED BY SIZE
              INTO DQ-LINE
       END-STRING
       WRITE DQ-LINE
       PERFORM VARYING WS-DQ-T FROM 1 BY 1 UNTIL WS-DQ-T > 8
           COMPUTE WS-DQ-DIFF = WS-DQ-COUNT (WS-DQ-T)
                              - WS-DQ-PREV (WS-DQ-T)
           MOVE WS-DQ-DIFF TO WS-DQ-DIFF-ED
           MOVE SPACES TO DQ-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-DQ-TYPE-DESC (WS-DQ-T) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DQ-COUNT (WS-DQ-T) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-DQ-PREV (WS-DQ-T) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-DQ-DIFF-ED DELIMITED BY SIZE
                  INTO DQ-LINE
           END-STRING
           WRITE DQ-LINE
       END-PERFORM
       MOVE WS-DQ-AVG TO WS-DQ-AVG-ED
       MOVE SPACES TO DQ-LINE
       STRING "  Pontuacao media: " DELIMITED BY SIZE
              WS-DQ-AVG-ED DELIMITED BY SIZE
              INTO DQ-LINE
       END-STRING
       WRITE DQ-LINE
       MOVE WS-DQ-PREV-AVG TO WS-DQ-AVG-ED
       MOVE SPACES TO DQ-LINE
       STRING "  Pontuacao media anterior: " DELIMITED BY SIZE
              WS-DQ-AVG-ED DELIMITED BY SIZE
              INTO DQ-LINE
       END-STRING
       WRITE DQ-LINE
       .

DQ-APPEND-HISTORY.
       OPEN EXTEND DQ-HISTORY-FILE
       IF WS-DQH-STATUS = "05" OR WS-DQH-STATUS = "35"
           CLOSE DQ-HISTORY-FILE
           OPEN OUTPUT DQ-HISTORY-FILE
           CLOSE DQ-HISTORY-FILE
           OPEN EXTEND DQ-HISTORY-FILE
       END-IF
       MOVE WS-TODAY TO DQH-DATE
       MOVE WS-DQ-CUSTOMERS TO DQH-CUSTOMERS
       MOVE WS-DQ-AVG TO DQH-AVG-SCORE
       PERFORM VARYING WS-DQ-T FROM 1 BY 1 UNTIL WS-DQ-T > 8
           MOVE WS-DQ-COUNT (WS-DQ-T) TO DQH-TYPE-COUNT (WS-DQ-T)
       END-PERFORM
       WRITE DQH-REC
       CLOSE DQ-HISTORY-FILE
       .

*>-----------------------------
*> Verificar email duplicado
*>-----------------------------
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-EMAIL = WS-NEW-EMAIL
                      AND NOT CUSTOMER-LAYOUT-HEADER
                       MOVE "Y" TO WS-FOUND
                       MOVE "Y" TO EOF-FLAG
                   END-IF
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF NOT CUSTOMER-LAYOUT-HEADER
                       DISPLAY CUSTOMER-ID " " CUSTOMER-NAME " " CUSTOMER-EMAIL
                   END-IF
           END-READ
       END-PERFORM

                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-ID = WS-SEARCH-ID
                      AND NOT CUSTOMER-LAYOUT-HEADER
                       DISPLAY "Found: "
                       DISPLAY "ID: " CUSTOMER-ID
                       DISPLAY "Name: " CUSTOMER-NAME
                       DISPLAY "Email: " CUSTOMER-EMAIL
                       IF CUSTOMER-NIF IS NUMERIC
                          AND CUSTOMER-NIF NOT = 0
                           DISPLAY "NIF: " CUSTOMER-NIF
                       ELSE
                           DISPLAY "NIF: MISSING"
                       END-IF
                       IF CUSTOMER-RM NOT = SPACES
                           DISPLAY "Relationship manager: "
                                   CUSTOMER-RM
                       ELSE
                           DISPLAY "Relationship manager: NONE"
                       END-IF
                       IF CUSTOMER-DOC-EXPIRY IS NUMERIC
                          AND CUSTOMER-DOC-EXPIRY NOT = 0
                           DISPLAY "Document: " CUSTOMER-DOC-TYPE
                       ELSE
                           DISPLAY "KYC data not on file yet."
                       END-IF
                       IF CUSTOMER-DECEASED = "Y"
                           DISPLAY "DECEASED on " CUSTOMER-DEATH-DATE
                                   " (estate in ESTATE-MAINT)"
                       END-IF
                       IF CUSTOMER-SELF-CERT = "Y"
                           DISPLAY "Self-certification: "
                                   CUSTOMER-SELF-CERT-DATE
                       ELSE
                           DISPLAY "Self-certification: MISSING"
                       END-IF
                       PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                               UNTIL WS-TAX-IDX > 3
                           IF CUSTOMER-TAX-COUNTRY (WS-TAX-IDX)
                              NOT = SPACES
                               DISPLAY "Tax residence: "
                                   CUSTOMER-TAX-COUNTRY (WS-TAX-IDX)
                                   " TIN "
                                   CUSTOMER-TAX-TIN (WS-TAX-IDX)
                           END-IF
                       END-PERFORM
                       MOVE "Y" TO EOF-FLAG
                   END-IF
           END-READ
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE CUSTOMER-ID TO CTMP-ID
                           MOVE WS-NEW-NAME TO CTMP-NAME
                           MOVE WS-NEW-EMAIL TO CTMP-EMAIL
                       ELSE
                           MOVE CUSTOMER-ID TO CTMP-ID
                           MOVE CUSTOMER-NAME TO CTMP-NAME
                           MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       END-IF
      *> Os dados KYC seguem inalterados em qualquer dos casos.
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM

               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       IF CUSTOMER-ID = WS-SEARCH-ID
                           MOVE "Y" TO WS-FOUND
                       ELSE
                           MOVE SPACES TO CUSTOMER-TEMP-RECORD
                           MOVE CUSTOMER-ID TO CTMP-ID
                           MOVE CUSTOMER-NAME TO CTMP-NAME
                           MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                           MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                           MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                           MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                           MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                           MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                           MOVE CUSTOMER-RISK TO CTMP-RISK
                           MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                           PERFORM COPY-CREDIT-FIELDS
                           PERFORM COPY-TAX-FIELDS
                           PERFORM COPY-ESTATE-FIELDS
                           PERFORM COPY-NIF-FIELD
                           PERFORM COPY-RM-FIELD
                           WRITE CUSTOMER-TEMP-RECORD
                       END-IF
                   END-IF
           END-READ
       END-PERFORM

       IF WS-FOUND = "Y"
           CALL "SYSTEM" USING "mv customers.tmp customers.dat"
           SUBTRACT 1 FROM LAYOUT-CUST-DELTA
           DISPLAY "Customer deleted."
       ELSE
           CALL "SYSTEM" USING "rm -f customers.tmp"
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF NOT CUSTOMER-LAYOUT-HEADER
                       MOVE SPACES TO CUSTOMER-CSV-LINE
                       STRING
                           CUSTOMER-ID                       DELIMITED BY SIZE
                           ","                                DELIMITED BY SIZE
                           FUNCTION TRIM(CUSTOMER-NAME)       DELIMITED BY SIZE
                           ","                                DELIMITED BY SIZE
                           FUNCTION TRIM(CUSTOMER-EMAIL)      DELIMITED BY SIZE
                           INTO CUSTOMER-CSV-LINE
                       END-STRING
                       WRITE CUSTOMER-CSV-LINE
                   END-IF
           END-READ
       END-PERFORM

       MOVE 0 TO CUSTOMER-CREDIT-LIMIT
       MOVE "N" TO CUSTOMER-CREDIT-HOLD
       MOVE 0 TO CUSTOMER-MERGED-INTO
       MOVE "N" TO CUSTOMER-SELF-CERT
       MOVE 0 TO CUSTOMER-SELF-CERT-DATE
       MOVE SPACES TO CUSTOMER-TAX-DATA
       MOVE "N" TO CUSTOMER-DECEASED
       MOVE 0 TO CUSTOMER-DEATH-DATE
      *> Nem NIF: sai como NIF EM FALTA no lote de qualidade.
       MOVE 0 TO CUSTOMER-NIF
       MOVE SPACES TO CUSTOMER-RM
       OPEN EXTEND CUSTOMER-FILE
       WRITE CUSTOMER-RECORD
       CLOSE CUSTOMER-FILE
       ADD 1 TO LAYOUT-CUST-DELTA
       ADD 1 TO WS-IMP-ACCEPTED
       .

               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-ID = WS-SURVIVOR-ID
                      AND NOT CUSTOMER-LAYOUT-HEADER
                      AND (CUSTOMER-MERGED-INTO NOT NUMERIC
                           OR CUSTOMER-MERGED-INTO = 0)
                       MOVE "Y" TO WS-SURV-FOUND
                       MOVE CUSTOMER-NAME TO WS-SURVIVOR-NAME
                   END-IF
                   IF CUSTOMER-ID = WS-DUP-ID
                      AND NOT CUSTOMER-LAYOUT-HEADER
                      AND (CUSTOMER-MERGED-INTO NOT NUMERIC
                           OR CUSTOMER-MERGED-INTO = 0)
                       MOVE "Y" TO WS-DUP-FOUND
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

*>-----------------------------
*> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
*> um accounts.dat/customers.dat/invoices.dat de versao
*> diferente da do layout com que foi compilado.
*>-----------------------------
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

REPOINT-ACCOUNTS.
       MOVE 0 TO WS-ACCS-MOVED
       OPEN I-O ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "Y" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "Y"

*>-----------------------------
*> As faturas referem o cliente pelo nome: as do nome do duplicado
*> passam para o nome do sobrevivente, regravadas no lugar. Cada
*> regravacao tira a fatura do grupo do duplicado na chave
*> alternativa, por isso reposiciona-se sempre no primeiro que
*> resta ate o grupo ficar vazio.
*>-----------------------------
REPOINT-INVOICES.
       MOVE 0 TO WS-INVS-MOVED
      *> Mesmo nome nos dois: as faturas ja estao no nome certo.
       IF WS-DUP-NAME = WS-SURVIVOR-NAME
           EXIT PARAGRAPH
       END-IF
       OPEN I-O INVOICES-FILE
       IF WS-INV-STATUS = "35"
           CLOSE INVOICES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           MOVE WS-DUP-NAME TO INV-CUSTOMER
           START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
               INVALID KEY MOVE "Y" TO EOF-FLAG
           END-START
           IF EOF-FLAG = "N"
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE WS-SURVIVOR-NAME TO INV-CUSTOMER
                       REWRITE INVOICE-RECORD
                           INVALID KEY MOVE "Y" TO EOF-FLAG
                           NOT INVALID KEY ADD 1 TO WS-INVS-MOVED
                       END-REWRITE
               END-READ
           END-IF
       END-PERFORM
       CLOSE INVOICES-FILE
       .

MARK-DUPLICATE-MERGED.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CUSTOMER-LAYOUT-HEADER
                       MOVE CUSTOMER-RECORD TO CUSTOMER-TEMP-RECORD
                       WRITE CUSTOMER-TEMP-RECORD
                   ELSE
                       MOVE SPACES TO CUSTOMER-TEMP-RECORD
                       MOVE CUSTOMER-ID TO CTMP-ID
                       MOVE CUSTOMER-NAME TO CTMP-NAME
                       MOVE CUSTOMER-EMAIL TO CTMP-EMAIL
                       MOVE CUSTOMER-DOC-TYPE TO CTMP-DOC-TYPE
                       MOVE CUSTOMER-DOC-NUMBER TO CTMP-DOC-NUMBER
                       MOVE CUSTOMER-DOC-EXPIRY TO CTMP-DOC-EXPIRY
                       MOVE CUSTOMER-BIRTH-DATE TO CTMP-BIRTH-DATE
                       MOVE CUSTOMER-ADDRESS TO CTMP-ADDRESS
                       MOVE CUSTOMER-RISK TO CTMP-RISK
                       MOVE CUSTOMER-NEXT-REVIEW TO CTMP-NEXT-REVIEW
                       PERFORM COPY-CREDIT-FIELDS
                       PERFORM COPY-TAX-FIELDS
                       PERFORM COPY-ESTATE-FIELDS
                       PERFORM COPY-NIF-FIELD
                       PERFORM COPY-RM-FIELD
                       IF CUSTOMER-ID = WS-DUP-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE WS-SURVIVOR-ID TO CTMP-MERGED-INTO
                       END-IF
                       WRITE CUSTOMER-TEMP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       WRITE MERGE-JOURNAL-LINE
       CLOSE MERGE-JOURNAL
       .

      *> Files the report just closed into the report repository
      *> (REPORT-ARCHIVE, Dia 96) as the next generation of its
      *> type; a failure only warns.
ARCHIVE-REPORT.
       MOVE "CUSTOMER-MANAGER" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Report filed: " RPQ-ARCHIVE
       ELSE
           DISPLAY "WARNING: report not filed - " RPQ-MESSAGE
       END-IF
       .
