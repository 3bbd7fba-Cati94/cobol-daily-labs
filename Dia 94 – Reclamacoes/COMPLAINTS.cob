       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINTS.

      *> Registo de reclamacoes de clientes (complaints.dat). Cada
      *> reclamacao fica ligada ao cliente (customers.dat) e, quando
      *> for o caso, a conta, ao movimento ou a fatura de que trata;
      *> leva categoria, canal de entrada, responsavel pelo
      *> tratamento e o prazo regulamentar de resposta, contado em
      *> dias uteis desde a rececao (parametro CPL-DAYS, regra
      *> de dia util do CALENDAR-ROLL). Cada registo, atribuicao,
      *> andamento e resposta acrescenta uma linha ao historico
      *> (complaint_history.dat) e a trilha de auditoria.
      *>
      *> A resposta fecha a reclamacao com o resultado (procedente,
      *> parcialmente procedente ou improcedente) e, se houver, a
      *> compensacao ao cliente: um credito numa conta do cliente com
      *> o codigo de motivo RCL. Compensacoes a partir do limiar de
      *> dupla autorizacao do TRANSACT (DUAL-AUTH-TX) ficam em
      *> pending_auth.dat (origem COMPLAINT) ate um segundo operador
      *> as aprovar no AUTH-QUEUE (Dia 68); a execucao e feita aqui.
      *>
      *> Relatorios: a lista de trabalho das reclamacoes em atraso
      *> (complaints_overdue.txt) e o relatorio trimestral para o
      *> regulador por balcao e categoria (complaints_quarterly.txt).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaints.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPL-STATUS.

           SELECT COMPLAINT-TEMP ASSIGN TO "complaints.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "complaint_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPH-STATUS.

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

      *> Faturas do INVOICE-SYSTEM (Dia 20).
           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

      *> Fila de dupla autorizacao (AUTH-QUEUE, Dia 68).
           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT PENDING-AUTH-TEMP ASSIGN TO "pending_auth.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERDUE-REPORT-FILE ASSIGN TO "complaints_overdue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUARTER-REPORT-FILE
               ASSIGN TO "complaints_quarterly.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD COMPLAINT-FILE.
       COPY "COMPLAINT-RECORD.cpy".

      *> Width must match CPL-REC exactly (162 chars).
       FD COMPLAINT-TEMP.
       01 CPL-TEMP-REC PIC X(162).

       FD HISTORY-FILE.
       COPY "COMPLAINT-HISTORY-RECORD.cpy".

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

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

       FD PENDING-AUTH-FILE.
       COPY "AUTH-RECORD.cpy".

      *> Width must match PA-REC exactly (157 chars).
       FD PENDING-AUTH-TEMP.
       01 PA-TEMP-REC PIC X(157).

       FD OVERDUE-REPORT-FILE.
       01 OVERDUE-REPORT-LINE PIC X(110).

       FD QUARTER-REPORT-FILE.
       01 QUARTER-REPORT-LINE PIC X(110).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-CPL-STATUS     PIC XX.
       01 WS-CPH-STATUS     PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-INV-STATUS     PIC XX.
       01 WS-PA-STATUS      PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-CPL-EOF        PIC X VALUE "N".
       01 WS-CPH-EOF        PIC X VALUE "N".
       01 WS-CUST-EOF       PIC X VALUE "N".
       01 WS-INV-EOF        PIC X VALUE "N".
       01 WS-PA-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CONFIRM        PIC X.
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-LAST-PA-ID     PIC 9(5) VALUE 0.
       01 WS-LAST-CPL-ID    PIC 9(5) VALUE 0.

      *> Prazo regulamentar de resposta em dias uteis (parametro
      *> CPL-DAYS) e limiar de dupla autorizacao das
      *> compensacoes (o do TRANSACT, parametro DUAL-AUTH-TX).
       01 WS-COMPLAINT-DAYS PIC 9(3) VALUE 15.
       01 WS-AUTH-THRESHOLD PIC 9(7)V99 VALUE 5000.00.

      *> Reclamacao encontrada por FIND-COMPLAINT; mesmo layout que
      *> CPL-REC (162 posicoes), reescrita por REWRITE-COMPLAINT.
       01 WS-CF-FOUND       PIC X.
       01 WS-CF-REC.
           05 WS-CF-ID          PIC 9(5).
           05 WS-CF-CUST-ID     PIC 9(3).
           05 WS-CF-ACC-ID      PIC 9(8).
           05 WS-CF-TRANS-ID    PIC 9(5).
           05 WS-CF-INVOICE-ID  PIC 9(4).
           05 WS-CF-BRANCH      PIC 9(4).
           05 WS-CF-CATEGORY    PIC X(3).
           05 WS-CF-CHANNEL     PIC X.
           05 WS-CF-SUBJECT     PIC X(40).
           05 WS-CF-RECEIVED    PIC 9(8).
           05 WS-CF-DEADLINE    PIC 9(8).
           05 WS-CF-HANDLER     PIC X(20).
           05 WS-CF-STATUS      PIC X.
               88 WS-CF-OPEN    VALUES "R" "A".
           05 WS-CF-OUTCOME     PIC X.
           05 WS-CF-ANSWERED    PIC 9(8).
           05 WS-CF-COMP-AMOUNT PIC 9(7)V99.
           05 WS-CF-COMP-STATUS PIC X.
           05 WS-CF-COMP-ACC    PIC 9(8).
           05 WS-CF-COMP-REF    PIC 9(5).
           05 WS-CF-OPENED-BY   PIC X(20).

      *> Registo de uma reclamacao.
       01 WS-IN-CPL         PIC 9(5).
       01 WS-IN-CUST        PIC 9(3).
       01 WS-IN-ACC         PIC 9(8).
       01 WS-IN-TRANS       PIC 9(5).
       01 WS-IN-INVOICE     PIC 9(4).
       01 WS-IN-BRANCH      PIC 9(4).
       01 WS-IN-CATEGORY    PIC X(3).
           88 WS-VALID-CATEGORY VALUES "CNT" "CRD" "CAR" "TRF"
                                       "COM" "ATD" "FAT" "OUT".
       01 WS-IN-CHANNEL     PIC X.
           88 WS-VALID-CHANNEL  VALUES "B" "C" "T" "E" "L".
       01 WS-IN-RECEIVED    PIC 9(8).
       01 WS-IN-SUBJECT     PIC X(40).
       01 WS-IN-HANDLER     PIC X(20).
       01 WS-IN-NOTE        PIC X(40).
       01 WS-IN-OUTCOME     PIC X.
           88 WS-VALID-OUTCOME  VALUES "P" "C" "I".
       01 WS-IN-AMOUNT      PIC 9(7)V99.
       01 WS-IN-COMP-ACC    PIC 9(8).

      *> Cliente (FIND-CUSTOMER), utilizador (FIND-USER) e ligacoes
      *> da reclamacao.
       01 WS-CUST-FOUND     PIC X.
       01 WS-CUST-NAME      PIC A(20).
       01 WS-CUST-MERGED    PIC 9(3).
       01 WS-USR-NAME       PIC X(20).
       01 WS-USR-FOUND      PIC X.
       01 WS-USR-ROLE       PIC X.
       01 WS-USR-ACTIVE     PIC X.
       01 WS-CHECK-ACC      PIC 9(8).
       01 WS-ACC-OK         PIC X.
       01 WS-ACC-CUST       PIC 9(3).
       01 WS-ACC-BRANCH     PIC 9(4).
       01 WS-ACC-CURR       PIC X(3).
       01 WS-ACC-STAT       PIC X.
       01 WS-TRN-OK         PIC X.
       01 WS-TRN-ACC        PIC 9(8).
       01 WS-INV-FOUND      PIC X.
       01 WS-INV-CUSTOMER   PIC A(20).

      *> Prazo de resposta: WS-DL-COUNT dias uteis contados a seguir
      *> a data de rececao.
       01 WS-DL-DATE        PIC 9(8).
       01 WS-DL-INT         PIC 9(7).
       01 WS-DL-COUNT       PIC 9(3).

      *> Linha de historico a acrescentar (WRITE-HISTORY).
       01 WS-HIST-STATUS    PIC X.
       01 WS-HIST-NOTE      PIC X(40).
       01 WS-HIST-COUNT     PIC 9(4).
       01 WS-EDIT-AMOUNT    PIC Z(6)9.99.

      *> Compensacoes aprovadas executadas nesta passagem, aplicadas
      *> depois as reclamacoes (E = paga, R = recusada no AUTH-QUEUE).
       01 WS-EXEC-TABLE.
           05 WS-EX-ENTRY OCCURS 100 TIMES.
               10 WS-EX-CPL      PIC 9(5).
               10 WS-EX-PA-ID    PIC 9(5).
               10 WS-EX-TRANS    PIC 9(5).
               10 WS-EX-AMOUNT   PIC 9(7)V99.
               10 WS-EX-KIND     PIC X.
       01 WS-EX-COUNT       PIC 9(3) VALUE 0.
       01 WS-EX-IDX         PIC 9(3).
       01 WS-AUTH-EXECUTED  PIC 9(3).
       01 WS-COMP-NARR      PIC X(20).

      *> Lista de trabalho das reclamacoes em atraso, ordenada pelo
      *> prazo (a mais antiga primeiro).
       01 WS-OVD-TABLE.
           05 WS-OV-ENTRY OCCURS 500 TIMES.
               10 WS-OV-DEADLINE PIC 9(8).
               10 WS-OV-ID       PIC 9(5).
               10 WS-OV-CUST     PIC 9(3).
               10 WS-OV-BRANCH   PIC 9(4).
               10 WS-OV-CATEGORY PIC X(3).
               10 WS-OV-RECEIVED PIC 9(8).
               10 WS-OV-HANDLER  PIC X(20).
               10 WS-OV-STATUS   PIC X.
       01 WS-OV-COUNT       PIC 9(4) VALUE 0.
       01 WS-OV-SWAP        PIC X(52).
       01 WS-OV-UNASSIGNED  PIC 9(4).
       01 WS-DUE-SOON       PIC 9(4).
       01 WS-TODAY-INT      PIC 9(7).
       01 WS-DAYS-LATE      PIC 9(5).
       01 WS-SORT-I         PIC 9(4).
       01 WS-SORT-J         PIC 9(4).
       01 WS-SORT-LIMIT     PIC 9(4).

       01 WS-OVD-HEADER.
           05 FILLER PIC X(7)  VALUE "ID".
           05 FILLER PIC X(9)  VALUE "CLIENTE".
           05 FILLER PIC X(8)  VALUE "BALCAO".
           05 FILLER PIC X(6)  VALUE "CAT".
           05 FILLER PIC X(10) VALUE "RECEBIDA".
           05 FILLER PIC X(10) VALUE "PRAZO".
           05 FILLER PIC X(8)  VALUE "  ATRASO".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(22) VALUE "RESPONSAVEL".
           05 FILLER PIC X(10) VALUE "ESTADO".
       01 WS-OVD-DETAIL.
           05 WS-OD-ID       PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-OD-CUST     PIC 9(3).
           05 FILLER         PIC X(6) VALUE SPACES.
           05 WS-OD-BRANCH   PIC 9(4).
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-OD-CATEGORY PIC X(3).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 WS-OD-RECEIVED PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-OD-DEADLINE PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-OD-LATE     PIC Z(7)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-OD-HANDLER  PIC X(20).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-OD-STATUS   PIC X(10).

      *> Relatorio trimestral: uma entrada por balcao e categoria.
      *>   RECEB   recebidas no trimestre
      *>   FECH    respondidas no trimestre
      *>   NO PRAZO das respondidas, dentro do prazo
      *>   PROCED  das respondidas, procedentes ou parcialmente
      *>   ABERTAS ainda sem resposta no fim do trimestre
      *>   ATRASO  das abertas, com o prazo ja ultrapassado
      *>   COMPENS compensacoes pagas nas respondidas no trimestre
       01 WS-IN-YEAR        PIC 9(4).
       01 WS-IN-QUARTER     PIC 9.
       01 WS-Q-FROM         PIC 9(8).
       01 WS-Q-TO           PIC 9(8).
      *> Data a que se mede o atraso: o fim do trimestre, ou hoje se
      *> o trimestre ainda estiver a decorrer.
       01 WS-Q-CUTOFF       PIC 9(8).
       01 WS-Q-TABLE.
           05 WS-QT-ENTRY OCCURS 300 TIMES.
               10 WS-QT-BRANCH   PIC 9(4).
               10 WS-QT-CATEGORY PIC X(3).
               10 WS-QT-RECEIVED PIC 9(5).
               10 WS-QT-CLOSED   PIC 9(5).
               10 WS-QT-ONTIME   PIC 9(5).
               10 WS-QT-UPHELD   PIC 9(5).
               10 WS-QT-OPEN     PIC 9(5).
               10 WS-QT-OVERDUE  PIC 9(5).
               10 WS-QT-COMP     PIC 9(9)V99.
       01 WS-QT-COUNT       PIC 9(4) VALUE 0.
       01 WS-QT-IDX         PIC 9(4).
       01 WS-QT-SWAP        PIC X(48).
       01 WS-QT-HIT         PIC X.
       01 WS-Q-RECV-HIT     PIC X.
       01 WS-Q-CLOSE-HIT    PIC X.
       01 WS-Q-OPEN-HIT     PIC X.
       01 WS-Q-BRANCH       PIC 9(4).

      *> Totais por balcao, por categoria e gerais.
       01 WS-Q-SUBTOTAL.
           05 WS-QS-RECEIVED PIC 9(5).
           05 WS-QS-CLOSED   PIC 9(5).
           05 WS-QS-ONTIME   PIC 9(5).
           05 WS-QS-UPHELD   PIC 9(5).
           05 WS-QS-OPEN     PIC 9(5).
           05 WS-QS-OVERDUE  PIC 9(5).
           05 WS-QS-COMP     PIC 9(9)V99.
       01 WS-Q-GRAND.
           05 WS-QG-RECEIVED PIC 9(5).
           05 WS-QG-CLOSED   PIC 9(5).
           05 WS-QG-ONTIME   PIC 9(5).
           05 WS-QG-UPHELD   PIC 9(5).
           05 WS-QG-OPEN     PIC 9(5).
           05 WS-QG-OVERDUE  PIC 9(5).
           05 WS-QG-COMP     PIC 9(9)V99.
       01 WS-CAT-LIST       PIC X(24)
           VALUE "CNTCRDCARTRFCOMATDFATOUT".
       01 WS-CAT-LIST-R REDEFINES WS-CAT-LIST.
           05 WS-CAT-CODE   PIC X(3) OCCURS 8 TIMES.
       01 WS-CAT-TOTALS.
           05 WS-CAT-ENTRY OCCURS 8 TIMES.
               10 WS-CA-RECEIVED PIC 9(5).
               10 WS-CA-CLOSED   PIC 9(5).
               10 WS-CA-ONTIME   PIC 9(5).
               10 WS-CA-UPHELD   PIC 9(5).
               10 WS-CA-OPEN     PIC 9(5).
               10 WS-CA-OVERDUE  PIC 9(5).
               10 WS-CA-COMP     PIC 9(9)V99.
       01 WS-CAT-IDX        PIC 9.
       01 WS-CAT-DESC       PIC X(20).
       01 WS-CHANNEL-DESC   PIC X(20).
       01 WS-STATUS-DESC    PIC X(12).
       01 WS-OUTCOME-DESC   PIC X(24).

       01 WS-QRPT-HEADER.
           05 FILLER PIC X(8)  VALUE "BALCAO".
           05 FILLER PIC X(24) VALUE "CATEGORIA".
           05 FILLER PIC X(7)  VALUE "  RECEB".
           05 FILLER PIC X(7)  VALUE "   FECH".
           05 FILLER PIC X(9)  VALUE " NO PRAZO".
           05 FILLER PIC X(7)  VALUE " PROCED".
           05 FILLER PIC X(8)  VALUE " ABERTAS".
           05 FILLER PIC X(7)  VALUE " ATRASO".
           05 FILLER PIC X(15) VALUE "        COMPENS".
       01 WS-QRPT-DETAIL.
           05 WS-QD-BRANCH   PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-QD-CATEGORY PIC X(3).
           05 FILLER         PIC X    VALUE SPACE.
           05 WS-QD-DESC     PIC X(20).
           05 WS-QD-RECEIVED PIC Z(6)9.
           05 WS-QD-CLOSED   PIC Z(6)9.
           05 WS-QD-ONTIME   PIC Z(8)9.
           05 WS-QD-UPHELD   PIC Z(6)9.
           05 WS-QD-OPEN     PIC Z(7)9.
           05 WS-QD-OVERDUE  PIC Z(6)9.
           05 WS-QD-COMP     PIC Z(11)9.99.

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido da regra de dia util (CALENDAR-ROLL,
      *> Dia 66).
       COPY "CALENDAR-REQUEST.cpy".

      *> Suporte de hash salgado de passwords (migra em claro ->
      *> hash no primeiro login bem sucedido).
       01 WS-HASH-WORK      PIC 9(15).
       01 WS-HASH-RESULT    PIC 9(10).
       01 WS-HASH-INPUT     PIC X(28).
       01 WS-HASH-IDX       PIC 9(2).
       01 WS-PASS-OK        PIC X.
       01 WS-PASS-CANDIDATE PIC X(20).

      *> Sequencia e cadeia de controlo da trilha de auditoria.
       01 WS-AUDIT-SEQ     PIC 9(6).
       01 WS-AUDIT-CHAIN   PIC 9(10).
       01 WS-AUDIT-PAYLOAD PIC X(72).
       01 WS-AUDIT-EOF     PIC X.
       01 WS-AUD-IDX       PIC 9(3).
       01 WS-AUD-SUM       PIC 9(15).

      *> Operator session established by LOGIN-OPERATOR against
      *> users.dat (same credential file and lockout rules as
      *> BANK-SYSTEM-D28); WS-OPER-ROLE gates the menu options.
       01 WS-USERS-STATUS    PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-LOGIN-USER      PIC A(20).
       01 WS-LOGIN-PASS      PIC A(20).
       01 WS-LOGIN-RESULT    PIC X VALUE "N".
       01 WS-EOF-USERS       PIC X VALUE "N".
       01 WS-MAX-FAILED      PIC 9(2) VALUE 3.
       01 WS-OPER-NAME       PIC A(20).
       01 WS-OPER-ROLE       PIC X VALUE SPACE.
           88 OPER-ADMIN   VALUE "A".
           88 OPER-TELLER  VALUE "T".
           88 OPER-AUDITOR VALUE "R".
       01 WS-AUDIT-USER      PIC A(20).
       01 WS-AUDIT-ACTION    PIC X(40).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.


MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "COMPLAINTS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "COMPLAINTS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       PERFORM LOGIN-OPERATOR
       IF WS-LOGIN-RESULT NOT = "S"
           DISPLAY "Acesso recusado."
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       PERFORM MENU-LOOP
       PERFORM RELEASE-BANK-LOCK
       STOP RUN.

      *> Convencao de lock partilhado (BANK-LOCK, Dia 44): tomado
      *> antes de qualquer OPEN dos .dat partilhados, libertado a
      *> saida; um lock de um programa crashado pode ser forcado.
ACQUIRE-BANK-LOCK.
       MOVE "L" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST
       IF LOCK-RESULT NOT = "Y"
           DISPLAY "Ficheiros em uso por: " LOCK-OWNER
           DISPLAY "Forcar remocao do lock (so se o detentor "
                   "crashou)? (S/N):"
           ACCEPT WS-LOCK-CONFIRM
           IF WS-LOCK-CONFIRM = "S" OR WS-LOCK-CONFIRM = "s"
               MOVE "F" TO LOCK-ACTION
               CALL "BANK-LOCK" USING LOCK-REQUEST
           END-IF
       END-IF.

RELEASE-BANK-LOCK.
      *> O que esta execucao escreveu/apagou vai para o contador
      *> do cabecalho de layout antes de largar o lock.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat/customers.dat/invoices.dat de
      *> versao diferente da do layout com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

      *> Parametros do sistema (SYS-PARAM, Dia 91) em vigor hoje; sem
      *> linha em system_parameters.dat fica o valor compilado.
LOAD-SYSTEM-PARAMS.
       MOVE "LOCKOUT-MAX" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-MAX-FAILED
       END-IF
       MOVE "CPL-DAYS" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-COMPLAINT-DAYS
       END-IF
       MOVE "DUAL-AUTH-TX" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-AUTH-THRESHOLD
       END-IF.

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 9
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

      *> Recusa pela regra de perfil do programa: fica na trilha.
LOG-ACCESS-DENIED.
       MOVE "D" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

FILL-PERM-REQUEST.
       MOVE "COMPLAINTS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== RECLAMACOES ====="
       DISPLAY "1. Registar reclamacao"
       DISPLAY "2. Consultar reclamacao e historico"
       DISPLAY "3. Atribuir responsavel"
       DISPLAY "4. Registar andamento"
       DISPLAY "5. Responder e fechar (resultado e compensacao)"
       DISPLAY "6. Executar compensacoes aprovadas"
       DISPLAY "7. Lista de reclamacoes em atraso"
       DISPLAY "8. Relatorio trimestral para o regulador"
       DISPLAY "9. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR OPER-ADMIN OR PERM-GRANTED
                   PERFORM REGISTER-COMPLAINT
               ELSE
                   DISPLAY "Acesso negado: registo reservado a "
                           "Tellers e Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM SHOW-COMPLAINT
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ASSIGN-HANDLER
               ELSE
                   DISPLAY "Acesso negado: atribuicao reservada a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM RECORD-PROGRESS
           WHEN 5 PERFORM ANSWER-COMPLAINT
           WHEN 6
               IF OPER-TELLER OR OPER-ADMIN OR PERM-GRANTED
                   PERFORM EXECUTE-APPROVED-COMPENSATIONS
               ELSE
                   DISPLAY "Acesso negado: execucao reservada a "
                           "Tellers e Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 7 PERFORM OVERDUE-WORKLIST
           WHEN 8 PERFORM QUARTERLY-REPORT
           WHEN 9 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

*>-----------------------------------------------------------------
*> Registo: cliente obrigatorio; conta, movimento e fatura so se
*> a reclamacao for sobre eles. O movimento tem de ser da conta
*> indicada (sem conta, a conta passa a ser a do movimento) e a
*> conta tem de ser do cliente; o balcao responsavel e o da conta.
*> O prazo conta em dias uteis a partir da data de rececao.
*>-----------------------------------------------------------------
REGISTER-COMPLAINT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "ID do cliente:"
       ACCEPT WS-IN-CUST
       PERFORM FIND-CUSTOMER
       IF WS-CUST-FOUND = "N"
           DISPLAY "Cliente inexistente."
           EXIT PARAGRAPH
       END-IF
       IF WS-CUST-MERGED NOT = 0
           DISPLAY "Cliente fundido no cliente " WS-CUST-MERGED
                   " - registe a reclamacao nesse."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Cliente: " WS-CUST-NAME

       DISPLAY "Conta visada (0 = nenhuma):"
       ACCEPT WS-IN-ACC
       DISPLAY "Movimento visado (0 = nenhum):"
       ACCEPT WS-IN-TRANS
       IF WS-IN-TRANS NOT = 0
           PERFORM READ-COMPLAINT-TRANS
           IF WS-TRN-OK = "N"
               DISPLAY "Movimento inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ACC = 0
               MOVE WS-TRN-ACC TO WS-IN-ACC
           END-IF
           IF WS-TRN-ACC NOT = WS-IN-ACC
               DISPLAY "O movimento " WS-IN-TRANS " nao e da conta "
                       WS-IN-ACC "."
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WS-IN-ACC NOT = 0
           MOVE WS-IN-ACC TO WS-CHECK-ACC
           PERFORM READ-COMPLAINT-ACCOUNT
           IF WS-ACC-OK = "N"
               DISPLAY "Conta inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-ACC-CUST NOT = WS-IN-CUST
               DISPLAY "A conta " WS-IN-ACC " nao pertence ao "
                       "cliente."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-BRANCH TO WS-IN-BRANCH
       END-IF

       DISPLAY "Fatura visada (0 = nenhuma):"
       ACCEPT WS-IN-INVOICE
       IF WS-IN-INVOICE NOT = 0
           PERFORM FIND-INVOICE
           IF WS-INV-FOUND = "N"
               DISPLAY "Fatura inexistente."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fatura emitida a: " WS-INV-CUSTOMER
       END-IF

       IF WS-IN-ACC = 0
           DISPLAY "Balcao responsavel:"
           ACCEPT WS-IN-BRANCH
       END-IF

       DISPLAY "Categoria: CNT contas/depositos, CRD credito, "
               "CAR cartoes/pagamentos, TRF transferencias,"
       DISPLAY "           COM comissoes, ATD atendimento, "
               "FAT faturacao, OUT outros"
       ACCEPT WS-IN-CATEGORY
       MOVE FUNCTION UPPER-CASE(WS-IN-CATEGORY) TO WS-IN-CATEGORY
       IF NOT WS-VALID-CATEGORY
           DISPLAY "Categoria invalida."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Canal: B balcao, C carta, T telefone, E email, "
               "L livro de reclamacoes"
       ACCEPT WS-IN-CHANNEL
       MOVE FUNCTION UPPER-CASE(WS-IN-CHANNEL) TO WS-IN-CHANNEL
       IF NOT WS-VALID-CHANNEL
           DISPLAY "Canal invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Data de rececao AAAAMMDD (0 = hoje):"
       ACCEPT WS-IN-RECEIVED
       IF WS-IN-RECEIVED = 0
           MOVE WS-TODAY TO WS-IN-RECEIVED
       END-IF
       IF WS-IN-RECEIVED > WS-TODAY
          OR FUNCTION TEST-DATE-YYYYMMDD(WS-IN-RECEIVED) NOT = 0
           DISPLAY "Data de rececao invalida."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Assunto:"
       ACCEPT WS-IN-SUBJECT
       IF WS-IN-SUBJECT = SPACES
           DISPLAY "O assunto e obrigatorio."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Responsavel (branco = por atribuir):"
       ACCEPT WS-IN-HANDLER
       IF WS-IN-HANDLER NOT = SPACES
           PERFORM CHECK-HANDLER
           IF WS-USR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE WS-IN-RECEIVED TO WS-DL-DATE
       PERFORM COMPUTE-DEADLINE

       PERFORM GET-LAST-CPL-ID
       ADD 1 TO WS-LAST-CPL-ID
       OPEN EXTEND COMPLAINT-FILE
       IF WS-CPL-STATUS = "05" OR WS-CPL-STATUS = "35"
           CLOSE COMPLAINT-FILE
           OPEN OUTPUT COMPLAINT-FILE
           CLOSE COMPLAINT-FILE
           OPEN EXTEND COMPLAINT-FILE
       END-IF
       MOVE WS-LAST-CPL-ID TO CPL-ID
       MOVE WS-IN-CUST TO CPL-CUST-ID
       MOVE WS-IN-ACC TO CPL-ACC-ID
       MOVE WS-IN-TRANS TO CPL-TRANS-ID
       MOVE WS-IN-INVOICE TO CPL-INVOICE-ID
       MOVE WS-IN-BRANCH TO CPL-BRANCH
       MOVE WS-IN-CATEGORY TO CPL-CATEGORY
       MOVE WS-IN-CHANNEL TO CPL-CHANNEL
       MOVE WS-IN-SUBJECT TO CPL-SUBJECT
       MOVE WS-IN-RECEIVED TO CPL-RECEIVED
       MOVE WS-DL-DATE TO CPL-DEADLINE
       MOVE WS-IN-HANDLER TO CPL-HANDLER
       MOVE "R" TO CPL-STATUS
       MOVE SPACE TO CPL-OUTCOME
       MOVE 0 TO CPL-ANSWERED
       MOVE 0 TO CPL-COMP-AMOUNT
       MOVE SPACE TO CPL-COMP-STATUS
       MOVE 0 TO CPL-COMP-ACC
       MOVE 0 TO CPL-COMP-REF
       MOVE WS-OPER-NAME TO CPL-OPENED-BY
       WRITE CPL-REC
       CLOSE COMPLAINT-FILE

       MOVE WS-LAST-CPL-ID TO WS-CF-ID
       MOVE "R" TO WS-HIST-STATUS
       MOVE SPACES TO WS-HIST-NOTE
       STRING "REGISTADA CANAL " DELIMITED BY SIZE
              WS-IN-CHANNEL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-CATEGORY DELIMITED BY SIZE
              INTO WS-HIST-NOTE
       END-STRING
       PERFORM WRITE-HISTORY

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "COMPLAINT " DELIMITED BY SIZE
              WS-LAST-CPL-ID DELIMITED BY SIZE
              " OPENED CUST " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Reclamacao " WS-LAST-CPL-ID " registada; prazo de "
               "resposta " WS-DL-DATE "."
       IF WS-IN-HANDLER = SPACES
           DISPLAY "Sem responsavel: fica por atribuir (opcao 3)."
       END-IF.

      *> Prazo: avanca dia a dia a partir de WS-DL-DATE e conta so os
      *> dias uteis (fins de semana e feriados de bank_calendar.dat
      *> nao contam), ate WS-COMPLAINT-DAYS.
COMPUTE-DEADLINE.
       MOVE 0 TO WS-DL-COUNT
       PERFORM UNTIL WS-DL-COUNT >= WS-COMPLAINT-DAYS
           COMPUTE WS-DL-INT =
               FUNCTION INTEGER-OF-DATE(WS-DL-DATE) + 1
           COMPUTE WS-DL-DATE = FUNCTION DATE-OF-INTEGER(WS-DL-INT)
           MOVE WS-DL-DATE TO CAL-IN-DATE
           CALL "CALENDAR-ROLL" USING CALENDAR-REQUEST
           IF CAL-SHIFTED NOT = "Y"
               ADD 1 TO WS-DL-COUNT
           END-IF
       END-PERFORM.

FIND-CUSTOMER.
       MOVE "N" TO WS-CUST-FOUND
       MOVE SPACES TO WS-CUST-NAME
       MOVE 0 TO WS-CUST-MERGED
       OPEN INPUT CUSTOMERS-FILE
       IF WS-CUST-STATUS NOT = "00"
           CLOSE CUSTOMERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CUST-EOF
       PERFORM UNTIL WS-CUST-EOF = "Y"
           READ CUSTOMERS-FILE
               AT END MOVE "Y" TO WS-CUST-EOF
               NOT AT END
                   IF CUST-ID = WS-IN-CUST
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE "Y" TO WS-CUST-FOUND
                       MOVE CUST-NAME TO WS-CUST-NAME
                       MOVE CUST-MERGED-INTO TO WS-CUST-MERGED
                       MOVE "Y" TO WS-CUST-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

      *> Le a conta WS-CHECK-ACC para WS-ACC-*.
READ-COMPLAINT-ACCOUNT.
       MOVE "Y" TO WS-ACC-OK
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           MOVE "N" TO WS-ACC-OK
           EXIT PARAGRAPH
       END-IF
       MOVE WS-CHECK-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "N" TO WS-ACC-OK
           NOT INVALID KEY
               MOVE ACC-CUST-ID TO WS-ACC-CUST
               MOVE ACC-BRANCH TO WS-ACC-BRANCH
               MOVE ACC-CURRENCY TO WS-ACC-CURR
               MOVE ACC-STATUS TO WS-ACC-STAT
       END-READ
       CLOSE ACCOUNTS-FILE.

      *> Le o movimento WS-IN-TRANS; a chave zero e o cabecalho de
      *> layout, nunca um movimento.
READ-COMPLAINT-TRANS.
       MOVE "Y" TO WS-TRN-OK
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           MOVE "N" TO WS-TRN-OK
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IN-TRANS TO TRANS-ID
       READ TRANS-FILE
           INVALID KEY MOVE "N" TO WS-TRN-OK
           NOT INVALID KEY MOVE TRANS-ACC-ID TO WS-TRN-ACC
       END-READ
       CLOSE TRANS-FILE.

FIND-INVOICE.
       MOVE "N" TO WS-INV-FOUND
       MOVE SPACES TO WS-INV-CUSTOMER
       OPEN INPUT INVOICES-FILE
       IF WS-INV-STATUS NOT = "00"
           CLOSE INVOICES-FILE
           EXIT PARAGRAPH
       END-IF
      *> Leitura direta da primeira linha da fatura (chave
      *> fatura/001).
       MOVE WS-IN-INVOICE TO INV-ID
       MOVE 1 TO INV-LINE
       READ INVOICES-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-INV-FOUND
               MOVE INV-CUSTOMER TO WS-INV-CUSTOMER
       END-READ
       CLOSE INVOICES-FILE.

      *> O responsavel tem de ser um utilizador ativo de users.dat
      *> que nao seja Auditor.
CHECK-HANDLER.
       MOVE WS-IN-HANDLER TO WS-USR-NAME
       PERFORM FIND-USER
       IF WS-USR-FOUND = "N"
           DISPLAY "Utilizador inexistente: " WS-IN-HANDLER
           EXIT PARAGRAPH
       END-IF
       IF WS-USR-ACTIVE = "D" OR WS-USR-ROLE = "R"
           DISPLAY "O responsavel tem de ser um utilizador ativo "
                   "e nao Auditor."
           MOVE "N" TO WS-USR-FOUND
       END-IF.

FIND-USER.
       MOVE "N" TO WS-USR-FOUND
       MOVE SPACE TO WS-USR-ROLE
       MOVE SPACE TO WS-USR-ACTIVE
       OPEN INPUT USERS-FILE
       IF WS-USERS-STATUS NOT = "00"
           CLOSE USERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF-USERS
       PERFORM UNTIL WS-EOF-USERS = "Y"
           READ USERS-FILE
               AT END MOVE "Y" TO WS-EOF-USERS
               NOT AT END
                   IF USER-NAME = WS-USR-NAME
                       MOVE "Y" TO WS-USR-FOUND
                       MOVE USER-ROLE TO WS-USR-ROLE
                       MOVE USER-ACTIVE TO WS-USR-ACTIVE
                       MOVE "Y" TO WS-EOF-USERS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE USERS-FILE.

GET-LAST-CPL-ID.
       MOVE 0 TO WS-LAST-CPL-ID
       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS NOT = "00"
           CLOSE COMPLAINT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CPL-EOF
       PERFORM UNTIL WS-CPL-EOF = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO WS-CPL-EOF
               NOT AT END
                   IF CPL-ID > WS-LAST-CPL-ID
                       MOVE CPL-ID TO WS-LAST-CPL-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE.

      *> Procura WS-IN-CPL e copia-a para WS-CF-REC.
FIND-COMPLAINT.
       MOVE "N" TO WS-CF-FOUND
       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS NOT = "00"
           CLOSE COMPLAINT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CPL-EOF
       PERFORM UNTIL WS-CPL-EOF = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO WS-CPL-EOF
               NOT AT END
                   IF CPL-ID = WS-IN-CPL
                       MOVE "Y" TO WS-CF-FOUND
                       MOVE CPL-REC TO WS-CF-REC
                       MOVE "Y" TO WS-CPL-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE.

      *> Substitui em complaints.dat a linha de WS-CF-ID por WS-CF-REC.
REWRITE-COMPLAINT.
       OPEN INPUT COMPLAINT-FILE
       OPEN OUTPUT COMPLAINT-TEMP
       MOVE "N" TO WS-CPL-EOF
       PERFORM UNTIL WS-CPL-EOF = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO WS-CPL-EOF
               NOT AT END
                   IF CPL-ID = WS-CF-ID
                       MOVE WS-CF-REC TO CPL-TEMP-REC
                   ELSE
                       MOVE CPL-REC TO CPL-TEMP-REC
                   END-IF
                   WRITE CPL-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE
       CLOSE COMPLAINT-TEMP
       CALL "SYSTEM" USING "mv complaints.tmp complaints.dat".

      *> Acrescenta ao historico uma linha da reclamacao WS-CF-ID.
WRITE-HISTORY.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       OPEN EXTEND HISTORY-FILE
       IF WS-CPH-STATUS = "05" OR WS-CPH-STATUS = "35"
           CLOSE HISTORY-FILE
           OPEN OUTPUT HISTORY-FILE
           CLOSE HISTORY-FILE
           OPEN EXTEND HISTORY-FILE
       END-IF
       MOVE WS-CF-ID TO CPH-CPL-ID
       MOVE WS-TODAY TO CPH-DATE
       MOVE WS-HIST-STATUS TO CPH-STATUS
       MOVE WS-OPER-NAME TO CPH-USER
       MOVE WS-HIST-NOTE TO CPH-NOTE
       WRITE CPH-REC
       CLOSE HISTORY-FILE.

*>-----------------------------------------------------------------
*> Consulta: a reclamacao, as ligacoes, o prazo e todo o historico.
*>-----------------------------------------------------------------
SHOW-COMPLAINT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Numero da reclamacao:"
       ACCEPT WS-IN-CPL
       PERFORM FIND-COMPLAINT
       IF WS-CF-FOUND = "N"
           DISPLAY "Reclamacao inexistente."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-CF-CATEGORY TO WS-IN-CATEGORY
       PERFORM DESCRIBE-CATEGORY
       PERFORM DESCRIBE-COMPLAINT
       DISPLAY "Reclamacao " WS-CF-ID "  cliente " WS-CF-CUST-ID
               "  balcao " WS-CF-BRANCH
       DISPLAY "  Assunto:     " WS-CF-SUBJECT
       DISPLAY "  Categoria:   " WS-CF-CATEGORY " " WS-CAT-DESC
       DISPLAY "  Canal:       " WS-CHANNEL-DESC
       IF WS-CF-ACC-ID NOT = 0
           DISPLAY "  Conta:       " WS-CF-ACC-ID
       END-IF
       IF WS-CF-TRANS-ID NOT = 0
           DISPLAY "  Movimento:   " WS-CF-TRANS-ID
       END-IF
       IF WS-CF-INVOICE-ID NOT = 0
           DISPLAY "  Fatura:      " WS-CF-INVOICE-ID
       END-IF
       DISPLAY "  Recebida:    " WS-CF-RECEIVED
               "  prazo " WS-CF-DEADLINE
       IF WS-CF-HANDLER = SPACES
           DISPLAY "  Responsavel: (por atribuir)"
       ELSE
           DISPLAY "  Responsavel: " WS-CF-HANDLER
       END-IF
       DISPLAY "  Estado:      " WS-STATUS-DESC
       IF WS-CF-OPEN AND WS-CF-DEADLINE < WS-TODAY
           DISPLAY "  *** PRAZO DE RESPOSTA ULTRAPASSADO ***"
       END-IF
       IF NOT WS-CF-OPEN
           DISPLAY "  Resultado:   " WS-OUTCOME-DESC
                   " em " WS-CF-ANSWERED
           IF WS-CF-ANSWERED > WS-CF-DEADLINE
               DISPLAY "  (respondida fora do prazo)"
           END-IF
       END-IF
       IF WS-CF-COMP-AMOUNT NOT = 0
           MOVE WS-CF-COMP-AMOUNT TO WS-EDIT-AMOUNT
           EVALUATE WS-CF-COMP-STATUS
               WHEN "P"
                   DISPLAY "  Compensacao: " WS-EDIT-AMOUNT
                           " paga na conta " WS-CF-COMP-ACC
                           " (movimento " WS-CF-COMP-REF ")"
               WHEN "Q"
                   DISPLAY "  Compensacao: " WS-EDIT-AMOUNT
                           " na conta " WS-CF-COMP-ACC
                           " a aguardar autorizacao (pedido "
                           WS-CF-COMP-REF ")"
               WHEN "R"
                   DISPLAY "  Compensacao: " WS-EDIT-AMOUNT
                           " recusada na dupla autorizacao"
           END-EVALUATE
       END-IF

       DISPLAY "  Historico:"
       MOVE 0 TO WS-HIST-COUNT
       OPEN INPUT HISTORY-FILE
       IF WS-CPH-STATUS NOT = "00"
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CPH-EOF
       PERFORM UNTIL WS-CPH-EOF = "Y"
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-CPH-EOF
               NOT AT END
                   IF CPH-CPL-ID = WS-CF-ID
                       DISPLAY "    " CPH-DATE " " CPH-STATUS " "
                               CPH-USER " " CPH-NOTE
                       ADD 1 TO WS-HIST-COUNT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HISTORY-FILE.

DESCRIBE-CATEGORY.
       EVALUATE WS-IN-CATEGORY
           WHEN "CNT" MOVE "Contas e depositos" TO WS-CAT-DESC
           WHEN "CRD" MOVE "Credito" TO WS-CAT-DESC
           WHEN "CAR" MOVE "Cartoes e pagamentos" TO WS-CAT-DESC
           WHEN "TRF" MOVE "Transferencias" TO WS-CAT-DESC
           WHEN "COM" MOVE "Comissoes e encargos" TO WS-CAT-DESC
           WHEN "ATD" MOVE "Atendimento" TO WS-CAT-DESC
           WHEN "FAT" MOVE "Faturacao" TO WS-CAT-DESC
           WHEN "OUT" MOVE "Outros" TO WS-CAT-DESC
           WHEN OTHER MOVE SPACES TO WS-CAT-DESC
       END-EVALUATE.

DESCRIBE-COMPLAINT.
       EVALUATE WS-CF-CHANNEL
           WHEN "B" MOVE "Balcao" TO WS-CHANNEL-DESC
           WHEN "C" MOVE "Carta" TO WS-CHANNEL-DESC
           WHEN "T" MOVE "Telefone" TO WS-CHANNEL-DESC
           WHEN "E" MOVE "Email" TO WS-CHANNEL-DESC
           WHEN "L" MOVE "Livro de reclamacoes" TO WS-CHANNEL-DESC
           WHEN OTHER MOVE SPACES TO WS-CHANNEL-DESC
       END-EVALUATE
       EVALUATE WS-CF-STATUS
           WHEN "R" MOVE "Registada" TO WS-STATUS-DESC
           WHEN "A" MOVE "Em analise" TO WS-STATUS-DESC
           WHEN "F" MOVE "Respondida" TO WS-STATUS-DESC
           WHEN OTHER MOVE SPACES TO WS-STATUS-DESC
       END-EVALUATE
       EVALUATE WS-CF-OUTCOME
           WHEN "P" MOVE "Procedente" TO WS-OUTCOME-DESC
           WHEN "C" MOVE "Parcialmente procedente" TO WS-OUTCOME-DESC
           WHEN "I" MOVE "Improcedente" TO WS-OUTCOME-DESC
           WHEN OTHER MOVE SPACES TO WS-OUTCOME-DESC
       END-EVALUATE.

*>-----------------------------------------------------------------
*> Atribuicao do responsavel (Admin). Pode mudar enquanto a
*> reclamacao estiver aberta.
*>-----------------------------------------------------------------
ASSIGN-HANDLER.
       DISPLAY "Numero da reclamacao:"
       ACCEPT WS-IN-CPL
       PERFORM FIND-COMPLAINT
       IF WS-CF-FOUND = "N"
           DISPLAY "Reclamacao inexistente."
           EXIT PARAGRAPH
       END-IF
       IF NOT WS-CF-OPEN
           DISPLAY "A reclamacao ja esta respondida."
           EXIT PARAGRAPH
       END-IF
       IF WS-CF-HANDLER NOT = SPACES
           DISPLAY "Responsavel atual: " WS-CF-HANDLER
       END-IF
       DISPLAY "Novo responsavel:"
       ACCEPT WS-IN-HANDLER
       IF WS-IN-HANDLER = SPACES OR WS-IN-HANDLER = WS-CF-HANDLER
           DISPLAY "Responsavel inalterado."
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-HANDLER
       IF WS-USR-FOUND = "N"
           EXIT PARAGRAPH
       END-IF

       MOVE WS-IN-HANDLER TO WS-CF-HANDLER
       PERFORM REWRITE-COMPLAINT
       MOVE WS-CF-STATUS TO WS-HIST-STATUS
       MOVE SPACES TO WS-HIST-NOTE
       STRING "ATRIBUIDA A " DELIMITED BY SIZE
              WS-IN-HANDLER DELIMITED BY SIZE
              INTO WS-HIST-NOTE
       END-STRING
       PERFORM WRITE-HISTORY

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "COMPLAINT " DELIMITED BY SIZE
              WS-CF-ID DELIMITED BY SIZE
              " ASSIGNED " DELIMITED BY SIZE
              WS-IN-HANDLER DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Reclamacao " WS-CF-ID " atribuida a " WS-IN-HANDLER.

*>-----------------------------------------------------------------
*> Andamento: nota do responsavel (ou de um Admin) no historico;
*> a primeira passa a reclamacao de registada a em analise.
*>-----------------------------------------------------------------
RECORD-PROGRESS.
       DISPLAY "Numero da reclamacao:"
       ACCEPT WS-IN-CPL
       PERFORM FIND-COMPLAINT
       IF WS-CF-FOUND = "N"
           DISPLAY "Reclamacao inexistente."
           EXIT PARAGRAPH
       END-IF
       IF NOT WS-CF-OPEN
           DISPLAY "A reclamacao ja esta respondida."
           EXIT PARAGRAPH
       END-IF
       IF WS-OPER-NAME NOT = WS-CF-HANDLER
          AND NOT OPER-ADMIN AND NOT PERM-GRANTED
           DISPLAY "Acesso negado: so o responsavel ou um Admin "
                   "tratam a reclamacao."
           PERFORM LOG-ACCESS-DENIED
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Nota de andamento:"
       ACCEPT WS-IN-NOTE
       IF WS-IN-NOTE = SPACES
           DISPLAY "Nota vazia - nada registado."
           EXIT PARAGRAPH
       END-IF

       IF WS-CF-STATUS = "R"
           MOVE "A" TO WS-CF-STATUS
           PERFORM REWRITE-COMPLAINT
       END-IF
       MOVE WS-CF-STATUS TO WS-HIST-STATUS
       MOVE WS-IN-NOTE TO WS-HIST-NOTE
       PERFORM WRITE-HISTORY

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "COMPLAINT " DELIMITED BY SIZE
              WS-CF-ID DELIMITED BY SIZE
              " NOTE" DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Andamento registado.".

*>-----------------------------------------------------------------
*> Resposta: resultado, resumo da resposta e, nas procedentes, a
*> compensacao. A compensacao e um credito RCL numa conta ativa do
*> cliente; a partir do limiar de dupla autorizacao fica pendente
*> no AUTH-QUEUE, abaixo dele e lancada ja.
*>-----------------------------------------------------------------
ANSWER-COMPLAINT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Numero da reclamacao:"
       ACCEPT WS-IN-CPL
       PERFORM FIND-COMPLAINT
       IF WS-CF-FOUND = "N"
           DISPLAY "Reclamacao inexistente."
           EXIT PARAGRAPH
       END-IF
       IF NOT WS-CF-OPEN
           DISPLAY "A reclamacao ja esta respondida."
           EXIT PARAGRAPH
       END-IF
       IF WS-OPER-NAME NOT = WS-CF-HANDLER
          AND NOT OPER-ADMIN AND NOT PERM-GRANTED
           DISPLAY "Acesso negado: so o responsavel ou um Admin "
                   "tratam a reclamacao."
           PERFORM LOG-ACCESS-DENIED
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Resultado: P procedente, C parcialmente procedente, "
               "I improcedente"
       ACCEPT WS-IN-OUTCOME
       MOVE FUNCTION UPPER-CASE(WS-IN-OUTCOME) TO WS-IN-OUTCOME
       IF NOT WS-VALID-OUTCOME
           DISPLAY "Resultado invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Resumo da resposta ao cliente:"
       ACCEPT WS-IN-NOTE
       IF WS-IN-NOTE = SPACES
           DISPLAY "O resumo da resposta e obrigatorio."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-IN-AMOUNT
       MOVE 0 TO WS-IN-COMP-ACC
       IF WS-IN-OUTCOME NOT = "I"
           DISPLAY "Compensacao ao cliente (0 = nenhuma):"
           ACCEPT WS-IN-AMOUNT
       END-IF
       IF WS-IN-AMOUNT NOT = 0
           DISPLAY "Conta a creditar (0 = conta da reclamacao):"
           ACCEPT WS-IN-COMP-ACC
           IF WS-IN-COMP-ACC = 0
               MOVE WS-CF-ACC-ID TO WS-IN-COMP-ACC
           END-IF
           IF WS-IN-COMP-ACC = 0
               DISPLAY "Indique a conta do cliente a creditar."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-COMP-ACC TO WS-CHECK-ACC
           PERFORM READ-COMPLAINT-ACCOUNT
           IF WS-ACC-OK = "N"
               DISPLAY "Conta inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-ACC-CUST NOT = WS-CF-CUST-ID OR WS-ACC-STAT NOT = "A"
               DISPLAY "A compensacao so pode ser creditada numa "
                       "conta ativa do cliente."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AMOUNT < WS-AUTH-THRESHOLD
               MOVE WS-TODAY TO PC-DATE
               MOVE WS-TODAY TO PC-TODAY
               MOVE "COMPLAINTS" TO PC-CONTEXT
               CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
               IF PC-RESULT = "X"
                   DISPLAY "Operacao recusada: periodo "
                           "contabilistico fechado (PERIOD-CLOSE)."
                   EXIT PARAGRAPH
               END-IF
           END-IF
       END-IF

       MOVE "F" TO WS-CF-STATUS
       MOVE WS-IN-OUTCOME TO WS-CF-OUTCOME
       MOVE WS-TODAY TO WS-CF-ANSWERED
       MOVE WS-IN-AMOUNT TO WS-CF-COMP-AMOUNT
       MOVE WS-IN-COMP-ACC TO WS-CF-COMP-ACC
       MOVE SPACE TO WS-CF-COMP-STATUS
       MOVE 0 TO WS-CF-COMP-REF
       IF WS-IN-AMOUNT NOT = 0
           IF WS-IN-AMOUNT < WS-AUTH-THRESHOLD
               PERFORM POST-COMPENSATION
               MOVE "P" TO WS-CF-COMP-STATUS
               MOVE WS-LAST-TRANS TO WS-CF-COMP-REF
           ELSE
               PERFORM QUEUE-COMPENSATION
               MOVE "Q" TO WS-CF-COMP-STATUS
               MOVE WS-LAST-PA-ID TO WS-CF-COMP-REF
           END-IF
       END-IF
       PERFORM REWRITE-COMPLAINT

       MOVE "F" TO WS-HIST-STATUS
       MOVE WS-IN-NOTE TO WS-HIST-NOTE
       PERFORM WRITE-HISTORY
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "COMPLAINT " DELIMITED BY SIZE
              WS-CF-ID DELIMITED BY SIZE
              " CLOSED " DELIMITED BY SIZE
              WS-IN-OUTCOME DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       IF WS-CF-COMP-STATUS = "P"
           MOVE WS-LAST-TRANS TO WS-EX-TRANS(1)
           MOVE WS-IN-AMOUNT TO WS-EX-AMOUNT(1)
           MOVE 1 TO WS-EX-IDX
           PERFORM LOG-COMPENSATION-PAID
       END-IF
       IF WS-CF-COMP-STATUS = "Q"
           MOVE WS-IN-AMOUNT TO WS-EDIT-AMOUNT
           MOVE "F" TO WS-HIST-STATUS
           MOVE SPACES TO WS-HIST-NOTE
           STRING "COMPENSACAO " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  " PEDIDO " DELIMITED BY SIZE
                  WS-LAST-PA-ID DELIMITED BY SIZE
                  INTO WS-HIST-NOTE
           END-STRING
           PERFORM WRITE-HISTORY
           DISPLAY "Compensacao pendente de dupla autorizacao "
                   "(pedido " WS-LAST-PA-ID ")."
       END-IF
       DISPLAY "Reclamacao " WS-CF-ID " respondida."
       IF WS-CF-ANSWERED > WS-CF-DEADLINE
           DISPLAY "Atencao: respondida fora do prazo ("
                   WS-CF-DEADLINE ")."
       END-IF.

      *> Historico e trilha de uma compensacao paga: movimento
      *> WS-EX-TRANS(WS-EX-IDX), montante WS-EX-AMOUNT(WS-EX-IDX).
LOG-COMPENSATION-PAID.
       MOVE WS-EX-AMOUNT(WS-EX-IDX) TO WS-EDIT-AMOUNT
       MOVE "F" TO WS-HIST-STATUS
       MOVE SPACES TO WS-HIST-NOTE
       STRING "COMPENSACAO " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              " MOV " DELIMITED BY SIZE
              WS-EX-TRANS(WS-EX-IDX) DELIMITED BY SIZE
              INTO WS-HIST-NOTE
       END-STRING
       PERFORM WRITE-HISTORY
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "COMPLAINT " DELIMITED BY SIZE
              WS-CF-ID DELIMITED BY SIZE
              " COMP PAID " DELIMITED BY SIZE
              WS-EX-AMOUNT(WS-EX-IDX) DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Compensacao " WS-EDIT-AMOUNT " creditada na conta "
               WS-CF-COMP-ACC " (movimento " WS-EX-TRANS(WS-EX-IDX)
               ").".

      *> Credito RCL de WS-IN-AMOUNT na conta WS-IN-COMP-ACC,
      *> datado pela porta de periodos (PC-POST-DATE).
POST-COMPENSATION.
       PERFORM GET-LAST-TRANS
       OPEN I-O ACCOUNTS-FILE
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF
       MOVE WS-IN-COMP-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD WS-IN-AMOUNT TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       MOVE SPACES TO WS-COMP-NARR
       STRING "RECLAMACAO " DELIMITED BY SIZE
              WS-CF-ID DELIMITED BY SIZE
              INTO WS-COMP-NARR
       END-STRING
       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-IN-COMP-ACC TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE WS-IN-AMOUNT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-ACC-CURR TO TRANS-CURRENCY
       MOVE WS-ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "RCL" TO TRANS-REASON
       MOVE WS-COMP-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE.

      *> Compensacao a partir do limiar: pedido na fila de dupla
      *> autorizacao, com o numero da reclamacao nas primeiras 5
      *> posicoes da narrativa.
QUEUE-COMPENSATION.
       PERFORM GET-LAST-PA-ID
       ADD 1 TO WS-LAST-PA-ID
       OPEN EXTEND PENDING-AUTH-FILE
       IF WS-PA-STATUS = "05" OR WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           OPEN OUTPUT PENDING-AUTH-FILE
           CLOSE PENDING-AUTH-FILE
           OPEN EXTEND PENDING-AUTH-FILE
       END-IF
       MOVE WS-LAST-PA-ID TO PA-ID
       MOVE WS-TODAY TO PA-DATE
       MOVE "COMPLAINT" TO PA-SOURCE
       MOVE "C" TO PA-OPTION
       MOVE WS-IN-COMP-ACC TO PA-ACC-ID
       MOVE WS-IN-AMOUNT TO PA-AMOUNT
       MOVE 0 TO PA-RATE
       MOVE 0 TO PA-TERM
       MOVE "RCL" TO PA-REASON
       MOVE SPACES TO PA-NARRATIVE
       MOVE WS-CF-ID TO PA-NARRATIVE(1:5)
       MOVE WS-OPER-NAME TO PA-MAKER
       MOVE "P" TO PA-STATUS
       MOVE SPACES TO PA-CHECKER
       MOVE 0 TO PA-DISP-DATE
       MOVE 0 TO PA-VALUE-DATE
       MOVE SPACES TO PA-VD-SUPER
       MOVE 0 TO PA-APP-ID
       WRITE PA-REC
       CLOSE PENDING-AUTH-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AUTH QUEUED COMPLAINT " DELIMITED BY SIZE
              WS-LAST-PA-ID DELIMITED BY SIZE
              " AMT " DELIMITED BY SIZE
              WS-IN-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

GET-LAST-PA-ID.
       MOVE 0 TO WS-LAST-PA-ID
       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-ID > WS-LAST-PA-ID
                       MOVE PA-ID TO WS-LAST-PA-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE.

*>-----------------------------------------------------------------
*> Executa as compensacoes aprovadas no AUTH-QUEUE: credito RCL na
*> conta, pedido marcado executado (maker e checker na trilha) e a
*> reclamacao passa a compensacao paga. As recusadas no AUTH-QUEUE
*> ficam assinaladas na reclamacao.
*>-----------------------------------------------------------------
EXECUTE-APPROVED-COMPENSATIONS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "COMPLAINTS" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-AUTH-EXECUTED
       MOVE 0 TO WS-EX-COUNT

       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           DISPLAY "Fila de autorizacoes vazia."
           EXIT PARAGRAPH
       END-IF
       CLOSE PENDING-AUTH-FILE

       PERFORM GET-LAST-TRANS
       OPEN I-O ACCOUNTS-FILE
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF

       OPEN INPUT PENDING-AUTH-FILE
       OPEN OUTPUT PENDING-AUTH-TEMP
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-SOURCE = "COMPLAINT"
                       EVALUATE TRUE
                           WHEN PA-APPROVED
                               PERFORM EXECUTE-ONE-COMPENSATION
                           WHEN PA-REJECTED
                               PERFORM NOTE-REJECTED-COMPENSATION
                       END-EVALUATE
                   END-IF
                   MOVE PA-REC TO PA-TEMP-REC
                   WRITE PA-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE
       CLOSE PENDING-AUTH-TEMP
       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE
       CALL "SYSTEM" USING "mv pending_auth.tmp pending_auth.dat"

       PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
           PERFORM APPLY-COMPENSATION-RESULT
       END-PERFORM
       DISPLAY "Compensacoes aprovadas executadas: "
               WS-AUTH-EXECUTED.

EXECUTE-ONE-COMPENSATION.
       IF PA-NARRATIVE(1:5) IS NOT NUMERIC
          OR WS-EX-COUNT >= 100
           DISPLAY "Pedido " PA-ID ": reclamacao ilegivel - fica "
                   "aprovado por executar."
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-ACC-OK
       MOVE PA-ACC-ID TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "N" TO WS-ACC-OK
           NOT INVALID KEY
               MOVE ACC-CURRENCY TO WS-ACC-CURR
               MOVE ACC-BRANCH TO WS-ACC-BRANCH
               MOVE ACC-STATUS TO WS-ACC-STAT
       END-READ
       IF WS-ACC-OK = "N" OR WS-ACC-STAT NOT = "A"
           DISPLAY "Pedido " PA-ID ": conta " PA-ACC-ID " invalida "
                   "ou inativa - fica aprovado por executar."
           EXIT PARAGRAPH
       END-IF

       ADD PA-AMOUNT TO ACC-BALANCE
       REWRITE ACCOUNT-RECORD
       MOVE SPACES TO WS-COMP-NARR
       STRING "RECLAMACAO " DELIMITED BY SIZE
              PA-NARRATIVE(1:5) DELIMITED BY SIZE
              INTO WS-COMP-NARR
       END-STRING
       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE PA-ACC-ID TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE PA-AMOUNT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-ACC-CURR TO TRANS-CURRENCY
       MOVE WS-ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "RCL" TO TRANS-REASON
       MOVE WS-COMP-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       MOVE "X" TO PA-STATUS
       MOVE WS-TODAY TO PA-DISP-DATE
       ADD 1 TO WS-AUTH-EXECUTED
       ADD 1 TO WS-EX-COUNT
       MOVE PA-NARRATIVE(1:5) TO WS-EX-CPL(WS-EX-COUNT)
       MOVE PA-ID TO WS-EX-PA-ID(WS-EX-COUNT)
       MOVE WS-LAST-TRANS TO WS-EX-TRANS(WS-EX-COUNT)
       MOVE PA-AMOUNT TO WS-EX-AMOUNT(WS-EX-COUNT)
       MOVE "E" TO WS-EX-KIND(WS-EX-COUNT)

      *> Maker e checker na mesma linha da trilha.
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AUTH EXEC COMPLAINT " DELIMITED BY SIZE
              PA-ID DELIMITED BY SIZE
              " MK " DELIMITED BY SIZE
              PA-MAKER DELIMITED BY SIZE
              " CK " DELIMITED BY SIZE
              PA-CHECKER DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Recusada no AUTH-QUEUE: a reclamacao deixa de a esperar (so
      *> se ainda estiver pendente deste pedido).
NOTE-REJECTED-COMPENSATION.
       IF PA-NARRATIVE(1:5) IS NOT NUMERIC OR WS-EX-COUNT >= 100
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-EX-COUNT
       MOVE PA-NARRATIVE(1:5) TO WS-EX-CPL(WS-EX-COUNT)
       MOVE PA-ID TO WS-EX-PA-ID(WS-EX-COUNT)
       MOVE 0 TO WS-EX-TRANS(WS-EX-COUNT)
       MOVE PA-AMOUNT TO WS-EX-AMOUNT(WS-EX-COUNT)
       MOVE "R" TO WS-EX-KIND(WS-EX-COUNT).

APPLY-COMPENSATION-RESULT.
       MOVE WS-EX-CPL(WS-EX-IDX) TO WS-IN-CPL
       PERFORM FIND-COMPLAINT
       IF WS-CF-FOUND = "N" OR WS-CF-COMP-STATUS NOT = "Q"
          OR WS-CF-COMP-REF NOT = WS-EX-PA-ID(WS-EX-IDX)
           EXIT PARAGRAPH
       END-IF
       IF WS-EX-KIND(WS-EX-IDX) = "E"
           MOVE "P" TO WS-CF-COMP-STATUS
           MOVE WS-EX-TRANS(WS-EX-IDX) TO WS-CF-COMP-REF
           PERFORM REWRITE-COMPLAINT
           PERFORM LOG-COMPENSATION-PAID
       ELSE
           MOVE "R" TO WS-CF-COMP-STATUS
           PERFORM REWRITE-COMPLAINT
           MOVE WS-CF-STATUS TO WS-HIST-STATUS
           MOVE SPACES TO WS-HIST-NOTE
           STRING "COMPENSACAO RECUSADA PEDIDO " DELIMITED BY SIZE
                  WS-EX-PA-ID(WS-EX-IDX) DELIMITED BY SIZE
                  INTO WS-HIST-NOTE
           END-STRING
           PERFORM WRITE-HISTORY
           DISPLAY "Reclamacao " WS-CF-ID ": compensacao recusada "
                   "na dupla autorizacao."
       END-IF.

*>-----------------------------------------------------------------
*> Lista de trabalho: reclamacoes abertas com o prazo de resposta
*> ultrapassado, da mais antiga para a mais recente, com os dias
*> de atraso e o responsavel (ou por atribuir).
*>-----------------------------------------------------------------
OVERDUE-WORKLIST.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
       MOVE 0 TO WS-OV-COUNT
       MOVE 0 TO WS-OV-UNASSIGNED
       MOVE 0 TO WS-DUE-SOON
       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS NOT = "00"
           CLOSE COMPLAINT-FILE
           DISPLAY "Sem reclamacoes registadas."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CPL-EOF
       PERFORM UNTIL WS-CPL-EOF = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO WS-CPL-EOF
               NOT AT END
                   IF CPL-OPEN AND CPL-DEADLINE < WS-TODAY
                      AND WS-OV-COUNT < 500
                       ADD 1 TO WS-OV-COUNT
                       MOVE CPL-DEADLINE TO WS-OV-DEADLINE(WS-OV-COUNT)
                       MOVE CPL-ID TO WS-OV-ID(WS-OV-COUNT)
                       MOVE CPL-CUST-ID TO WS-OV-CUST(WS-OV-COUNT)
                       MOVE CPL-BRANCH TO WS-OV-BRANCH(WS-OV-COUNT)
                       MOVE CPL-CATEGORY
                           TO WS-OV-CATEGORY(WS-OV-COUNT)
                       MOVE CPL-RECEIVED
                           TO WS-OV-RECEIVED(WS-OV-COUNT)
                       MOVE CPL-HANDLER TO WS-OV-HANDLER(WS-OV-COUNT)
                       MOVE CPL-STATUS TO WS-OV-STATUS(WS-OV-COUNT)
                       IF CPL-HANDLER = SPACES
                           ADD 1 TO WS-OV-UNASSIGNED
                       END-IF
                   END-IF
                   IF CPL-OPEN AND CPL-DEADLINE >= WS-TODAY
                      AND FUNCTION INTEGER-OF-DATE(CPL-DEADLINE)
                          - WS-TODAY-INT <= 3
                       ADD 1 TO WS-DUE-SOON
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE

       IF WS-OV-COUNT > 1
           PERFORM SORT-OVERDUE
       END-IF

       OPEN OUTPUT OVERDUE-REPORT-FILE
       MOVE SPACES TO OVERDUE-REPORT-LINE
       STRING "RECLAMACOES EM ATRASO EM " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO OVERDUE-REPORT-LINE
       END-STRING
       WRITE OVERDUE-REPORT-LINE
       MOVE SPACES TO OVERDUE-REPORT-LINE
       WRITE OVERDUE-REPORT-LINE
       MOVE WS-OVD-HEADER TO OVERDUE-REPORT-LINE
       WRITE OVERDUE-REPORT-LINE
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-OV-COUNT
           MOVE WS-OV-ID(WS-SORT-I) TO WS-OD-ID
           MOVE WS-OV-CUST(WS-SORT-I) TO WS-OD-CUST
           MOVE WS-OV-BRANCH(WS-SORT-I) TO WS-OD-BRANCH
           MOVE WS-OV-CATEGORY(WS-SORT-I) TO WS-OD-CATEGORY
           MOVE WS-OV-RECEIVED(WS-SORT-I) TO WS-OD-RECEIVED
           MOVE WS-OV-DEADLINE(WS-SORT-I) TO WS-OD-DEADLINE
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-OV-DEADLINE(WS-SORT-I))
           MOVE WS-DAYS-LATE TO WS-OD-LATE
           IF WS-OV-HANDLER(WS-SORT-I) = SPACES
               MOVE "(por atribuir)" TO WS-OD-HANDLER
           ELSE
               MOVE WS-OV-HANDLER(WS-SORT-I) TO WS-OD-HANDLER
           END-IF
           IF WS-OV-STATUS(WS-SORT-I) = "R"
               MOVE "Registada" TO WS-OD-STATUS
           ELSE
               MOVE "Em analise" TO WS-OD-STATUS
           END-IF
           MOVE WS-OVD-DETAIL TO OVERDUE-REPORT-LINE
           WRITE OVERDUE-REPORT-LINE
       END-PERFORM
       MOVE SPACES TO OVERDUE-REPORT-LINE
       WRITE OVERDUE-REPORT-LINE
       MOVE SPACES TO OVERDUE-REPORT-LINE
       STRING "EM ATRASO: " DELIMITED BY SIZE
              WS-OV-COUNT DELIMITED BY SIZE
              "   SEM RESPONSAVEL: " DELIMITED BY SIZE
              WS-OV-UNASSIGNED DELIMITED BY SIZE
              "   A VENCER EM 3 DIAS: " DELIMITED BY SIZE
              WS-DUE-SOON DELIMITED BY SIZE
              INTO OVERDUE-REPORT-LINE
       END-STRING
       WRITE OVERDUE-REPORT-LINE
       CLOSE OVERDUE-REPORT-FILE
       MOVE "complaints_overdue.txt" TO RPQ-FILE
       MOVE "CPLOVDUE" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Reclamacoes em atraso: " WS-OV-COUNT
               " (sem responsavel: " WS-OV-UNASSIGNED
               "; a vencer em 3 dias: " WS-DUE-SOON ")."
       DISPLAY "Lista escrita em complaints_overdue.txt.".

SORT-OVERDUE.
       COMPUTE WS-SORT-LIMIT = WS-OV-COUNT - 1
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-SORT-LIMIT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-SORT-LIMIT
               IF WS-OV-ENTRY(WS-SORT-J) > WS-OV-ENTRY(WS-SORT-J + 1)
                   MOVE WS-OV-ENTRY(WS-SORT-J) TO WS-OV-SWAP
                   MOVE WS-OV-ENTRY(WS-SORT-J + 1)
                       TO WS-OV-ENTRY(WS-SORT-J)
                   MOVE WS-OV-SWAP TO WS-OV-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

*>-----------------------------------------------------------------
*> Relatorio trimestral para o regulador, por balcao e categoria:
*> recebidas, respondidas (e quantas no prazo e procedentes),
*> abertas e em atraso no fim do trimestre e compensacoes pagas;
*> subtotal por balcao e resumo por categoria.
*>-----------------------------------------------------------------
QUARTERLY-REPORT.
       DISPLAY "Ano (AAAA):"
       ACCEPT WS-IN-YEAR
       DISPLAY "Trimestre (1-4):"
       ACCEPT WS-IN-QUARTER
       IF WS-IN-YEAR < 2000 OR WS-IN-QUARTER < 1
          OR WS-IN-QUARTER > 4
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-Q-FROM = WS-IN-YEAR * 10000
           + ((WS-IN-QUARTER - 1) * 3 + 1) * 100 + 1
       IF WS-IN-QUARTER = 2 OR WS-IN-QUARTER = 3
           COMPUTE WS-Q-TO = WS-IN-YEAR * 10000
               + WS-IN-QUARTER * 3 * 100 + 30
       ELSE
           COMPUTE WS-Q-TO = WS-IN-YEAR * 10000
               + WS-IN-QUARTER * 3 * 100 + 31
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-Q-TO TO WS-Q-CUTOFF
       IF WS-TODAY < WS-Q-TO
           MOVE WS-TODAY TO WS-Q-CUTOFF
       END-IF
       MOVE 0 TO WS-QT-COUNT
       INITIALIZE WS-CAT-TOTALS
       INITIALIZE WS-Q-GRAND

       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS NOT = "00"
           CLOSE COMPLAINT-FILE
           DISPLAY "Sem reclamacoes registadas."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CPL-EOF
       PERFORM UNTIL WS-CPL-EOF = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO WS-CPL-EOF
               NOT AT END PERFORM TALLY-COMPLAINT
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE

       IF WS-QT-COUNT > 1
           PERFORM SORT-QUARTER-TABLE
       END-IF
       PERFORM PRINT-QUARTERLY-REPORT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "COMPLAINT REPORT " DELIMITED BY SIZE
              WS-IN-YEAR DELIMITED BY SIZE
              "Q" DELIMITED BY SIZE
              WS-IN-QUARTER DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Relatorio escrito em complaints_quarterly.txt.".

      *> Conta a reclamacao lida na entrada do seu balcao/categoria.
TALLY-COMPLAINT.
       MOVE "N" TO WS-Q-RECV-HIT
       MOVE "N" TO WS-Q-CLOSE-HIT
       MOVE "N" TO WS-Q-OPEN-HIT
       IF CPL-RECEIVED >= WS-Q-FROM AND CPL-RECEIVED <= WS-Q-TO
           MOVE "Y" TO WS-Q-RECV-HIT
       END-IF
       IF CPL-CLOSED AND CPL-ANSWERED >= WS-Q-FROM
          AND CPL-ANSWERED <= WS-Q-TO
           MOVE "Y" TO WS-Q-CLOSE-HIT
       END-IF
       IF CPL-RECEIVED <= WS-Q-TO
          AND (CPL-OPEN OR CPL-ANSWERED > WS-Q-TO)
           MOVE "Y" TO WS-Q-OPEN-HIT
       END-IF
       IF WS-Q-RECV-HIT = "N" AND WS-Q-CLOSE-HIT = "N"
          AND WS-Q-OPEN-HIT = "N"
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-QT-HIT
       PERFORM VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT OR WS-QT-HIT = "Y"
           IF WS-QT-BRANCH(WS-QT-IDX) = CPL-BRANCH
              AND WS-QT-CATEGORY(WS-QT-IDX) = CPL-CATEGORY
               MOVE "Y" TO WS-QT-HIT
           END-IF
       END-PERFORM
       IF WS-QT-HIT = "Y"
           SUBTRACT 1 FROM WS-QT-IDX
       ELSE
           IF WS-QT-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QT-COUNT
           MOVE WS-QT-COUNT TO WS-QT-IDX
           INITIALIZE WS-QT-ENTRY(WS-QT-IDX)
           MOVE CPL-BRANCH TO WS-QT-BRANCH(WS-QT-IDX)
           MOVE CPL-CATEGORY TO WS-QT-CATEGORY(WS-QT-IDX)
       END-IF

       IF WS-Q-RECV-HIT = "Y"
           ADD 1 TO WS-QT-RECEIVED(WS-QT-IDX)
       END-IF
       IF WS-Q-CLOSE-HIT = "Y"
           ADD 1 TO WS-QT-CLOSED(WS-QT-IDX)
           IF CPL-ANSWERED <= CPL-DEADLINE
               ADD 1 TO WS-QT-ONTIME(WS-QT-IDX)
           END-IF
           IF CPL-UPHELD OR CPL-PARTIAL
               ADD 1 TO WS-QT-UPHELD(WS-QT-IDX)
           END-IF
           IF CPL-COMP-PAID
               ADD CPL-COMP-AMOUNT TO WS-QT-COMP(WS-QT-IDX)
           END-IF
       END-IF
       IF WS-Q-OPEN-HIT = "Y"
           ADD 1 TO WS-QT-OPEN(WS-QT-IDX)
           IF CPL-DEADLINE < WS-Q-CUTOFF
               ADD 1 TO WS-QT-OVERDUE(WS-QT-IDX)
           END-IF
       END-IF.

SORT-QUARTER-TABLE.
       COMPUTE WS-SORT-LIMIT = WS-QT-COUNT - 1
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-SORT-LIMIT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-SORT-LIMIT
               IF WS-QT-ENTRY(WS-SORT-J)(1:7)
                  > WS-QT-ENTRY(WS-SORT-J + 1)(1:7)
                   MOVE WS-QT-ENTRY(WS-SORT-J) TO WS-QT-SWAP
                   MOVE WS-QT-ENTRY(WS-SORT-J + 1)
                       TO WS-QT-ENTRY(WS-SORT-J)
                   MOVE WS-QT-SWAP TO WS-QT-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

PRINT-QUARTERLY-REPORT.
       OPEN OUTPUT QUARTER-REPORT-FILE
       MOVE SPACES TO QUARTER-REPORT-LINE
       STRING "RECLAMACOES - RELATORIO TRIMESTRAL " DELIMITED BY SIZE
              WS-IN-YEAR DELIMITED BY SIZE
              " T" DELIMITED BY SIZE
              WS-IN-QUARTER DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              WS-Q-FROM DELIMITED BY SIZE
              " A " DELIMITED BY SIZE
              WS-Q-TO DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO QUARTER-REPORT-LINE
       END-STRING
       WRITE QUARTER-REPORT-LINE
       MOVE SPACES TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       MOVE WS-QRPT-HEADER TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE

       INITIALIZE WS-Q-SUBTOTAL
       IF WS-QT-COUNT > 0
           MOVE WS-QT-BRANCH(1) TO WS-Q-BRANCH
       END-IF
       PERFORM VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           IF WS-QT-BRANCH(WS-QT-IDX) NOT = WS-Q-BRANCH
               PERFORM PRINT-BRANCH-SUBTOTAL
               MOVE WS-QT-BRANCH(WS-QT-IDX) TO WS-Q-BRANCH
           END-IF
           MOVE WS-QT-BRANCH(WS-QT-IDX) TO WS-QD-BRANCH
           MOVE WS-QT-CATEGORY(WS-QT-IDX) TO WS-QD-CATEGORY
           MOVE WS-QT-CATEGORY(WS-QT-IDX) TO WS-IN-CATEGORY
           PERFORM DESCRIBE-CATEGORY
           MOVE WS-CAT-DESC TO WS-QD-DESC
           MOVE WS-QT-RECEIVED(WS-QT-IDX) TO WS-QD-RECEIVED
           MOVE WS-QT-CLOSED(WS-QT-IDX) TO WS-QD-CLOSED
           MOVE WS-QT-ONTIME(WS-QT-IDX) TO WS-QD-ONTIME
           MOVE WS-QT-UPHELD(WS-QT-IDX) TO WS-QD-UPHELD
           MOVE WS-QT-OPEN(WS-QT-IDX) TO WS-QD-OPEN
           MOVE WS-QT-OVERDUE(WS-QT-IDX) TO WS-QD-OVERDUE
           MOVE WS-QT-COMP(WS-QT-IDX) TO WS-QD-COMP
           MOVE WS-QRPT-DETAIL TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           ADD WS-QT-RECEIVED(WS-QT-IDX) TO WS-QS-RECEIVED
           ADD WS-QT-CLOSED(WS-QT-IDX) TO WS-QS-CLOSED
           ADD WS-QT-ONTIME(WS-QT-IDX) TO WS-QS-ONTIME
           ADD WS-QT-UPHELD(WS-QT-IDX) TO WS-QS-UPHELD
           ADD WS-QT-OPEN(WS-QT-IDX) TO WS-QS-OPEN
           ADD WS-QT-OVERDUE(WS-QT-IDX) TO WS-QS-OVERDUE
           ADD WS-QT-COMP(WS-QT-IDX) TO WS-QS-COMP
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-QT-CATEGORY(WS-QT-IDX)
                   ADD WS-QT-RECEIVED(WS-QT-IDX)
                       TO WS-CA-RECEIVED(WS-CAT-IDX)
                   ADD WS-QT-CLOSED(WS-QT-IDX)
                       TO WS-CA-CLOSED(WS-CAT-IDX)
                   ADD WS-QT-ONTIME(WS-QT-IDX)
                       TO WS-CA-ONTIME(WS-CAT-IDX)
                   ADD WS-QT-UPHELD(WS-QT-IDX)
                       TO WS-CA-UPHELD(WS-CAT-IDX)
                   ADD WS-QT-OPEN(WS-QT-IDX) TO WS-CA-OPEN(WS-CAT-IDX)
                   ADD WS-QT-OVERDUE(WS-QT-IDX)
                       TO WS-CA-OVERDUE(WS-CAT-IDX)
                   ADD WS-QT-COMP(WS-QT-IDX) TO WS-CA-COMP(WS-CAT-IDX)
               END-IF
           END-PERFORM
       END-PERFORM
       IF WS-QT-COUNT > 0
           PERFORM PRINT-BRANCH-SUBTOTAL
       END-IF

       MOVE SPACES TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       MOVE "RESUMO POR CATEGORIA" TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       MOVE WS-QRPT-HEADER TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 8
           MOVE "TODOS" TO WS-QD-BRANCH
           MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-QD-CATEGORY
           MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-IN-CATEGORY
           PERFORM DESCRIBE-CATEGORY
           MOVE WS-CAT-DESC TO WS-QD-DESC
           MOVE WS-CA-RECEIVED(WS-CAT-IDX) TO WS-QD-RECEIVED
           MOVE WS-CA-CLOSED(WS-CAT-IDX) TO WS-QD-CLOSED
           MOVE WS-CA-ONTIME(WS-CAT-IDX) TO WS-QD-ONTIME
           MOVE WS-CA-UPHELD(WS-CAT-IDX) TO WS-QD-UPHELD
           MOVE WS-CA-OPEN(WS-CAT-IDX) TO WS-QD-OPEN
           MOVE WS-CA-OVERDUE(WS-CAT-IDX) TO WS-QD-OVERDUE
           MOVE WS-CA-COMP(WS-CAT-IDX) TO WS-QD-COMP
           MOVE WS-QRPT-DETAIL TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
       END-PERFORM

       MOVE SPACES TO WS-QD-BRANCH
       MOVE SPACES TO WS-QD-CATEGORY
       MOVE "TOTAL GERAL" TO WS-QD-DESC
       MOVE WS-QG-RECEIVED TO WS-QD-RECEIVED
       MOVE WS-QG-CLOSED TO WS-QD-CLOSED
       MOVE WS-QG-ONTIME TO WS-QD-ONTIME
       MOVE WS-QG-UPHELD TO WS-QD-UPHELD
       MOVE WS-QG-OPEN TO WS-QD-OPEN
       MOVE WS-QG-OVERDUE TO WS-QD-OVERDUE
       MOVE WS-QG-COMP TO WS-QD-COMP
       MOVE WS-QRPT-DETAIL TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       CLOSE QUARTER-REPORT-FILE
       MOVE "complaints_quarterly.txt" TO RPQ-FILE
       MOVE "CPLQTR" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       STRING WS-IN-YEAR DELIMITED BY SIZE
              "Q" DELIMITED BY SIZE
              WS-IN-QUARTER DELIMITED BY SIZE
              INTO RPQ-PERIOD
       END-STRING
       PERFORM ARCHIVE-REPORT.

      *> Subtotal do balcao WS-Q-BRANCH, somado ao total geral.
PRINT-BRANCH-SUBTOTAL.
       MOVE SPACES TO WS-QD-BRANCH
       MOVE SPACES TO WS-QD-CATEGORY
       MOVE SPACES TO WS-QD-DESC
       STRING "TOTAL BALCAO " DELIMITED BY SIZE
              WS-Q-BRANCH DELIMITED BY SIZE
              INTO WS-QD-DESC
       END-STRING
       MOVE WS-QS-RECEIVED TO WS-QD-RECEIVED
       MOVE WS-QS-CLOSED TO WS-QD-CLOSED
       MOVE WS-QS-ONTIME TO WS-QD-ONTIME
       MOVE WS-QS-UPHELD TO WS-QD-UPHELD
       MOVE WS-QS-OPEN TO WS-QD-OPEN
       MOVE WS-QS-OVERDUE TO WS-QD-OVERDUE
       MOVE WS-QS-COMP TO WS-QD-COMP
       MOVE WS-QRPT-DETAIL TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       MOVE SPACES TO QUARTER-REPORT-LINE
       WRITE QUARTER-REPORT-LINE
       ADD WS-QS-RECEIVED TO WS-QG-RECEIVED
       ADD WS-QS-CLOSED TO WS-QG-CLOSED
       ADD WS-QS-ONTIME TO WS-QG-ONTIME
       ADD WS-QS-UPHELD TO WS-QG-UPHELD
       ADD WS-QS-OPEN TO WS-QG-OPEN
       ADD WS-QS-OVERDUE TO WS-QG-OVERDUE
       ADD WS-QS-COMP TO WS-QG-COMP
       INITIALIZE WS-Q-SUBTOTAL.

GET-LAST-TRANS.
       MOVE 0 TO WS-LAST-TRANS
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           EXIT PARAGRAPH
       END-IF
       MOVE 99999 TO TRANS-ID
       START TRANS-FILE KEY IS LESS THAN OR EQUAL TO TRANS-ID
           INVALID KEY CONTINUE
       END-START
       IF WS-TRANS-STATUS = "00"
           READ TRANS-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE TRANS-ID TO WS-LAST-TRANS
           END-READ
       END-IF
       CLOSE TRANS-FILE.

      *> Authenticates the operator against users.dat before the menu
      *> is offered, with the same failed-attempt counter and lockout
      *> as BANK-SYSTEM-D28's LOGIN.
LOGIN-OPERATOR.
       DISPLAY "Username:"
       ACCEPT WS-LOGIN-USER
       DISPLAY "Password:"
       ACCEPT WS-LOGIN-PASS

       MOVE "N" TO WS-LOGIN-RESULT
       OPEN I-O USERS-FILE
       IF WS-USERS-STATUS = "35"
           CLOSE USERS-FILE
           DISPLAY "Nao existem utilizadores registados - crie-os "
                   "no BANK-SYSTEM-D28."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF-USERS
       PERFORM UNTIL WS-EOF-USERS = "Y"
               OR WS-LOGIN-RESULT NOT = "N"
           READ USERS-FILE
               AT END MOVE "Y" TO WS-EOF-USERS
               NOT AT END
                   IF USER-NAME = WS-LOGIN-USER
                       PERFORM CHECK-LOGIN-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE USERS-FILE

       MOVE WS-LOGIN-USER TO WS-AUDIT-USER
       EVALUATE WS-LOGIN-RESULT
           WHEN "S"
               DISPLAY "Login com sucesso. Perfil: " WS-OPER-ROLE
               MOVE "LOGIN SUCCESS" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           WHEN "X"
               DISPLAY "Utilizador desativado - acesso recusado."
               MOVE "LOGIN REJECTED - USER DISABLED"
                   TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           WHEN "L"
               DISPLAY "Conta bloqueada. Contacte um administrador."
               MOVE "LOGIN REJECTED - ACCOUNT LOCKED"
                   TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           WHEN OTHER
               DISPLAY "Credenciais invalidas!"
               MOVE "LOGIN FAILED" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
       END-EVALUATE.

CHECK-LOGIN-RECORD.
       IF USER-DISABLED
           MOVE "X" TO WS-LOGIN-RESULT
       ELSE
       IF USER-LOCKED = "Y"
           MOVE "L" TO WS-LOGIN-RESULT
       ELSE
           MOVE WS-LOGIN-PASS TO WS-PASS-CANDIDATE
           PERFORM VERIFY-PASSWORD
           IF WS-PASS-OK = "Y"
               MOVE USER-ROLE TO WS-OPER-ROLE
               MOVE USER-NAME TO WS-OPER-NAME
               MOVE 0 TO USER-FAILED
      *> Registo antigo em claro: converte-se para hash salgado
      *> neste login bem sucedido.
               IF NOT USER-PASS-HASHED
                   PERFORM HASH-AND-STORE
               END-IF
               REWRITE USER-REC
               PERFORM CHECK-USERS-REWRITE
               MOVE "S" TO WS-LOGIN-RESULT
           ELSE
               ADD 1 TO USER-FAILED
               IF USER-FAILED >= WS-MAX-FAILED
                   MOVE "Y" TO USER-LOCKED
               END-IF
               REWRITE USER-REC
               PERFORM CHECK-USERS-REWRITE
               MOVE "F" TO WS-LOGIN-RESULT
           END-IF
       END-IF
       END-IF.

      *>-----------------------------------------------------------
      *> Hash rolante de USER-SALT + password candidata (31x + byte,
      *> modulo primo). Nao e criptografia de banco central, mas
      *> tira as passwords em claro de users.dat e das suas copias
      *> de backup, que era o apontado pelos auditores.
      *>-----------------------------------------------------------
COMPUTE-PASS-HASH.
       MOVE 7 TO WS-HASH-WORK
       PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 28
           COMPUTE WS-HASH-WORK = FUNCTION MOD(
               WS-HASH-WORK * 31
               + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1)),
               1000000007)
       END-PERFORM
       MOVE WS-HASH-WORK TO WS-HASH-RESULT.

      *> Confere WS-PASS-CANDIDATE com o registo corrente: hash se o
      *> registo ja migrou, texto em claro se ainda nao.
VERIFY-PASSWORD.
       MOVE "N" TO WS-PASS-OK
       IF USER-PASS-HASHED
           MOVE SPACES TO WS-HASH-INPUT
           MOVE USER-SALT TO WS-HASH-INPUT(1:8)
           MOVE WS-PASS-CANDIDATE TO WS-HASH-INPUT(9:20)
           PERFORM COMPUTE-PASS-HASH
           IF WS-HASH-RESULT = USER-HASH
               MOVE "Y" TO WS-PASS-OK
           END-IF
       ELSE
           IF USER-PASS = WS-PASS-CANDIDATE
               MOVE "Y" TO WS-PASS-OK
           END-IF
       END-IF.

      *> Guarda WS-PASS-CANDIDATE no registo corrente como salt +
      *> hash e apaga o texto em claro.
HASH-AND-STORE.
       MOVE FUNCTION CURRENT-DATE(9:8) TO USER-SALT
       MOVE SPACES TO WS-HASH-INPUT
       MOVE USER-SALT TO WS-HASH-INPUT(1:8)
       MOVE WS-PASS-CANDIDATE TO WS-HASH-INPUT(9:20)
       PERFORM COMPUTE-PASS-HASH
       MOVE WS-HASH-RESULT TO USER-HASH
       MOVE SPACES TO USER-PASS
       MOVE "H" TO USER-PTYPE.

      *>-----------------------------------------------------------
      *> Trilha de auditoria com evidencia de adulteracao: cada
      *> linha leva um numero de sequencia e um valor de controlo
      *> encadeado no da linha anterior (31x + soma dos bytes do
      *> conteudo, modulo primo). O AUDIT-VIEWER (Dia 47) recalcula
      *> a cadeia e aponta exatamente onde ela parte se alguem
      *> apagar ou alterar linhas.
      *>-----------------------------------------------------------
WRITE-AUDIT-LOG.
       PERFORM GET-AUDIT-CHAIN
       OPEN EXTEND AUDIT-FILE
       IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
           CLOSE AUDIT-FILE
           OPEN OUTPUT AUDIT-FILE
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
       END-IF
       ADD 1 TO WS-AUDIT-SEQ
       MOVE SPACES TO WS-AUDIT-PAYLOAD
       STRING FUNCTION CURRENT-DATE(1:10) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-USER DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-ACTION DELIMITED BY SIZE
              INTO WS-AUDIT-PAYLOAD
       END-STRING
       PERFORM COMPUTE-AUDIT-CHECK
       MOVE SPACES TO AUDIT-LINE
       STRING WS-AUDIT-SEQ DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-CHAIN DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-PAYLOAD DELIMITED BY SIZE
              INTO AUDIT-LINE
       END-STRING
       WRITE AUDIT-LINE
       CLOSE AUDIT-FILE.

      *> Le a ultima linha da trilha para continuar a sequencia e a
      *> cadeia; linhas de formato antigo (sem sequencia numerica)
      *> contam para a sequencia mas nao alimentam a cadeia.
GET-AUDIT-CHAIN.
       MOVE 0 TO WS-AUDIT-SEQ
       MOVE 0 TO WS-AUDIT-CHAIN
       OPEN INPUT AUDIT-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AUDIT-EOF
       PERFORM UNTIL WS-AUDIT-EOF = "Y"
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-AUDIT-SEQ
                   IF AUDIT-LINE(1:6) IS NUMERIC
                      AND AUDIT-LINE(8:10) IS NUMERIC
                       MOVE AUDIT-LINE(8:10) TO WS-AUDIT-CHAIN
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AUDIT-FILE.

      *> Proximo elo: cadeia = MOD(cadeia*31 + soma dos bytes do
      *> conteudo, 1000000007).
COMPUTE-AUDIT-CHECK.
       MOVE 0 TO WS-AUD-SUM
       PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > 72
           COMPUTE WS-AUD-SUM = WS-AUD-SUM
               + FUNCTION ORD(WS-AUDIT-PAYLOAD(WS-AUD-IDX:1))
       END-PERFORM
       COMPUTE WS-AUDIT-CHAIN = FUNCTION MOD(
           WS-AUDIT-CHAIN * 31 + WS-AUD-SUM, 1000000007).

      *> Uma REWRITE falhada (tipicamente estado 44: a linha antiga
      *> e mais curta que o registo novo) denuncia um users.dat
      *> anterior ao USER-RECORD.cpy: nem contadores de falhas nem
      *> a conversao para hash persistem enquanto o USERS-MIGRATE
      *> (Dia 28) nao alargar o ficheiro.
CHECK-USERS-REWRITE.
       IF WS-USERS-STATUS NOT = "00"
           DISPLAY "AVISO: users.dat nao atualizado (estado "
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "COMPLAINTS" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
