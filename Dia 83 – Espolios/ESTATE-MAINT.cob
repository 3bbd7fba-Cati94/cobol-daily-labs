       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE-MAINT.

      *> Espolios de clientes falecidos. Ate aqui, quando se sabia do
      *> obito de um cliente, as contas eram congeladas uma a uma no
      *> BANK-SYSTEM e as ordens permanentes e os debitos diretos
      *> continuavam a correr. A abertura do espolio e uma unica
      *> acao sobre o cliente (customers.dat):
      *>   - marca o cliente falecido, com a data do obito;
      *>   - congela todas as contas com esse ACC-CUST-ID;
      *>   - suspende as ordens permanentes (schedules.dat) e os
      *>     mandatos de debito direto (dd_mandates.dat) que debitam
      *>     essas contas;
      *>   - marca os emprestimos dessas contas (LOAN-ESTATE), para a
      *>     cobranca tratar com o cabeca-de-casal;
      *>   - regista o espolio em estates.dat e emite o certificado
      *>     de saldos a data do obito (estate_certificate.txt).
      *> Depois, os pagamentos aos herdeiros saem das contas
      *> congeladas so com dupla autorizacao: o Teller propoe
      *> (pending_auth.dat, origem ESTATE), um segundo operador
      *> aprova no AUTH-QUEUE (Dia 68) e a execucao faz aqui o par
      *> debito/credito. As contas a zero e sem pagamentos em curso
      *> sao entao encerradas; encerrada a ultima, fecha o espolio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CUSTOMERS-TEMP ASSIGN TO "customers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTATE-FILE ASSIGN TO "estates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.

           SELECT ESTATE-TEMP ASSIGN TO "estates.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERT-FILE ASSIGN TO "estate_certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *> Ordens permanentes do BANK-SYSTEM-D26.
           SELECT SCHED-FILE ASSIGN TO "schedules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SCHED-TEMP ASSIGN TO "schedules.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Mandatos de debito direto do DIRECT-DEBITS (Dia 50).
           SELECT MANDATES-FILE ASSIGN TO "dd_mandates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAND-STATUS.

           SELECT MANDATES-TEMP ASSIGN TO "dd_mandates.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Emprestimos e planos do LOAN-SYSTEM (Dia 32).
           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.

           SELECT LOANS-TEMP ASSIGN TO "loans.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LSCHED-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSCHED-STATUS.

      *> Fila de dupla autorizacao (AUTH-QUEUE, Dia 68).
           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT PENDING-AUTH-TEMP ASSIGN TO "pending_auth.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

      *> Width must match CUST-REC exactly (258 chars).
       FD CUSTOMERS-TEMP.
       01 CUST-TEMP-REC PIC X(258).

       FD ESTATE-FILE.
       COPY "ESTATE-RECORD.cpy".

      *> Width must match ES-REC exactly (80 chars).
       FD ESTATE-TEMP.
       01 ES-TEMP-REC PIC X(80).

       FD CERT-FILE.
       01 CERT-LINE PIC X(100).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD SCHED-FILE.
       COPY "SCHEDULE-RECORD.cpy".

      *> Width must match SCHED-REC exactly (55 chars).
       FD SCHED-TEMP.
       01 SCHED-TEMP-REC PIC X(55).

      *> Layout must match DIRECT-DEBITS' MAND-REC.
       FD MANDATES-FILE.
       01 MAND-REC.
           05 MAND-ID         PIC 9(4).
           05 MAND-CREDITOR   PIC X(10).
           05 MAND-ACC-ID     PIC 9(8).
           05 MAND-MAX-AMOUNT PIC 9(7)V99.
           05 MAND-STATUS     PIC X.
               88 MAND-ACTIVE    VALUE "A".
               88 MAND-CANCELLED VALUE "C".
               88 MAND-SUSPENDED VALUE "S".
           05 MAND-CRED-IBAN  PIC X(34).

      *> Width must match MAND-REC exactly (66 chars).
       FD MANDATES-TEMP.
       01 MAND-TEMP-REC PIC X(66).

       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

      *> Width must match LOAN-REC exactly (78 chars).
       FD LOANS-TEMP.
       01 LOAN-TEMP-REC PIC X(78).

       FD LSCHED-FILE.
       COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD PENDING-AUTH-FILE.
       COPY "AUTH-RECORD.cpy".

      *> Width must match PA-REC exactly (157 chars).
       FD PENDING-AUTH-TEMP.
       01 PA-TEMP-REC PIC X(157).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ES-STATUS      PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-SCHED-STATUS   PIC XX.
       01 WS-MAND-STATUS    PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-LSCHED-STATUS  PIC XX.
       01 WS-PA-STATUS      PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-CUST-EOF       PIC X VALUE "N".
       01 WS-ES-EOF         PIC X VALUE "N".
       01 WS-SCHED-EOF      PIC X VALUE "N".
       01 WS-MAND-EOF       PIC X VALUE "N".
       01 WS-LOANS-EOF      PIC X VALUE "N".
       01 WS-LSCHED-EOF     PIC X VALUE "N".
       01 WS-PA-EOF         PIC X VALUE "N".
       01 WS-TRANS-EOF      PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CONFIRM        PIC X.
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-LAST-PA-ID     PIC 9(5) VALUE 0.
       01 WS-LIST-COUNT     PIC 9(4).

      *> Abertura do espolio.
       01 WS-IN-CUST        PIC 9(3).
       01 WS-IN-DEATH       PIC 9(8).
       01 WS-IN-DEATH-R REDEFINES WS-IN-DEATH.
           05 WS-DEATH-YEAR  PIC 9(4).
           05 WS-DEATH-MONTH PIC 9(2).
           05 WS-DEATH-DAY   PIC 9(2).
       01 WS-CUST-FOUND     PIC X.
       01 WS-CUST-NAME      PIC A(20).
       01 WS-CUST-MERGED    PIC 9(3).
       01 WS-CUST-DEAD      PIC X.

      *> Espolio em estates.dat (FIND-ESTATE).
       01 WS-ES-FOUND       PIC X.
       01 WS-EST-CUST       PIC 9(3).
       01 WS-EST-NAME       PIC A(20).
       01 WS-EST-DEATH      PIC 9(8).
       01 WS-EST-STAT       PIC X.

      *> Contas do cliente falecido (ACC-CUST-ID), recolhidas no
      *> congelamento e no certificado.
       01 WS-EST-TABLE.
           05 WS-EST-COUNT  PIC 9(3) VALUE 0.
           05 WS-EST-ACC    PIC 9(8) OCCURS 50 TIMES.
       01 WS-EST-IDX        PIC 9(3).
       01 WS-IN-ESTATE      PIC X.
       01 WS-CHECK-ACC      PIC 9(8).
       01 WS-CNT-FROZEN     PIC 9(3).
       01 WS-CNT-ORDERS     PIC 9(3).
       01 WS-CNT-MANDATES   PIC 9(3).
       01 WS-CNT-LOANS      PIC 9(3).

      *> Certificado: saldo a data do obito = saldo atual menos o
      *> efeito dos movimentos com data-valor posterior ao obito.
       01 WS-BAL-AT-DEATH   PIC S9(9)V99.
       01 WS-EFF-DATE       PIC 9(8).
       01 WS-CERT-ACC       PIC 9(8).
       01 WS-CERT-CURR      PIC X(3).
       01 WS-LOAN-OUT       PIC 9(9)V99.
       01 WS-CERT-LOANS     PIC 9(3).
       01 WS-CUR-COUNT      PIC 9 VALUE 0.
       01 WS-CUR-IDX        PIC 9.
       01 WS-CUR-FOUND      PIC X.
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 5 TIMES.
               10 WS-CUR-CODE   PIC X(3).
               10 WS-CUR-TOTAL  PIC S9(11)V99.

       01 WS-CERT-HEADER.
           05 FILLER         PIC X(9)  VALUE "CONTA".
           05 FILLER         PIC X(6)  VALUE "MOEDA".
           05 FILLER         PIC X(15) VALUE "   SALDO OBITO".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(15) VALUE "   SALDO ATUAL".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(11) VALUE "ESTADO".
           05 FILLER         PIC X(20) VALUE "TITULARIDADE".
       01 WS-CERT-DETAIL.
           05 WS-CD-ACC      PIC 9(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-CD-CURR     PIC X(3).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-CD-DEATH    PIC -Z(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-CD-NOW      PIC -Z(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-CD-STATUS   PIC X(11).
           05 WS-CD-JOINT    PIC X(20).
       01 WS-CERT-TOTAL.
           05 FILLER         PIC X(9)  VALUE "TOTAL".
           05 WS-CT-CURR     PIC X(3).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-CT-AMOUNT   PIC -Z(9)9.99.
       01 WS-CERT-LOAN.
           05 FILLER         PIC X(11) VALUE "EMPRESTIMO ".
           05 WS-CL-ID       PIC 9(4).
           05 FILLER         PIC X(8)  VALUE " CONTA ".
           05 WS-CL-ACC      PIC 9(8).
           05 FILLER         PIC X(28)
               VALUE " CAPITAL EM DIVIDA NO OBITO ".
           05 WS-CL-AMOUNT   PIC Z(9)9.99.

      *> Pagamento a herdeiro (proposta e execucao).
       01 WS-IN-ACC         PIC 9(8).
       01 WS-IN-HEIR        PIC 9(8).
       01 WS-IN-AMOUNT      PIC 9(7)V99.
       01 WS-HEIR-ACC       PIC 9(8).
       01 WS-ACC-OK         PIC X.
       01 WS-DEC-CUST       PIC 9(3).
       01 WS-DEC-CURR       PIC X(3).
       01 WS-DEC-BRANCH     PIC 9(4).
       01 WS-DEC-STAT       PIC X.
       01 WS-DEC-AVAIL      PIC S9(9)V99.
       01 WS-HEIR-CUST      PIC 9(3).
       01 WS-HEIR-CURR      PIC X(3).
       01 WS-HEIR-BRANCH    PIC 9(4).
       01 WS-HEIR-STAT      PIC X.
       01 WS-COMMITTED      PIC 9(9)V99.
       01 WS-COMMIT-COUNT   PIC 9(3).
       01 WS-PAY-NARR       PIC X(20).
       01 WS-AUTH-EXECUTED  PIC 9(3).

      *> Encerramento das contas do espolio.
       01 WS-CNT-CLOSED     PIC 9(3).
       01 WS-CNT-OPEN       PIC 9(3).
       01 WS-LOAN-ACTIVE    PIC X.

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

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
       MOVE "ESTATE-MAINT" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "ESTATE-MAINT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
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
      *> um accounts.dat, transactions.dat, customers.dat ou loans.dat
      *> de versao diferente da do layout com que foi compilado.
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
       END-IF.

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 7
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
       MOVE "ESTATE-MAINT" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== ESPOLIOS ====="
       DISPLAY "1. Registar obito e abrir espolio"
       DISPLAY "2. Listar espolios"
       DISPLAY "3. Certificado de saldos a data do obito"
       DISPLAY "4. Propor pagamento a herdeiro"
       DISPLAY "5. Executar pagamentos aprovados"
       DISPLAY "6. Encerrar contas do espolio"
       DISPLAY "7. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Consulta e certificado abertos a todos os perfis; o resto e
      *> trabalho de Teller (a aprovacao dos pagamentos e no
      *> AUTH-QUEUE, por outro operador).
       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM OPEN-ESTATE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-ESTATES
           WHEN 3 PERFORM ASK-CERTIFICATE
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROPOSE-PAYOUT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM EXECUTE-APPROVED-PAYOUTS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CLOSE-ESTATE-ACCOUNTS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 7 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

*>-----------------------------------------------------------------
*> Abertura do espolio: o cliente existe, nao esta fundido nem ja
*> falecido e a data do obito e valida e nao futura. Confirmado,
*> marca o cliente e percorre os produtos: contas, ordens,
*> mandatos e emprestimos; no fim regista o espolio e emite o
*> certificado de saldos.
*>-----------------------------------------------------------------
OPEN-ESTATE.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "ID do cliente (customers.dat):"
       ACCEPT WS-IN-CUST
       DISPLAY "Data do obito (AAAAMMDD):"
       ACCEPT WS-IN-DEATH

       IF WS-IN-DEATH = 0 OR WS-IN-DEATH > WS-TODAY
          OR WS-DEATH-MONTH < 1 OR WS-DEATH-MONTH > 12
          OR WS-DEATH-DAY < 1 OR WS-DEATH-DAY > 31
           DISPLAY "Data do obito invalida."
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-CUSTOMER
       IF WS-CUST-FOUND = "N"
           DISPLAY "Cliente " WS-IN-CUST " nao existe."
           EXIT PARAGRAPH
       END-IF
       IF WS-CUST-MERGED > 0
           DISPLAY "Cliente fundido no " WS-CUST-MERGED
                   " - registe o obito no sobrevivente."
           EXIT PARAGRAPH
       END-IF
       IF WS-CUST-DEAD = "Y"
           DISPLAY "Cliente ja registado como falecido."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IN-CUST TO WS-EST-CUST
       PERFORM FIND-ESTATE
       IF WS-ES-FOUND = "Y"
           DISPLAY "Ja existe espolio para o cliente " WS-IN-CUST "."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Cliente: " WS-CUST-NAME "  obito: " WS-IN-DEATH
       DISPLAY "Congelar todas as contas e suspender ordens, "
               "mandatos e emprestimos? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Operacao cancelada."
           EXIT PARAGRAPH
       END-IF

       PERFORM MARK-CUSTOMER-DECEASED
       PERFORM FREEZE-ESTATE-ACCOUNTS
       PERFORM PAUSE-ESTATE-ORDERS
       PERFORM SUSPEND-ESTATE-MANDATES
       PERFORM FLAG-ESTATE-LOANS

       OPEN EXTEND ESTATE-FILE
       IF WS-ES-STATUS = "05" OR WS-ES-STATUS = "35"
           CLOSE ESTATE-FILE
           OPEN OUTPUT ESTATE-FILE
           CLOSE ESTATE-FILE
           OPEN EXTEND ESTATE-FILE
       END-IF
       MOVE WS-IN-CUST TO ES-CUST-ID
       MOVE WS-CUST-NAME TO ES-CUST-NAME
       MOVE WS-IN-DEATH TO ES-DEATH-DATE
       MOVE WS-TODAY TO ES-OPENED
       MOVE WS-CNT-FROZEN TO ES-ACCOUNTS
       MOVE WS-CNT-ORDERS TO ES-ORDERS
       MOVE WS-CNT-MANDATES TO ES-MANDATES
       MOVE WS-CNT-LOANS TO ES-LOANS
       MOVE "A" TO ES-STATUS
       MOVE 0 TO ES-CLOSED-DATE
       MOVE WS-OPER-NAME TO ES-OPERATOR
       WRITE ES-REC
       CLOSE ESTATE-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ESTATE OPEN " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              " OBITO " DELIMITED BY SIZE
              WS-IN-DEATH DELIMITED BY SIZE
              " CONTAS " DELIMITED BY SIZE
              WS-CNT-FROZEN DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Espolio aberto: " WS-CNT-FROZEN " conta(s) "
               "congelada(s), " WS-CNT-ORDERS " ordem(ns) "
               "suspensa(s), " WS-CNT-MANDATES " mandato(s) "
               "suspenso(s), " WS-CNT-LOANS " emprestimo(s) "
               "marcado(s)."

       MOVE WS-IN-CUST TO WS-EST-CUST
       MOVE WS-CUST-NAME TO WS-EST-NAME
       MOVE WS-IN-DEATH TO WS-EST-DEATH
       PERFORM WRITE-CERTIFICATE.

      *> Le WS-IN-CUST em customers.dat; os campos que interessam
      *> ficam em WS-CUST-*.
FIND-CUSTOMER.
       MOVE "N" TO WS-CUST-FOUND
       MOVE 0 TO WS-CUST-MERGED
       MOVE "N" TO WS-CUST-DEAD
       OPEN INPUT CUSTOMERS-FILE
       IF WS-CUST-STATUS = "35"
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
                       MOVE "Y" TO WS-CUST-EOF
                       MOVE CUST-NAME TO WS-CUST-NAME
                       IF CUST-MERGED-INTO IS NUMERIC
                           MOVE CUST-MERGED-INTO TO WS-CUST-MERGED
                       END-IF
                       IF CUST-DECEASED = "Y"
                           MOVE "Y" TO WS-CUST-DEAD
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

      *> Reescrita de customers.dat via temporario com o cliente
      *> marcado falecido; linhas anteriores aos campos saem
      *> alargadas com N/zero.
MARK-CUSTOMER-DECEASED.
       OPEN INPUT CUSTOMERS-FILE
       OPEN OUTPUT CUSTOMERS-TEMP
       MOVE "N" TO WS-CUST-EOF
       PERFORM UNTIL WS-CUST-EOF = "Y"
           READ CUSTOMERS-FILE
               AT END MOVE "Y" TO WS-CUST-EOF
               NOT AT END
      *> O cabecalho de layout passa tal como esta.
                   IF CUST-LAYOUT-HEADER
                       MOVE CUST-REC TO CUST-TEMP-REC
                   ELSE
                       IF CUST-ID = WS-IN-CUST
                           MOVE "Y" TO CUST-DECEASED
                           MOVE WS-IN-DEATH TO CUST-DEATH-DATE
                       END-IF
                       IF CUST-DECEASED NOT = "Y"
                           MOVE "N" TO CUST-DECEASED
                       END-IF
                       IF CUST-DEATH-DATE IS NOT NUMERIC
                           MOVE 0 TO CUST-DEATH-DATE
                       END-IF
                       MOVE CUST-REC TO CUST-TEMP-REC
                   END-IF
                   WRITE CUST-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE
       CLOSE CUSTOMERS-TEMP
       CALL "SYSTEM" USING "mv customers.tmp customers.dat".

      *> Congela todas as contas do cliente que nao estejam
      *> encerradas e guarda-as na tabela para os passos seguintes.
FREEZE-ESTATE-ACCOUNTS.
       MOVE 0 TO WS-EST-COUNT
       MOVE 0 TO WS-CNT-FROZEN
       OPEN I-O ACCOUNTS-FILE
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
                   IF ACC-CUST-ID = WS-IN-CUST AND NOT ACC-CLOSED
                      AND WS-EST-COUNT < 50
                       ADD 1 TO WS-EST-COUNT
                       MOVE ACC-ID TO WS-EST-ACC (WS-EST-COUNT)
                       IF NOT ACC-FROZEN
                           MOVE "F" TO ACC-STATUS
                           REWRITE ACCOUNT-RECORD
                       END-IF
                       ADD 1 TO WS-CNT-FROZEN
                       DISPLAY "Conta " ACC-ID " congelada."
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

      *> WS-IN-ESTATE = Y quando WS-CHECK-ACC esta na tabela.
CHECK-ESTATE-ACC.
       MOVE "N" TO WS-IN-ESTATE
       PERFORM VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-COUNT
           IF WS-EST-ACC (WS-EST-IDX) = WS-CHECK-ACC
               MOVE "Y" TO WS-IN-ESTATE
           END-IF
       END-PERFORM.

      *> Ordens permanentes ativas a debitar as contas do espolio
      *> passam a suspensas (N), como a pausa do BANK-SYSTEM-D26.
PAUSE-ESTATE-ORDERS.
       MOVE 0 TO WS-CNT-ORDERS
       IF WS-EST-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT SCHED-FILE
       IF WS-SCHED-STATUS = "35"
           CLOSE SCHED-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SCHED-TEMP
       MOVE "N" TO WS-SCHED-EOF
       PERFORM UNTIL WS-SCHED-EOF = "Y"
           READ SCHED-FILE
               AT END MOVE "Y" TO WS-SCHED-EOF
               NOT AT END
                   IF SCHED-ACTIVE = "Y"
                       MOVE SCHED-FROM TO WS-CHECK-ACC
                       PERFORM CHECK-ESTATE-ACC
                       IF WS-IN-ESTATE = "Y"
                           MOVE "N" TO SCHED-ACTIVE
                           ADD 1 TO WS-CNT-ORDERS
                       END-IF
                   END-IF
                   MOVE SCHED-REC TO SCHED-TEMP-REC
                   WRITE SCHED-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE SCHED-FILE
       CLOSE SCHED-TEMP
       CALL "SYSTEM" USING "mv schedules.tmp schedules.dat".

      *> Mandatos ativos das contas do espolio passam a suspensos
      *> (S): o DIRECT-DEBITS devolve as cobrancas com R01.
SUSPEND-ESTATE-MANDATES.
       MOVE 0 TO WS-CNT-MANDATES
       IF WS-EST-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT MANDATES-FILE
       IF WS-MAND-STATUS = "35"
           CLOSE MANDATES-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MANDATES-TEMP
       MOVE "N" TO WS-MAND-EOF
       PERFORM UNTIL WS-MAND-EOF = "Y"
           READ MANDATES-FILE
               AT END MOVE "Y" TO WS-MAND-EOF
               NOT AT END
                   IF MAND-ACTIVE
                       MOVE MAND-ACC-ID TO WS-CHECK-ACC
                       PERFORM CHECK-ESTATE-ACC
                       IF WS-IN-ESTATE = "Y"
                           MOVE "S" TO MAND-STATUS
                           ADD 1 TO WS-CNT-MANDATES
                       END-IF
                   END-IF
                   MOVE MAND-REC TO MAND-TEMP-REC
                   WRITE MAND-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE MANDATES-FILE
       CLOSE MANDATES-TEMP
       CALL "SYSTEM" USING "mv dd_mandates.tmp dd_mandates.dat".

      *> Emprestimos por liquidar (ativos ou abatidos) das contas do
      *> espolio ficam marcados LOAN-ESTATE = Y.
FLAG-ESTATE-LOANS.
       MOVE 0 TO WS-CNT-LOANS
       IF WS-EST-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT LOANS-TEMP
       MOVE "N" TO WS-LOANS-EOF
       PERFORM UNTIL WS-LOANS-EOF = "Y"
           READ LOANS-FILE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF NOT LOAN-SETTLED
                       MOVE LOAN-ACC-ID TO WS-CHECK-ACC
                       PERFORM CHECK-ESTATE-ACC
                       IF WS-IN-ESTATE = "Y"
                           MOVE "Y" TO LOAN-ESTATE
                           ADD 1 TO WS-CNT-LOANS
                       END-IF
                   END-IF
                   MOVE LOAN-REC TO LOAN-TEMP-REC
                   WRITE LOAN-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE
       CLOSE LOANS-TEMP
       CALL "SYSTEM" USING "mv loans.tmp loans.dat".

      *> Le o espolio de WS-EST-CUST em estates.dat.
FIND-ESTATE.
       MOVE "N" TO WS-ES-FOUND
       OPEN INPUT ESTATE-FILE
       IF WS-ES-STATUS = "35"
           CLOSE ESTATE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ES-EOF
       PERFORM UNTIL WS-ES-EOF = "Y"
           READ ESTATE-FILE
               AT END MOVE "Y" TO WS-ES-EOF
               NOT AT END
                   IF ES-CUST-ID = WS-EST-CUST
                       MOVE "Y" TO WS-ES-FOUND
                       MOVE "Y" TO WS-ES-EOF
                       MOVE ES-CUST-NAME TO WS-EST-NAME
                       MOVE ES-DEATH-DATE TO WS-EST-DEATH
                       MOVE ES-STATUS TO WS-EST-STAT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ESTATE-FILE.

LIST-ESTATES.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT ESTATE-FILE
       IF WS-ES-STATUS = "35"
           CLOSE ESTATE-FILE
           DISPLAY "Nao existem espolios registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ES-EOF
       PERFORM UNTIL WS-ES-EOF = "Y"
           READ ESTATE-FILE
               AT END MOVE "Y" TO WS-ES-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY ES-CUST-ID " " ES-CUST-NAME
                           " obito " ES-DEATH-DATE
                           " aberto " ES-OPENED
                           " contas " ES-ACCOUNTS
                           " ordens " ES-ORDERS
                           " mandatos " ES-MANDATES
                           " emprest. " ES-LOANS
                           " estado " ES-STATUS
           END-READ
       END-PERFORM
       CLOSE ESTATE-FILE
       DISPLAY WS-LIST-COUNT " espolio(s).".

ASK-CERTIFICATE.
       DISPLAY "ID do cliente falecido:"
       ACCEPT WS-EST-CUST
       PERFORM FIND-ESTATE
       IF WS-ES-FOUND = "N"
           DISPLAY "Nao existe espolio para o cliente " WS-EST-CUST "."
           EXIT PARAGRAPH
       END-IF
       PERFORM WRITE-CERTIFICATE.

*>-----------------------------------------------------------------
*> Certificado de saldos a data do obito (estate_certificate.txt):
*> cada conta do cliente com o saldo no obito e o atual, totais
*> por moeda e o capital em divida dos emprestimos marcados. O
*> saldo no obito parte do saldo atual e desfaz os movimentos com
*> data-valor (ou de lancamento, se nao tiver) posterior ao obito.
*>-----------------------------------------------------------------
WRITE-CERTIFICATE.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-EST-COUNT
       MOVE 0 TO WS-CUR-COUNT

       OPEN OUTPUT CERT-FILE
       MOVE "CERTIFICADO DE SALDOS A DATA DO OBITO" TO CERT-LINE
       WRITE CERT-LINE
       MOVE SPACES TO CERT-LINE
       STRING "Cliente " DELIMITED BY SIZE
              WS-EST-CUST DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EST-NAME DELIMITED BY SIZE
              "  Obito " DELIMITED BY SIZE
              WS-EST-DEATH DELIMITED BY SIZE
              "  Emitido " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO CERT-LINE
       END-STRING
       WRITE CERT-LINE
       MOVE SPACES TO CERT-LINE
       WRITE CERT-LINE
       WRITE CERT-LINE FROM WS-CERT-HEADER

       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           MOVE "Sem contas." TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE
           DISPLAY "accounts.dat nao existe."
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT TRANS-FILE
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF ACC-CUST-ID = WS-EST-CUST
                       PERFORM CERTIFY-ONE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE
       IF WS-TRANS-STATUS NOT = "35"
           CLOSE TRANS-FILE
       END-IF

       MOVE SPACES TO CERT-LINE
       WRITE CERT-LINE
       PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
           MOVE WS-CUR-CODE (WS-CUR-IDX) TO WS-CT-CURR
           MOVE WS-CUR-TOTAL (WS-CUR-IDX) TO WS-CT-AMOUNT
           WRITE CERT-LINE FROM WS-CERT-TOTAL
       END-PERFORM

       PERFORM CERTIFY-ESTATE-LOANS
       CLOSE CERT-FILE
       MOVE "estate_certificate.txt" TO RPQ-FILE
       MOVE "ESTCERT" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Certificado em estate_certificate.txt ("
               WS-EST-COUNT " conta(s), " WS-CERT-LOANS
               " emprestimo(s))."

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ESTATE CERT " DELIMITED BY SIZE
              WS-EST-CUST DELIMITED BY SIZE
              " OBITO " DELIMITED BY SIZE
              WS-EST-DEATH DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

CERTIFY-ONE-ACCOUNT.
       IF WS-EST-COUNT < 50
           ADD 1 TO WS-EST-COUNT
           MOVE ACC-ID TO WS-EST-ACC (WS-EST-COUNT)
       END-IF
       MOVE ACC-ID TO WS-CERT-ACC
       MOVE ACC-CURRENCY TO WS-CERT-CURR
       MOVE ACC-BALANCE TO WS-BAL-AT-DEATH

      *> Movimentos da conta pela chave alternativa.
       IF WS-TRANS-STATUS NOT = "35"
           MOVE "N" TO WS-TRANS-EOF
           MOVE WS-CERT-ACC TO TRANS-ACC-ID
           START TRANS-FILE KEY IS EQUAL TO TRANS-ACC-ID
               INVALID KEY MOVE "Y" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               READ TRANS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACC-ID NOT = WS-CERT-ACC
                           MOVE "Y" TO WS-TRANS-EOF
                       ELSE
                           PERFORM UNDO-AFTER-DEATH
                       END-IF
               END-READ
           END-PERFORM
       END-IF

       MOVE WS-CERT-ACC TO WS-CD-ACC
       MOVE WS-CERT-CURR TO WS-CD-CURR
       MOVE WS-BAL-AT-DEATH TO WS-CD-DEATH
       MOVE ACC-BALANCE TO WS-CD-NOW
       EVALUATE TRUE
           WHEN ACC-FROZEN  MOVE "CONGELADA" TO WS-CD-STATUS
           WHEN ACC-CLOSED  MOVE "ENCERRADA" TO WS-CD-STATUS
           WHEN ACC-PENDING MOVE "PENDENTE" TO WS-CD-STATUS
           WHEN OTHER       MOVE "ATIVA" TO WS-CD-STATUS
       END-EVALUATE
      *> Conta conjunta: os contitulares sobrevivos tem direito a
      *> sua parte; o certificado so o assinala.
       IF ACC-JOINT-COUNT > 0
           MOVE SPACES TO WS-CD-JOINT
           STRING "CONJUNTA +" DELIMITED BY SIZE
                  ACC-JOINT-COUNT DELIMITED BY SIZE
                  " TITULAR" DELIMITED BY SIZE
                  INTO WS-CD-JOINT
           END-STRING
       ELSE
           MOVE "INDIVIDUAL" TO WS-CD-JOINT
       END-IF
       WRITE CERT-LINE FROM WS-CERT-DETAIL

       MOVE "N" TO WS-CUR-FOUND
       PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
           IF WS-CUR-CODE (WS-CUR-IDX) = WS-CERT-CURR
               ADD WS-BAL-AT-DEATH TO WS-CUR-TOTAL (WS-CUR-IDX)
               MOVE "Y" TO WS-CUR-FOUND
           END-IF
       END-PERFORM
       IF WS-CUR-FOUND = "N" AND WS-CUR-COUNT < 5
           ADD 1 TO WS-CUR-COUNT
           MOVE WS-CERT-CURR TO WS-CUR-CODE (WS-CUR-COUNT)
           MOVE WS-BAL-AT-DEATH TO WS-CUR-TOTAL (WS-CUR-COUNT)
       END-IF.

      *> Um movimento depois do obito desfaz-se no sentido contrario:
      *> creditos (C/I/E) saem, debitos (D/F/R) voltam.
UNDO-AFTER-DEATH.
       IF TRANS-VALUE-DATE IS NUMERIC AND TRANS-VALUE-DATE > 0
           MOVE TRANS-VALUE-DATE TO WS-EFF-DATE
       ELSE
           MOVE TRANS-DATE TO WS-EFF-DATE
       END-IF
       IF WS-EFF-DATE > WS-EST-DEATH
           EVALUATE TRUE
               WHEN TRANS-CREDIT OR TRANS-INTEREST
                    OR TRANS-REVERSAL-CR
                   SUBTRACT TRANS-AMOUNT FROM WS-BAL-AT-DEATH
               WHEN TRANS-DEBIT OR TRANS-FEE OR TRANS-REVERSAL-DB
                   ADD TRANS-AMOUNT TO WS-BAL-AT-DEATH
           END-EVALUATE
       END-IF.

      *> Emprestimos marcados nas contas do certificado: capital em
      *> divida no obito = capital das linhas ainda pendentes mais o
      *> das cobradas com vencimento posterior ao obito.
CERTIFY-ESTATE-LOANS.
       MOVE 0 TO WS-CERT-LOANS
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LOANS-EOF
       PERFORM UNTIL WS-LOANS-EOF = "Y"
           READ LOANS-FILE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-IN-ESTATE AND NOT LOAN-LAYOUT-HEADER
                       MOVE LOAN-ACC-ID TO WS-CHECK-ACC
                       PERFORM CHECK-ESTATE-ACC
                       IF WS-IN-ESTATE = "Y"
                           PERFORM CERTIFY-ONE-LOAN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

CERTIFY-ONE-LOAN.
       ADD 1 TO WS-CERT-LOANS
       MOVE 0 TO WS-LOAN-OUT
       OPEN INPUT LSCHED-FILE
       IF WS-LSCHED-STATUS NOT = "35"
           MOVE "N" TO WS-LSCHED-EOF
           PERFORM UNTIL WS-LSCHED-EOF = "Y"
               READ LSCHED-FILE
                   AT END MOVE "Y" TO WS-LSCHED-EOF
                   NOT AT END
                       IF LS-LOAN-ID = LOAN-ID
                           IF LS-PENDING
                              OR (LS-COLLECTED
                                  AND LS-DUE-DATE > WS-EST-DEATH)
                               ADD LS-PRINCIPAL TO WS-LOAN-OUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE LSCHED-FILE
       MOVE LOAN-ID TO WS-CL-ID
       MOVE LOAN-ACC-ID TO WS-CL-ACC
       MOVE WS-LOAN-OUT TO WS-CL-AMOUNT
       WRITE CERT-LINE FROM WS-CERT-LOAN.

*>-----------------------------------------------------------------
*> Proposta de pagamento a um herdeiro: a conta do falecido e de
*> um espolio aberto e esta congelada; a do herdeiro esta ativa,
*> nao e do falecido e e da mesma moeda. O montante cabe no
*> disponivel depois dos pagamentos ja propostos e ainda nao
*> executados. Fica pendente de dupla autorizacao.
*>-----------------------------------------------------------------
PROPOSE-PAYOUT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Conta do falecido:"
       ACCEPT WS-IN-ACC
       DISPLAY "Conta do herdeiro:"
       ACCEPT WS-IN-HEIR
       DISPLAY "Montante:"
       ACCEPT WS-IN-AMOUNT
       IF WS-IN-AMOUNT = 0 OR WS-IN-ACC = WS-IN-HEIR
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-IN-ACC TO WS-CHECK-ACC
       MOVE WS-IN-HEIR TO WS-HEIR-ACC
       PERFORM READ-PAYOUT-ACCOUNTS
       IF WS-ACC-OK = "N"
           DISPLAY "Conta inexistente."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-DEC-CUST TO WS-EST-CUST
       PERFORM FIND-ESTATE
       IF WS-DEC-CUST = 0 OR WS-ES-FOUND = "N"
          OR WS-EST-STAT NOT = "A"
           DISPLAY "A conta " WS-IN-ACC " nao pertence a um espolio "
                   "aberto."
           EXIT PARAGRAPH
       END-IF
       IF WS-DEC-STAT NOT = "F"
           DISPLAY "A conta do falecido nao esta congelada."
           EXIT PARAGRAPH
       END-IF
       IF WS-HEIR-STAT NOT = "A" OR WS-HEIR-CUST = WS-DEC-CUST
           DISPLAY "A conta do herdeiro tem de estar ativa e nao "
                   "pode ser do falecido."
           EXIT PARAGRAPH
       END-IF
       IF WS-HEIR-CURR NOT = WS-DEC-CURR
           DISPLAY "As contas tem de estar na mesma moeda."
           EXIT PARAGRAPH
       END-IF

       PERFORM SUM-ESTATE-COMMITTED
       IF WS-IN-AMOUNT > WS-DEC-AVAIL - WS-COMMITTED
           DISPLAY "Montante acima do disponivel (" WS-DEC-AVAIL
                   " menos " WS-COMMITTED " ja propostos)."
           EXIT PARAGRAPH
       END-IF

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
       MOVE "ESTATE" TO PA-SOURCE
       MOVE "H" TO PA-OPTION
       MOVE WS-IN-ACC TO PA-ACC-ID
       MOVE WS-IN-AMOUNT TO PA-AMOUNT
       MOVE 0 TO PA-RATE
       MOVE 0 TO PA-TERM
       MOVE "ESP" TO PA-REASON
       MOVE SPACES TO PA-NARRATIVE
       MOVE WS-IN-HEIR TO PA-NARRATIVE(1:8)
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
       STRING "AUTH QUEUED ESTATE " DELIMITED BY SIZE
              WS-LAST-PA-ID DELIMITED BY SIZE
              " AMT " DELIMITED BY SIZE
              WS-IN-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Pagamento ao herdeiro pendente de dupla "
               "autorizacao (pedido " WS-LAST-PA-ID ").".

      *> Le a conta do falecido (WS-CHECK-ACC) e a do herdeiro
      *> (WS-HEIR-ACC) para WS-DEC-* / WS-HEIR-*.
READ-PAYOUT-ACCOUNTS.
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
               MOVE ACC-CUST-ID TO WS-DEC-CUST
               MOVE ACC-CURRENCY TO WS-DEC-CURR
               MOVE ACC-BRANCH TO WS-DEC-BRANCH
               MOVE ACC-STATUS TO WS-DEC-STAT
               COMPUTE WS-DEC-AVAIL = ACC-BALANCE - ACC-HOLD-AMOUNT
       END-READ
       MOVE WS-HEIR-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "N" TO WS-ACC-OK
           NOT INVALID KEY
               MOVE ACC-CUST-ID TO WS-HEIR-CUST
               MOVE ACC-CURRENCY TO WS-HEIR-CURR
               MOVE ACC-BRANCH TO WS-HEIR-BRANCH
               MOVE ACC-STATUS TO WS-HEIR-STAT
       END-READ
       CLOSE ACCOUNTS-FILE.

      *> Pagamentos de espolio ainda pendentes ou aprovados da conta
      *> WS-CHECK-ACC: montante e numero.
SUM-ESTATE-COMMITTED.
       MOVE 0 TO WS-COMMITTED
       MOVE 0 TO WS-COMMIT-COUNT
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
                   IF PA-SOURCE = "ESTATE"
                      AND PA-ACC-ID = WS-CHECK-ACC
                      AND (PA-PENDING OR PA-APPROVED)
                       ADD PA-AMOUNT TO WS-COMMITTED
                       ADD 1 TO WS-COMMIT-COUNT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE.

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
*> Executa os pagamentos de espolio ja aprovados no AUTH-QUEUE:
*> revalida as duas contas, lanca o par debito/credito e marca o
*> pedido executado, com maker e checker na mesma linha da trilha.
*>-----------------------------------------------------------------
EXECUTE-APPROVED-PAYOUTS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "ESTATE-MAINT" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-AUTH-EXECUTED

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
                   IF PA-APPROVED AND PA-SOURCE = "ESTATE"
                       PERFORM EXECUTE-ONE-PAYOUT
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
       DISPLAY "Pagamentos aprovados executados: "
               WS-AUTH-EXECUTED.

EXECUTE-ONE-PAYOUT.
       IF PA-NARRATIVE(1:8) IS NOT NUMERIC
           DISPLAY "Pedido " PA-ID ": conta do herdeiro ilegivel - "
                   "fica aprovado por executar."
           EXIT PARAGRAPH
       END-IF
       MOVE PA-NARRATIVE(1:8) TO WS-HEIR-ACC

       MOVE "Y" TO WS-ACC-OK
       MOVE PA-ACC-ID TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "N" TO WS-ACC-OK
           NOT INVALID KEY
               MOVE ACC-CUST-ID TO WS-DEC-CUST
               MOVE ACC-CURRENCY TO WS-DEC-CURR
               MOVE ACC-BRANCH TO WS-DEC-BRANCH
               MOVE ACC-STATUS TO WS-DEC-STAT
               COMPUTE WS-DEC-AVAIL = ACC-BALANCE - ACC-HOLD-AMOUNT
       END-READ
       IF WS-ACC-OK = "Y"
           MOVE WS-HEIR-ACC TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY MOVE "N" TO WS-ACC-OK
               NOT INVALID KEY
                   MOVE ACC-CURRENCY TO WS-HEIR-CURR
                   MOVE ACC-BRANCH TO WS-HEIR-BRANCH
                   MOVE ACC-STATUS TO WS-HEIR-STAT
           END-READ
       END-IF
       IF WS-ACC-OK = "N" OR WS-DEC-STAT NOT = "F"
          OR WS-HEIR-STAT NOT = "A" OR WS-HEIR-CURR NOT = WS-DEC-CURR
           DISPLAY "Pedido " PA-ID ": conta invalida - fica "
                   "aprovado por executar."
           EXIT PARAGRAPH
       END-IF
       IF PA-AMOUNT > WS-DEC-AVAIL
           DISPLAY "Pedido " PA-ID ": saldo insuficiente na conta "
                   PA-ACC-ID " - fica aprovado por executar."
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-PAY-NARR
       STRING "ESPOLIO " DELIMITED BY SIZE
              WS-DEC-CUST DELIMITED BY SIZE
              INTO WS-PAY-NARR
       END-STRING

       MOVE PA-ACC-ID TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               SUBTRACT PA-AMOUNT FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       MOVE WS-HEIR-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD PA-AMOUNT TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE PA-ACC-ID TO TRANS-ACC-ID
       MOVE "D" TO TRANS-TYPE
       MOVE PA-AMOUNT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-DEC-CURR TO TRANS-CURRENCY
       MOVE WS-DEC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "ESP" TO TRANS-REASON
       MOVE WS-PAY-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-HEIR-ACC TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE PA-AMOUNT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-DEC-CURR TO TRANS-CURRENCY
       MOVE WS-HEIR-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "ESP" TO TRANS-REASON
       MOVE WS-PAY-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       MOVE "X" TO PA-STATUS
       MOVE WS-TODAY TO PA-DISP-DATE
       ADD 1 TO WS-AUTH-EXECUTED

      *> Maker e checker na mesma linha da trilha.
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AUTH EXEC ESTATE " DELIMITED BY SIZE
              PA-ID DELIMITED BY SIZE
              " MK " DELIMITED BY SIZE
              PA-MAKER DELIMITED BY SIZE
              " CK " DELIMITED BY SIZE
              PA-CHECKER DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

*>-----------------------------------------------------------------
*> Encerramento: cada conta do espolio a zero, sem cativos, sem
*> pagamentos por executar e sem emprestimo ativo passa a
*> encerrada. Quando ja nenhuma fica por encerrar, o espolio
*> fecha.
*>-----------------------------------------------------------------
CLOSE-ESTATE-ACCOUNTS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "ID do cliente falecido:"
       ACCEPT WS-EST-CUST
       PERFORM FIND-ESTATE
       IF WS-ES-FOUND = "N" OR WS-EST-STAT NOT = "A"
           DISPLAY "Nao existe espolio aberto para o cliente "
                   WS-EST-CUST "."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-CNT-CLOSED
       MOVE 0 TO WS-CNT-OPEN
       OPEN I-O ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           DISPLAY "accounts.dat nao existe."
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
                   IF ACC-CUST-ID = WS-EST-CUST AND NOT ACC-CLOSED
                       PERFORM CLOSE-ONE-ESTATE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE

       DISPLAY WS-CNT-CLOSED " conta(s) encerrada(s), "
               WS-CNT-OPEN " ainda por encerrar."
       IF WS-CNT-OPEN > 0
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT ESTATE-FILE
       OPEN OUTPUT ESTATE-TEMP
       MOVE "N" TO WS-ES-EOF
       PERFORM UNTIL WS-ES-EOF = "Y"
           READ ESTATE-FILE
               AT END MOVE "Y" TO WS-ES-EOF
               NOT AT END
                   IF ES-CUST-ID = WS-EST-CUST AND ES-OPEN
                       MOVE "C" TO ES-STATUS
                       MOVE WS-TODAY TO ES-CLOSED-DATE
                       MOVE WS-OPER-NAME TO ES-OPERATOR
                   END-IF
                   MOVE ES-REC TO ES-TEMP-REC
                   WRITE ES-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE ESTATE-FILE
       CLOSE ESTATE-TEMP
       CALL "SYSTEM" USING "mv estates.tmp estates.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ESTATE CLOSE " DELIMITED BY SIZE
              WS-EST-CUST DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Espolio do cliente " WS-EST-CUST " encerrado.".

CLOSE-ONE-ESTATE-ACCOUNT.
       MOVE ACC-ID TO WS-CHECK-ACC
       PERFORM SUM-ESTATE-COMMITTED
       PERFORM CHECK-ACTIVE-LOAN
       EVALUATE TRUE
           WHEN ACC-BALANCE NOT = 0
               ADD 1 TO WS-CNT-OPEN
               DISPLAY "Conta " ACC-ID ": saldo " ACC-BALANCE
                       " - pagar aos herdeiros primeiro."
           WHEN ACC-HOLD-AMOUNT > 0
               ADD 1 TO WS-CNT-OPEN
               DISPLAY "Conta " ACC-ID ": cativos por libertar."
           WHEN WS-COMMIT-COUNT > 0
               ADD 1 TO WS-CNT-OPEN
               DISPLAY "Conta " ACC-ID ": pagamentos por executar."
           WHEN WS-LOAN-ACTIVE = "Y"
               ADD 1 TO WS-CNT-OPEN
               DISPLAY "Conta " ACC-ID ": emprestimo ativo."
           WHEN OTHER
               MOVE "C" TO ACC-STATUS
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-CNT-CLOSED
               MOVE WS-OPER-NAME TO WS-AUDIT-USER
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "ESTATE ACC CLOSE " DELIMITED BY SIZE
                      WS-CHECK-ACC DELIMITED BY SIZE
                      INTO WS-AUDIT-ACTION
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Conta " WS-CHECK-ACC " encerrada."
       END-EVALUATE.

      *> WS-LOAN-ACTIVE = Y quando a conta WS-CHECK-ACC ainda tem um
      *> emprestimo ativo.
CHECK-ACTIVE-LOAN.
       MOVE "N" TO WS-LOAN-ACTIVE
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LOANS-EOF
       PERFORM UNTIL WS-LOANS-EOF = "Y"
           READ LOANS-FILE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ACC-ID = WS-CHECK-ACC AND LOAN-ACTIVE
                       MOVE "Y" TO WS-LOAN-ACTIVE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

      *> Maior TRANS-ID por posicionamento na chave: START no maior
      *> valor possivel (regra do <=: fica no maior existente) e um
      *> unico READ, em vez do varrimento ao ficheiro inteiro que
      *> rastejava com o historico.
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
       MOVE "ESTATE-MAINT" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
