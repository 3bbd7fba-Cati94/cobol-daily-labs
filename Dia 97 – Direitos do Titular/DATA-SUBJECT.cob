       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-SUBJECT.

      *> Direitos do titular dos dados (RGPD) sobre um cliente do
      *> mestre (customers.dat, CUSTOMER-ID):
      *>   - exportacao de acesso: tudo o que se guarda ligado ao
      *>     cliente num so ficheiro legivel, subject_access.txt --
      *>     mestre de clientes, contas e os seus movimentos,
      *>     emprestimos, faturas (pelo nome do cliente, a chave
      *>     alternativa de invoices.dat) e os seus recibos,
      *>     reclamacoes e historico, notificacoes enviadas as contas
      *>     e as linhas da trilha de auditoria que o referem;
      *>   - apagamento: anonimiza os campos pessoais nesses ficheiros
      *>     quando ja nenhuma obrigacao de conservacao se aplica --
      *>     nenhuma conta por encerrar, nenhum emprestimo ativo ou
      *>     abatido com recuperacoes, nenhuma fatura em aberto nem
      *>     reclamacao por responder, e nenhum registo dentro do
      *>     prazo de conservacao (anos da regra ACCOUNTS de
      *>     retention_rules.dat, RETENTION-PURGE Dia 61; sem regra,
      *>     10 anos). Cada campo anonimizado fica no diario de purga
      *>     (purge_journal.dat), no mesmo formato das corridas de
      *>     retencao, e o pedido na trilha de auditoria.
      *> Montantes, datas e chaves ficam: a contabilidade e os
      *> totais continuam a bater, so deixam de apontar para uma
      *> pessoa. A trilha de auditoria e encadeada e nao se
      *> reescreve -- exporta-se, nunca se anonimiza. Faturas de um
      *> nome que outro cliente tambem usa nao se podem atribuir com
      *> seguranca e ficam de fora (com aviso).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CUSTOMERS-TEMP ASSIGN TO "customers.tmp"
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

           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.

      *> Faturas do INVOICE-SYSTEM (Dia 20).
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

      *> Reclamacoes (COMPLAINTS, Dia 94).
           SELECT COMPLAINT-FILE ASSIGN TO "complaints.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPL-STATUS.

           SELECT COMPLAINT-TEMP ASSIGN TO "complaints.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "complaint_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPH-STATUS.

           SELECT HISTORY-TEMP ASSIGN TO "complaint_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Cartas enviadas pelo NOTIFY-BATCH (Dia 57).
           SELECT NLOG-FILE ASSIGN TO "notifications_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.

      *> Regras e diario da retencao (RETENTION-PURGE, Dia 61).
           SELECT RULES-FILE ASSIGN TO "retention_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "purge_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "subject_access.txt"
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

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           05 PAY-INV-ID   PIC 9(4).
           05 PAY-DATE     PIC 9(8).
           05 PAY-AMOUNT   PIC 9(7)V99.
           05 PAY-CURRENCY PIC X(3).
           05 PAY-FX-RATE  PIC 9(3)V9(6).
           05 PAY-FX-DIFF  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 PAY-SOURCE   PIC X.

       FD COMPLAINT-FILE.
       COPY "COMPLAINT-RECORD.cpy".

      *> Width must match CPL-REC exactly (162 chars).
       FD COMPLAINT-TEMP.
       01 CPL-TEMP-REC PIC X(162).

       FD HISTORY-FILE.
       COPY "COMPLAINT-HISTORY-RECORD.cpy".

      *> Width must match CPH-REC exactly (74 chars).
       FD HISTORY-TEMP.
       01 CPH-TEMP-REC PIC X(74).

       FD NLOG-FILE.
       01 NLG-REC.
           05 NLG-DATE  PIC 9(8).
           05 NLG-ACC   PIC 9(8).
           05 NLG-EVENT PIC X(8).
           05 NLG-KEY   PIC 9(8).

       FD RULES-FILE.
       01 RR-REC.
           05 RR-CATEGORY PIC X(12).
           05 RR-YEARS    PIC 9(2).
           05 RR-ACTION   PIC X.

       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(90).

       FD EXPORT-FILE.
       01 EXPORT-LINE PIC X(132).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-INV-STATUS     PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-CPL-STATUS     PIC XX.
       01 WS-CPH-STATUS     PIC XX.
       01 WS-NLOG-STATUS    PIC XX.
       01 WS-RULES-STATUS   PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-CUST-EOF       PIC X VALUE "N".
       01 WS-ACC-EOF        PIC X VALUE "N".
       01 WS-TRN-EOF        PIC X VALUE "N".
       01 WS-TRN-OPEN       PIC XX.
       01 WS-INV-EOF        PIC X VALUE "N".
       01 WS-TRAIL-EOF      PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CONFIRM        PIC X.

      *> Cliente pedido (FIND-SUBJECT). WS-SUBJ-SHARED = Y quando
      *> outro cliente tem o mesmo nome: as faturas, ligadas pelo
      *> nome, nao se podem atribuir a um so.
       01 WS-IN-CUST        PIC 9(3).
       01 WS-SUBJ-FOUND     PIC X.
       01 WS-SUBJ-NAME      PIC A(20).
       01 WS-SUBJ-NAME-LEN  PIC 9(2).
       01 WS-SUBJ-SHARED    PIC X.
       01 WS-ANON-NAME      PIC A(20) VALUE "ANONIMIZADO".

      *> Contas do cliente (ACC-CUST-ID) e as que ainda nao estao
      *> encerradas.
       01 WS-ACC-TABLE.
           05 WS-AT-ID OCCURS 50 TIMES PIC 9(8).
       01 WS-AT-COUNT       PIC 9(3) VALUE 0.
       01 WS-AT-IDX         PIC 9(3).
       01 WS-OPEN-ACCS      PIC 9(3).
       01 WS-LOOK-ACC       PIC 9(8).
       01 WS-IN-TABLE       PIC X.

      *> Faturas (numeros) e reclamacoes do cliente, para ligar
      *> recibos e linhas de historico.
       01 WS-INV-TABLE.
           05 WS-IT-ID OCCURS 500 TIMES PIC 9(4).
       01 WS-IT-COUNT       PIC 9(4) VALUE 0.
       01 WS-IT-IDX         PIC 9(4).
       01 WS-LOOK-INV       PIC 9(4).
       01 WS-CPL-TABLE.
           05 WS-CT-ID OCCURS 200 TIMES PIC 9(5).
       01 WS-CT-COUNT       PIC 9(3) VALUE 0.
       01 WS-CT-IDX         PIC 9(3).
       01 WS-LOOK-CPL       PIC 9(5).

      *> Prazo de conservacao e ultima atividade do cliente.
       01 WS-HOLD-YEARS     PIC 9(2) VALUE 10.
       01 WS-CUTOFF         PIC 9(8).
       01 WS-LAST-ACTIVITY  PIC 9(8).
       01 WS-HOLD-UNTIL     PIC 9(8).
       01 WS-WORK-DATE      PIC 9(8).
       01 WS-OPEN-LOANS     PIC 9(3).
       01 WS-OPEN-INVS      PIC 9(4).
       01 WS-OPEN-CPLS      PIC 9(3).
       01 WS-BLOCKS         PIC 9(2).

      *> Contagens da exportacao e do apagamento.
       01 WS-LINE-COUNT     PIC 9(6).
       01 WS-N-ACCS         PIC 9(5).
       01 WS-N-TRANS        PIC 9(5).
       01 WS-N-LOANS        PIC 9(5).
       01 WS-N-INVS         PIC 9(5).
       01 WS-N-PAYS         PIC 9(5).
       01 WS-N-CPLS         PIC 9(5).
       01 WS-N-HIST         PIC 9(5).
       01 WS-N-NOTES        PIC 9(5).
       01 WS-N-AUDIT        PIC 9(5).
       01 WS-TALLY          PIC 9(4).
       01 WS-CUST-TOKEN     PIC X(8).

      *> Linha do diario de purga (formato do RETENTION-PURGE).
       01 WS-WORK-ACC       PIC 9(8).
       01 WS-JRN-KEY        PIC X(12).
       01 WS-JRN-WHAT       PIC X(30).

       01 WS-ED-AMOUNT      PIC Z(6)9.99.
       01 WS-ED-BALANCE     PIC -Z(6)9.99.

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

       PROCEDURE DIVISION.


MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
      *> Convencao do Dia 44: o apagamento reescreve customers.dat,
      *> accounts.dat, invoices.dat e complaints.dat.
       MOVE "DATA-SUBJECT" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "DATA-SUBJECT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
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
      *> um accounts.dat, transactions.dat, customers.dat, loans.dat ou
      *> invoices.dat de versao diferente da do layout com que foi
      *> compilado.
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
       IF WS-OPTION = 3
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
       MOVE "DATA-SUBJECT" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== DIREITOS DO TITULAR DOS DADOS ====="
       DISPLAY "1. Exportacao de acesso (tudo sobre um cliente)"
       DISPLAY "2. Apagamento (anonimizar um cliente)"
       DISPLAY "3. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR OPER-AUDITOR OR PERM-GRANTED
                   PERFORM EXPORT-SUBJECT
               ELSE
                   DISPLAY "Acesso negado: exportacao reservada a "
                           "Admins e Auditores."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ERASE-SUBJECT
               ELSE
                   DISPLAY "Acesso negado: apagamento reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

*>-----------------------------------------------------------------
*> Cliente pedido: nome e se o nome e partilhado por outro cliente
*> do mestre (duas passagens, o ficheiro e pequeno).
*>-----------------------------------------------------------------
FIND-SUBJECT.
       MOVE "N" TO WS-SUBJ-FOUND
       MOVE "N" TO WS-SUBJ-SHARED
       MOVE SPACES TO WS-SUBJ-NAME
       MOVE 0 TO WS-SUBJ-NAME-LEN
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
                       MOVE "Y" TO WS-SUBJ-FOUND
                       MOVE CUST-NAME TO WS-SUBJ-NAME
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE
       IF WS-SUBJ-FOUND NOT = "Y" OR WS-SUBJ-NAME = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBJ-NAME TRAILING))
           TO WS-SUBJ-NAME-LEN

       OPEN INPUT CUSTOMERS-FILE
       MOVE "N" TO WS-CUST-EOF
       PERFORM UNTIL WS-CUST-EOF = "Y"
           READ CUSTOMERS-FILE
               AT END MOVE "Y" TO WS-CUST-EOF
               NOT AT END
                   IF CUST-ID NOT = WS-IN-CUST
                      AND NOT CUST-LAYOUT-HEADER
                      AND CUST-NAME = WS-SUBJ-NAME
                       MOVE "Y" TO WS-SUBJ-SHARED
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

      *> Contas com ACC-CUST-ID do cliente (a partir da chave 1: a
      *> zero e o cabecalho de layout) e quantas nao estao
      *> encerradas.
COLLECT-ACCOUNTS.
       MOVE 0 TO WS-AT-COUNT
       MOVE 0 TO WS-OPEN-ACCS
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ACC-EOF
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "Y" TO WS-ACC-EOF
       END-START
       PERFORM UNTIL WS-ACC-EOF = "Y"
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ACC-EOF
               NOT AT END
                   IF ACC-CUST-ID = WS-IN-CUST
                      AND WS-AT-COUNT < 50
                       ADD 1 TO WS-AT-COUNT
                       MOVE ACC-ID TO WS-AT-ID(WS-AT-COUNT)
                       IF NOT ACC-CLOSED
                           ADD 1 TO WS-OPEN-ACCS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

FIND-ACC-IN-TABLE.
       MOVE "N" TO WS-IN-TABLE
       PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           IF WS-AT-ID(WS-AT-IDX) = WS-LOOK-ACC
               MOVE "Y" TO WS-IN-TABLE
           END-IF
       END-PERFORM.

FIND-INV-IN-TABLE.
       MOVE "N" TO WS-IN-TABLE
       PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
           IF WS-IT-ID(WS-IT-IDX) = WS-LOOK-INV
               MOVE "Y" TO WS-IN-TABLE
           END-IF
       END-PERFORM.

FIND-CPL-IN-TABLE.
       MOVE "N" TO WS-IN-TABLE
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF WS-CT-ID(WS-CT-IDX) = WS-LOOK-CPL
               MOVE "Y" TO WS-IN-TABLE
           END-IF
       END-PERFORM.

      *> Numero de fatura na tabela (uma entrada por fatura, nao
      *> por linha).
ADD-INVOICE-ID.
       MOVE INV-ID TO WS-LOOK-INV
       PERFORM FIND-INV-IN-TABLE
       IF WS-IN-TABLE = "N" AND WS-IT-COUNT < 500
           ADD 1 TO WS-IT-COUNT
           MOVE INV-ID TO WS-IT-ID(WS-IT-COUNT)
       END-IF.

*>-----------------------------------------------------------------
*> Exportacao de acesso: subject_access.txt, uma seccao por
*> ficheiro, com as contagens no fim. Fica na trilha quem a pediu.
*>-----------------------------------------------------------------
EXPORT-SUBJECT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Numero de cliente (CUSTOMER-ID):"
       ACCEPT WS-IN-CUST
       PERFORM FIND-SUBJECT
       IF WS-SUBJ-FOUND NOT = "Y"
           DISPLAY "Cliente nao encontrado."
           EXIT PARAGRAPH
       END-IF
       PERFORM COLLECT-ACCOUNTS

       MOVE 0 TO WS-LINE-COUNT
       MOVE 0 TO WS-N-ACCS
       MOVE 0 TO WS-N-TRANS
       MOVE 0 TO WS-N-LOANS
       MOVE 0 TO WS-N-INVS
       MOVE 0 TO WS-N-PAYS
       MOVE 0 TO WS-N-CPLS
       MOVE 0 TO WS-N-HIST
       MOVE 0 TO WS-N-NOTES
       MOVE 0 TO WS-N-AUDIT
       MOVE 0 TO WS-IT-COUNT
       MOVE 0 TO WS-CT-COUNT
       OPEN OUTPUT EXPORT-FILE
       MOVE SPACES TO EXPORT-LINE
       STRING "DADOS PESSOAIS DO CLIENTE " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              " - exportacao de " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " por " DELIMITED BY SIZE
              WS-OPER-NAME DELIMITED BY SPACE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE

       PERFORM EXPORT-CUSTOMER
       PERFORM EXPORT-ACCOUNTS
       PERFORM EXPORT-LOANS
       PERFORM EXPORT-INVOICES
       PERFORM EXPORT-PAYMENTS
       PERFORM EXPORT-COMPLAINTS
       PERFORM EXPORT-NOTIFICATIONS
       PERFORM EXPORT-AUDIT-LINES
       PERFORM EXPORT-TOTALS
       CLOSE EXPORT-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SUBJECT ACCESS EXPORT CUST " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Exportacao escrita em subject_access.txt ("
               WS-LINE-COUNT " linhas)."
       IF WS-SUBJ-SHARED = "Y"
           DISPLAY "AVISO: outro cliente tem o mesmo nome - faturas "
                   "e recibos nao exportados."
       END-IF.

PUT-EXPORT-LINE.
       WRITE EXPORT-LINE
       ADD 1 TO WS-LINE-COUNT
       MOVE SPACES TO EXPORT-LINE.

PUT-SECTION-TITLE.
       MOVE SPACES TO EXPORT-LINE
       PERFORM PUT-EXPORT-LINE
       MOVE WS-JRN-WHAT TO EXPORT-LINE
       PERFORM PUT-EXPORT-LINE.

EXPORT-CUSTOMER.
       MOVE "== MESTRE DE CLIENTES ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       OPEN INPUT CUSTOMERS-FILE
       MOVE "N" TO WS-CUST-EOF
       PERFORM UNTIL WS-CUST-EOF = "Y"
           READ CUSTOMERS-FILE
               AT END MOVE "Y" TO WS-CUST-EOF
               NOT AT END
                   IF CUST-ID = WS-IN-CUST
                      AND NOT CUST-LAYOUT-HEADER
                       PERFORM EXPORT-CUSTOMER-FIELDS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

EXPORT-CUSTOMER-FIELDS.
       STRING "Cliente " DELIMITED BY SIZE
              CUST-ID DELIMITED BY SIZE
              "  Nome: " DELIMITED BY SIZE
              CUST-NAME DELIMITED BY SIZE
              "  Email: " DELIMITED BY SIZE
              CUST-EMAIL DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       STRING "  Documento: " DELIMITED BY SIZE
              CUST-DOC-TYPE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CUST-DOC-NUMBER DELIMITED BY SIZE
              " valido ate " DELIMITED BY SIZE
              CUST-DOC-EXPIRY DELIMITED BY SIZE
              "  Nascimento: " DELIMITED BY SIZE
              CUST-BIRTH-DATE DELIMITED BY SIZE
              "  NIF: " DELIMITED BY SIZE
              CUST-NIF DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       STRING "  Morada: " DELIMITED BY SIZE
              CUST-ADDRESS DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       MOVE CUST-CREDIT-LIMIT TO WS-ED-AMOUNT
       STRING "  Risco: " DELIMITED BY SIZE
              CUST-RISK DELIMITED BY SIZE
              "  Proxima revisao: " DELIMITED BY SIZE
              CUST-NEXT-REVIEW DELIMITED BY SIZE
              "  Limite de credito: " DELIMITED BY SIZE
              WS-ED-AMOUNT DELIMITED BY SIZE
              "  Bloqueio de credito: " DELIMITED BY SIZE
              CUST-CREDIT-HOLD DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       STRING "  Residencia fiscal: autocertificacao " DELIMITED BY SIZE
              CUST-SELF-CERT DELIMITED BY SIZE
              " em " DELIMITED BY SIZE
              CUST-SELF-CERT-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CUST-TAX-DATA DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       STRING "  Gestor de cliente: " DELIMITED BY SIZE
              CUST-RM DELIMITED BY SIZE
              "  Falecido: " DELIMITED BY SIZE
              CUST-DECEASED DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CUST-DEATH-DATE DELIMITED BY SIZE
              "  Fundido no cliente: " DELIMITED BY SIZE
              CUST-MERGED-INTO DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE.

      *> Cada conta seguida dos seus movimentos (chave alternativa
      *> TRANS-ACC-ID).
EXPORT-ACCOUNTS.
       MOVE "== CONTAS E MOVIMENTOS ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       IF WS-AT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT ACCOUNTS-FILE
       OPEN INPUT TRANS-FILE
       MOVE WS-TRANS-STATUS TO WS-TRN-OPEN
       PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           MOVE WS-AT-ID(WS-AT-IDX) TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM EXPORT-ONE-ACCOUNT
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE
       CLOSE ACCOUNTS-FILE.

EXPORT-ONE-ACCOUNT.
       ADD 1 TO WS-N-ACCS
       MOVE ACC-BALANCE TO WS-ED-BALANCE
       STRING "Conta " DELIMITED BY SIZE
              ACC-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ACC-NAME DELIMITED BY SIZE
              " saldo " DELIMITED BY SIZE
              WS-ED-BALANCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ACC-CURRENCY DELIMITED BY SIZE
              " estado " DELIMITED BY SIZE
              ACC-STATUS DELIMITED BY SIZE
              " balcao " DELIMITED BY SIZE
              ACC-BRANCH DELIMITED BY SIZE
              " produto " DELIMITED BY SIZE
              ACC-PRODUCT DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       IF ACC-JOINT-COUNT > 0
           STRING "  Cotitulares: " DELIMITED BY SIZE
                  ACC-JOINT-OWNER(1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACC-JOINT-OWNER(2) DELIMITED BY SIZE
                  INTO EXPORT-LINE
           END-STRING
           PERFORM PUT-EXPORT-LINE
       END-IF

      *> Sem transactions.dat nao ha movimentos a juntar.
       IF WS-TRN-OPEN NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE ACC-ID TO TRANS-ACC-ID
       MOVE "N" TO WS-TRN-EOF
       START TRANS-FILE KEY IS EQUAL TO TRANS-ACC-ID
           INVALID KEY MOVE "Y" TO WS-TRN-EOF
       END-START
       PERFORM UNTIL WS-TRN-EOF = "Y"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TRN-EOF
               NOT AT END
                   IF TRANS-ACC-ID NOT = ACC-ID
                       MOVE "Y" TO WS-TRN-EOF
                   ELSE
                       PERFORM EXPORT-ONE-MOVEMENT
                   END-IF
           END-READ
       END-PERFORM.

EXPORT-ONE-MOVEMENT.
       ADD 1 TO WS-N-TRANS
       MOVE TRANS-AMOUNT TO WS-ED-AMOUNT
       STRING "  Movimento " DELIMITED BY SIZE
              TRANS-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-TYPE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ED-AMOUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-CURRENCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-REASON DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-NARRATIVE DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE.

EXPORT-LOANS.
       MOVE "== EMPRESTIMOS ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ LOANS-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE LOAN-ACC-ID TO WS-LOOK-ACC
                   PERFORM FIND-ACC-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                      AND NOT LOAN-LAYOUT-HEADER
                       ADD 1 TO WS-N-LOANS
                       MOVE LOAN-PRINCIPAL TO WS-ED-AMOUNT
                       STRING "Emprestimo " DELIMITED BY SIZE
                              LOAN-ID DELIMITED BY SIZE
                              " conta " DELIMITED BY SIZE
                              LOAN-ACC-ID DELIMITED BY SIZE
                              " capital " DELIMITED BY SIZE
                              WS-ED-AMOUNT DELIMITED BY SIZE
                              " inicio " DELIMITED BY SIZE
                              LOAN-START-DATE DELIMITED BY SIZE
                              " prazo " DELIMITED BY SIZE
                              LOAN-TERM-MONTHS DELIMITED BY SIZE
                              " meses estado " DELIMITED BY SIZE
                              LOAN-STATUS DELIMITED BY SIZE
                              INTO EXPORT-LINE
                       END-STRING
                       PERFORM PUT-EXPORT-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

      *> Faturas pelo nome do cliente (chave alternativa). Um nome
      *> partilhado com outro cliente nao identifica o titular.
EXPORT-INVOICES.
       MOVE "== FATURAS ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       IF WS-SUBJ-SHARED = "Y" OR WS-SUBJ-NAME = SPACES
          OR WS-SUBJ-NAME = WS-ANON-NAME
           MOVE "  (nome partilhado ou anonimizado - faturas nao "
               & "atribuiveis ao cliente)" TO EXPORT-LINE
           PERFORM PUT-EXPORT-LINE
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT INVOICES-FILE
       IF WS-INV-STATUS = "35"
           CLOSE INVOICES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE WS-SUBJ-NAME TO INV-CUSTOMER
       MOVE "N" TO WS-INV-EOF
       START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
           INVALID KEY MOVE "Y" TO WS-INV-EOF
       END-START
       PERFORM UNTIL WS-INV-EOF = "Y"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-INV-EOF
               NOT AT END
                   IF INV-CUSTOMER NOT = WS-SUBJ-NAME
                       MOVE "Y" TO WS-INV-EOF
                   ELSE
                       PERFORM EXPORT-ONE-INVOICE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE.

EXPORT-ONE-INVOICE.
       ADD 1 TO WS-N-INVS
       PERFORM ADD-INVOICE-ID
       MOVE INV-TOTAL TO WS-ED-AMOUNT
       STRING "Fatura " DELIMITED BY SIZE
              INV-ID DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              INV-LINE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              INV-DATE(1:8) DELIMITED BY SIZE
              " produto " DELIMITED BY SIZE
              INV-PROD-ID DELIMITED BY SIZE
              " qtd " DELIMITED BY SIZE
              INV-QTY DELIMITED BY SIZE
              " total " DELIMITED BY SIZE
              WS-ED-AMOUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              INV-CURRENCY DELIMITED BY SIZE
              " estado " DELIMITED BY SIZE
              INV-STATUS DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE.

EXPORT-PAYMENTS.
       MOVE "== RECIBOS ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       IF WS-IT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT PAYMENTS-FILE
       IF WS-PAY-STATUS = "35"
           CLOSE PAYMENTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ PAYMENTS-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE PAY-INV-ID TO WS-LOOK-INV
                   PERFORM FIND-INV-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                       ADD 1 TO WS-N-PAYS
                       MOVE PAY-AMOUNT TO WS-ED-AMOUNT
                       STRING "Recibo da fatura " DELIMITED BY SIZE
                              PAY-INV-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PAY-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-ED-AMOUNT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PAY-CURRENCY DELIMITED BY SIZE
                              INTO EXPORT-LINE
                       END-STRING
                       PERFORM PUT-EXPORT-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYMENTS-FILE.

      *> Reclamacoes do cliente e, a seguir, o historico delas.
EXPORT-COMPLAINTS.
       MOVE "== RECLAMACOES ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS = "35"
           CLOSE COMPLAINT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CPL-CUST-ID = WS-IN-CUST
                       PERFORM EXPORT-ONE-COMPLAINT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE

       IF WS-CT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT HISTORY-FILE
       IF WS-CPH-STATUS = "35"
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE CPH-CPL-ID TO WS-LOOK-CPL
                   PERFORM FIND-CPL-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                       ADD 1 TO WS-N-HIST
                       STRING "  Historico " DELIMITED BY SIZE
                              CPH-CPL-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CPH-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CPH-STATUS DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CPH-USER DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CPH-NOTE DELIMITED BY SIZE
                              INTO EXPORT-LINE
                       END-STRING
                       PERFORM PUT-EXPORT-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HISTORY-FILE.

EXPORT-ONE-COMPLAINT.
       ADD 1 TO WS-N-CPLS
       IF WS-CT-COUNT < 200
           ADD 1 TO WS-CT-COUNT
           MOVE CPL-ID TO WS-CT-ID(WS-CT-COUNT)
       END-IF
       STRING "Reclamacao " DELIMITED BY SIZE
              CPL-ID DELIMITED BY SIZE
              " recebida " DELIMITED BY SIZE
              CPL-RECEIVED DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CPL-CATEGORY DELIMITED BY SIZE
              " estado " DELIMITED BY SIZE
              CPL-STATUS DELIMITED BY SIZE
              " conta " DELIMITED BY SIZE
              CPL-ACC-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CPL-SUBJECT DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       IF CPL-CLOSED
           MOVE CPL-COMP-AMOUNT TO WS-ED-AMOUNT
           STRING "  Respondida " DELIMITED BY SIZE
                  CPL-ANSWERED DELIMITED BY SIZE
                  " resultado " DELIMITED BY SIZE
                  CPL-OUTCOME DELIMITED BY SIZE
                  " compensacao " DELIMITED BY SIZE
                  WS-ED-AMOUNT DELIMITED BY SIZE
                  INTO EXPORT-LINE
           END-STRING
           PERFORM PUT-EXPORT-LINE
       END-IF.

EXPORT-NOTIFICATIONS.
       MOVE "== NOTIFICACOES ENVIADAS ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       IF WS-AT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT NLOG-FILE
       IF WS-NLOG-STATUS = "35"
           CLOSE NLOG-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ NLOG-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE NLG-ACC TO WS-LOOK-ACC
                   PERFORM FIND-ACC-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                       ADD 1 TO WS-N-NOTES
                       STRING "Carta " DELIMITED BY SIZE
                              NLG-DATE DELIMITED BY SIZE
                              " conta " DELIMITED BY SIZE
                              NLG-ACC DELIMITED BY SIZE
                              " [" DELIMITED BY SIZE
                              NLG-EVENT DELIMITED BY SIZE
                              "] chave " DELIMITED BY SIZE
                              NLG-KEY DELIMITED BY SIZE
                              INTO EXPORT-LINE
                       END-STRING
                       PERFORM PUT-EXPORT-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE NLOG-FILE.

      *> Linhas da trilha cujo conteudo (a partir da posicao 19,
      *> depois da sequencia e do controlo) refere o cliente: "CUST
      *> nnn", um numero de conta dele ou o nome (so nomes de 4 ou
      *> mais letras, para nao apanhar palavras soltas).
EXPORT-AUDIT-LINES.
       MOVE "== TRILHA DE AUDITORIA ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       MOVE SPACES TO WS-CUST-TOKEN
       STRING "CUST " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              INTO WS-CUST-TOKEN
       END-STRING
       OPEN INPUT AUDIT-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-TRAIL-EOF
       PERFORM UNTIL WS-TRAIL-EOF = "Y"
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-TRAIL-EOF
               NOT AT END PERFORM MATCH-AUDIT-LINE
           END-READ
       END-PERFORM
       CLOSE AUDIT-FILE.

MATCH-AUDIT-LINE.
       MOVE 0 TO WS-TALLY
       INSPECT AUDIT-LINE(19:82) TALLYING WS-TALLY
           FOR ALL WS-CUST-TOKEN
       IF WS-SUBJ-NAME-LEN > 3 AND WS-SUBJ-NAME NOT = WS-ANON-NAME
           INSPECT AUDIT-LINE(19:82) TALLYING WS-TALLY
               FOR ALL WS-SUBJ-NAME(1:WS-SUBJ-NAME-LEN)
       END-IF
       PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           INSPECT AUDIT-LINE(19:82) TALLYING WS-TALLY
               FOR ALL WS-AT-ID(WS-AT-IDX)
       END-PERFORM
       IF WS-TALLY > 0
           ADD 1 TO WS-N-AUDIT
           MOVE AUDIT-LINE TO EXPORT-LINE
           PERFORM PUT-EXPORT-LINE
       END-IF.

EXPORT-TOTALS.
       MOVE "== TOTAIS ==" TO WS-JRN-WHAT
       PERFORM PUT-SECTION-TITLE
       STRING "Contas " DELIMITED BY SIZE
              WS-N-ACCS DELIMITED BY SIZE
              "  Movimentos " DELIMITED BY SIZE
              WS-N-TRANS DELIMITED BY SIZE
              "  Emprestimos " DELIMITED BY SIZE
              WS-N-LOANS DELIMITED BY SIZE
              "  Linhas de fatura " DELIMITED BY SIZE
              WS-N-INVS DELIMITED BY SIZE
              "  Recibos " DELIMITED BY SIZE
              WS-N-PAYS DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE
       STRING "Reclamacoes " DELIMITED BY SIZE
              WS-N-CPLS DELIMITED BY SIZE
              "  Historico " DELIMITED BY SIZE
              WS-N-HIST DELIMITED BY SIZE
              "  Notificacoes " DELIMITED BY SIZE
              WS-N-NOTES DELIMITED BY SIZE
              "  Linhas de auditoria " DELIMITED BY SIZE
              WS-N-AUDIT DELIMITED BY SIZE
              INTO EXPORT-LINE
       END-STRING
       PERFORM PUT-EXPORT-LINE.

*>-----------------------------------------------------------------
*> Apagamento: recusado enquanto houver obrigacao de conservar
*> (cada motivo e mostrado); senao, com confirmacao, anonimiza o
*> mestre, as contas, as faturas e as reclamacoes do cliente.
*>-----------------------------------------------------------------
ERASE-SUBJECT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Numero de cliente (CUSTOMER-ID):"
       ACCEPT WS-IN-CUST
       PERFORM FIND-SUBJECT
       IF WS-SUBJ-FOUND NOT = "Y"
           DISPLAY "Cliente nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-SUBJ-NAME = WS-ANON-NAME
           DISPLAY "Cliente " WS-IN-CUST " ja esta anonimizado."
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-HOLD-PERIOD
       PERFORM COLLECT-ACCOUNTS
       PERFORM CHECK-RETENTION
       IF WS-BLOCKS > 0
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SUBJECT ERASURE REFUSED CUST " DELIMITED BY SIZE
                  WS-IN-CUST DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Apagamento recusado - o cliente ainda tem dados "
                   "sob obrigacao de conservacao."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Cliente " WS-IN-CUST " " WS-SUBJ-NAME
       DISPLAY "Anonimizar os dados pessoais deste cliente? A "
               "operacao e definitiva (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Apagamento cancelado."
           EXIT PARAGRAPH
       END-IF

       PERFORM ANONYMISE-CUSTOMER
       PERFORM ANONYMISE-ACCOUNTS
       PERFORM ANONYMISE-INVOICES
       PERFORM ANONYMISE-COMPLAINTS

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SUBJECT ERASURE CUST " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Cliente " WS-IN-CUST " anonimizado (ver "
               "purge_journal.dat)."
       DISPLAY "  Contas: " WS-N-ACCS "  Linhas de fatura: "
               WS-N-INVS "  Reclamacoes: " WS-N-CPLS
               "  Linhas de historico: " WS-N-HIST
       IF WS-SUBJ-SHARED = "Y"
           DISPLAY "AVISO: outro cliente tem o mesmo nome - as "
                   "faturas desse nome ficaram como estavam."
       END-IF.

      *> Anos da regra ACCOUNTS das regras de retencao; sem regra
      *> fica o valor compilado.
LOAD-HOLD-PERIOD.
       OPEN INPUT RULES-FILE
       IF WS-RULES-STATUS = "35"
           CLOSE RULES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ RULES-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF RR-CATEGORY = "ACCOUNTS" AND RR-YEARS IS NUMERIC
                       MOVE RR-YEARS TO WS-HOLD-YEARS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RULES-FILE.

      *> Motivos de recusa: contas por encerrar, emprestimos ativos
      *> ou abatidos (ainda com recuperacoes), faturas em aberto,
      *> reclamacoes por responder, e o ultimo registo do cliente
      *> (movimento, fatura, recibo ou reclamacao) dentro do prazo de
      *> conservacao -- cutoff = hoje menos os anos (AAAAMMDD).
CHECK-RETENTION.
       MOVE 0 TO WS-BLOCKS
       MOVE 0 TO WS-LAST-ACTIVITY
       COMPUTE WS-CUTOFF = WS-TODAY - WS-HOLD-YEARS * 10000

       IF WS-OPEN-ACCS > 0
           ADD 1 TO WS-BLOCKS
           DISPLAY "  - " WS-OPEN-ACCS " conta(s) por encerrar."
       END-IF
       PERFORM CHECK-LOANS
       IF WS-OPEN-LOANS > 0
           ADD 1 TO WS-BLOCKS
           DISPLAY "  - " WS-OPEN-LOANS " emprestimo(s) ativo(s) ou "
                   "abatido(s)."
       END-IF
       PERFORM CHECK-LAST-MOVEMENTS
       PERFORM CHECK-INVOICES
       IF WS-OPEN-INVS > 0
           ADD 1 TO WS-BLOCKS
           DISPLAY "  - " WS-OPEN-INVS " linha(s) de fatura em "
                   "aberto."
       END-IF
       PERFORM CHECK-PAYMENTS
       PERFORM CHECK-COMPLAINTS
       IF WS-OPEN-CPLS > 0
           ADD 1 TO WS-BLOCKS
           DISPLAY "  - " WS-OPEN-CPLS " reclamacao(oes) por "
                   "responder."
       END-IF
       IF WS-LAST-ACTIVITY NOT < WS-CUTOFF
           ADD 1 TO WS-BLOCKS
           COMPUTE WS-HOLD-UNTIL =
               WS-LAST-ACTIVITY + WS-HOLD-YEARS * 10000
           DISPLAY "  - ultimo registo em " WS-LAST-ACTIVITY
                   ", conservado " WS-HOLD-YEARS " anos (ate "
                   WS-HOLD-UNTIL ")."
       END-IF.

NOTE-ACTIVITY-DATE.
       IF WS-WORK-DATE IS NUMERIC
          AND WS-WORK-DATE > WS-LAST-ACTIVITY
           MOVE WS-WORK-DATE TO WS-LAST-ACTIVITY
       END-IF.

CHECK-LOANS.
       MOVE 0 TO WS-OPEN-LOANS
       IF WS-AT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ LOANS-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE LOAN-ACC-ID TO WS-LOOK-ACC
                   PERFORM FIND-ACC-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                      AND (LOAN-ACTIVE OR LOAN-WRITTEN-OFF)
                       ADD 1 TO WS-OPEN-LOANS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

CHECK-LAST-MOVEMENTS.
       IF WS-AT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           MOVE WS-AT-ID(WS-AT-IDX) TO TRANS-ACC-ID
           MOVE "N" TO WS-TRN-EOF
           START TRANS-FILE KEY IS EQUAL TO TRANS-ACC-ID
               INVALID KEY MOVE "Y" TO WS-TRN-EOF
           END-START
           PERFORM UNTIL WS-TRN-EOF = "Y"
               READ TRANS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TRN-EOF
                   NOT AT END
                       IF TRANS-ACC-ID NOT = WS-AT-ID(WS-AT-IDX)
                           MOVE "Y" TO WS-TRN-EOF
                       ELSE
                           MOVE TRANS-DATE TO WS-WORK-DATE
                           PERFORM NOTE-ACTIVITY-DATE
                       END-IF
               END-READ
           END-PERFORM
       END-PERFORM
       CLOSE TRANS-FILE.

      *> Faturas do nome do cliente (nao se o nome e partilhado: nao
      *> sao dele com certeza e nao se lhes toca).
CHECK-INVOICES.
       MOVE 0 TO WS-OPEN-INVS
       MOVE 0 TO WS-IT-COUNT
       IF WS-SUBJ-SHARED = "Y" OR WS-SUBJ-NAME = SPACES
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT INVOICES-FILE
       IF WS-INV-STATUS = "35"
           CLOSE INVOICES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE WS-SUBJ-NAME TO INV-CUSTOMER
       MOVE "N" TO WS-INV-EOF
       START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
           INVALID KEY MOVE "Y" TO WS-INV-EOF
       END-START
       PERFORM UNTIL WS-INV-EOF = "Y"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-INV-EOF
               NOT AT END
                   IF INV-CUSTOMER NOT = WS-SUBJ-NAME
                       MOVE "Y" TO WS-INV-EOF
                   ELSE
                       PERFORM ADD-INVOICE-ID
                       IF INV-OPEN
                           ADD 1 TO WS-OPEN-INVS
                       END-IF
                       IF INV-DATE(1:8) IS NUMERIC
                           MOVE INV-DATE(1:8) TO WS-WORK-DATE
                           PERFORM NOTE-ACTIVITY-DATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE.

CHECK-PAYMENTS.
       IF WS-IT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT PAYMENTS-FILE
       IF WS-PAY-STATUS = "35"
           CLOSE PAYMENTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ PAYMENTS-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE PAY-INV-ID TO WS-LOOK-INV
                   PERFORM FIND-INV-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                       MOVE PAY-DATE TO WS-WORK-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYMENTS-FILE.

CHECK-COMPLAINTS.
       MOVE 0 TO WS-OPEN-CPLS
       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS = "35"
           CLOSE COMPLAINT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CPL-CUST-ID = WS-IN-CUST
                       IF CPL-OPEN
                           ADD 1 TO WS-OPEN-CPLS
                       END-IF
                       MOVE CPL-RECEIVED TO WS-WORK-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                       MOVE CPL-ANSWERED TO WS-WORK-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE.

*>-----------------------------------------------------------------
*> Anonimizacao. Cada ficheiro e cada registo tocado deixa uma
*> linha no diario de purga.
*>-----------------------------------------------------------------

      *> Reescrita de customers.dat via temporario: saem os campos
      *> que identificam a pessoa; ficam a chave, o risco, o credito
      *> e o gestor de cliente (que e um colaborador).
ANONYMISE-CUSTOMER.
       OPEN INPUT CUSTOMERS-FILE
       OPEN OUTPUT CUSTOMERS-TEMP
       MOVE "N" TO WS-CUST-EOF
       PERFORM UNTIL WS-CUST-EOF = "Y"
           READ CUSTOMERS-FILE
               AT END MOVE "Y" TO WS-CUST-EOF
               NOT AT END
                   IF CUST-ID = WS-IN-CUST
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE WS-ANON-NAME TO CUST-NAME
                       MOVE SPACES TO CUST-EMAIL
                       MOVE SPACES TO CUST-DOC-TYPE
                       MOVE SPACES TO CUST-DOC-NUMBER
                       MOVE 0 TO CUST-DOC-EXPIRY
                       MOVE 0 TO CUST-BIRTH-DATE
                       MOVE SPACES TO CUST-ADDRESS
                       MOVE SPACES TO CUST-TAX-DATA
                       MOVE 0 TO CUST-DEATH-DATE
                       MOVE 0 TO CUST-NIF
                   END-IF
                   MOVE CUST-REC TO CUST-TEMP-REC
                   WRITE CUST-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE
       CLOSE CUSTOMERS-TEMP
       CALL "SYSTEM" USING "mv customers.tmp customers.dat"
       MOVE "CUSTOMERS" TO WS-JRN-KEY
       MOVE WS-IN-CUST TO WS-WORK-ACC
       MOVE "DADOS PESSOAIS ANONIMIZADOS" TO WS-JRN-WHAT
       PERFORM WRITE-JOURNAL-ACC.

      *> Titular e cotitulares, como a regra ACCOUNTS da retencao.
ANONYMISE-ACCOUNTS.
       MOVE 0 TO WS-N-ACCS
       IF WS-AT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN I-O ACCOUNTS-FILE
       PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           MOVE WS-AT-ID(WS-AT-IDX) TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "ANONIMIZADO" TO ACC-NAME
                   MOVE SPACES TO ACC-JOINT-OWNER(1)
                   MOVE SPACES TO ACC-JOINT-OWNER(2)
                   MOVE 0 TO ACC-JOINT-COUNT
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-N-ACCS
                   MOVE "ACCOUNTS" TO WS-JRN-KEY
                   MOVE ACC-ID TO WS-WORK-ACC
                   MOVE "NOME ANONIMIZADO" TO WS-JRN-WHAT
                   PERFORM WRITE-JOURNAL-ACC
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

      *> O nome do cliente e a chave alternativa: cada REWRITE tira
      *> a linha do nome antigo, por isso a proxima e outra vez a
      *> primeira desse nome (mesma volta da fusao de clientes do
      *> CUSTOMER-MANAGER).
ANONYMISE-INVOICES.
       MOVE 0 TO WS-N-INVS
       IF WS-SUBJ-SHARED = "Y" OR WS-SUBJ-NAME = SPACES
           EXIT PARAGRAPH
       END-IF
       OPEN I-O INVOICES-FILE
       IF WS-INV-STATUS = "35"
           CLOSE INVOICES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-INV-EOF
       PERFORM UNTIL WS-INV-EOF = "Y"
           MOVE WS-SUBJ-NAME TO INV-CUSTOMER
           START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
               INVALID KEY MOVE "Y" TO WS-INV-EOF
           END-START
           IF WS-INV-EOF = "N"
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INV-EOF
                   NOT AT END
                       MOVE WS-ANON-NAME TO INV-CUSTOMER
                       REWRITE INVOICE-RECORD
                           INVALID KEY MOVE "Y" TO WS-INV-EOF
                           NOT INVALID KEY
                               ADD 1 TO WS-N-INVS
                               MOVE "INVOICES" TO WS-JRN-KEY
                               MOVE INV-ID TO WS-WORK-ACC
                               MOVE "CLIENTE ANONIMIZADO" TO WS-JRN-WHAT
                               PERFORM WRITE-JOURNAL-ACC
                       END-REWRITE
               END-READ
           END-IF
       END-PERFORM
       CLOSE INVOICES-FILE.

      *> Assunto das reclamacoes do cliente e notas do historico
      *> delas; datas, resultado e compensacao ficam para o
      *> relatorio ao regulador.
ANONYMISE-COMPLAINTS.
       MOVE 0 TO WS-N-CPLS
       MOVE 0 TO WS-N-HIST
       MOVE 0 TO WS-CT-COUNT
       OPEN INPUT COMPLAINT-FILE
       IF WS-CPL-STATUS = "35"
           CLOSE COMPLAINT-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT COMPLAINT-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ COMPLAINT-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CPL-CUST-ID = WS-IN-CUST
                       MOVE "ANONIMIZADO" TO CPL-SUBJECT
                       ADD 1 TO WS-N-CPLS
                       IF WS-CT-COUNT < 200
                           ADD 1 TO WS-CT-COUNT
                           MOVE CPL-ID TO WS-CT-ID(WS-CT-COUNT)
                       END-IF
                       MOVE "COMPLAINTS" TO WS-JRN-KEY
                       MOVE CPL-ID TO WS-WORK-ACC
                       MOVE "ASSUNTO/HISTORICO ANONIMIZADOS"
                           TO WS-JRN-WHAT
                       PERFORM WRITE-JOURNAL-ACC
                   END-IF
                   MOVE CPL-REC TO CPL-TEMP-REC
                   WRITE CPL-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE COMPLAINT-FILE
       CLOSE COMPLAINT-TEMP
       CALL "SYSTEM" USING "mv complaints.tmp complaints.dat"

       IF WS-CT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT HISTORY-FILE
       IF WS-CPH-STATUS = "35"
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT HISTORY-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "Y"
           READ HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE CPH-CPL-ID TO WS-LOOK-CPL
                   PERFORM FIND-CPL-IN-TABLE
                   IF WS-IN-TABLE = "Y"
                       MOVE "ANONIMIZADO" TO CPH-NOTE
                       ADD 1 TO WS-N-HIST
                   END-IF
                   MOVE CPH-REC TO CPH-TEMP-REC
                   WRITE CPH-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE HISTORY-FILE
       CLOSE HISTORY-TEMP
       CALL "SYSTEM" USING
           "mv complaint_history.tmp complaint_history.dat".

      *> Mesmo formato de linha que o RETENTION-PURGE (Dia 61).
WRITE-JOURNAL-ACC.
       OPEN EXTEND JOURNAL-FILE
       IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
           CLOSE JOURNAL-FILE
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE
           OPEN EXTEND JOURNAL-FILE
       END-IF
       MOVE SPACES TO JOURNAL-LINE
       STRING WS-TODAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-JRN-KEY DELIMITED BY SIZE
              " CHAVE " DELIMITED BY SIZE
              WS-WORK-ACC DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-JRN-WHAT DELIMITED BY SIZE
              INTO JOURNAL-LINE
       END-STRING
       WRITE JOURNAL-LINE
       CLOSE JOURNAL-FILE.

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
