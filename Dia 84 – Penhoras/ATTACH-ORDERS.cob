       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTACH-ORDERS.

      *> Penhoras de saldos bancarios. O ACC-STATUS so congela a
      *> conta inteira; as ordens dos tribunais e das financas
      *> indicam um montante e uma prioridade. Mantem:
      *>   attachment_orders.dat - as ordens de penhora por cliente
      *>                           (autoridade, referencia, montante,
      *>                           prioridade, data de rececao e a
      *>                           conta da autoridade para a remessa);
      *>   attachment_holds.dat  - quanto de cada ordem esta cativo
      *>                           em cada conta do devedor.
      *> O registo de uma ordem cativa logo o disponivel das contas do
      *> devedor (ACC-HOLD-AMOUNT, somado aos cativos de cheques) ate
      *> ao montante; os creditos que entrem depois sao capturados
      *> pela captura diaria, que o BANKEND-BATCH (Dia 43) corre com
      *> BANKEND_STEP=ATTACH sem menu nem prompts e que deixa OK ou
      *> DEFERRED em attachment_status.dat. As ordens sao servidas por
      *> prioridade e, dentro dela, por data de rececao.
      *>
      *> A remessa debita o que esta cativo (motivo PEN), credita a
      *> conta de liquidacao interbancaria e deixa a instrucao em
      *> clearing_outgoing.dat para o INTERBANK-CLEARING (Dia 51), tal
      *> como a transferencia para outro banco do BANK-SYSTEM-D26; o
      *> que foi remetido em cada ordem fica em
      *> attachment_remittance_report.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "attachment_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.

           SELECT ORDER-TEMP ASSIGN TO "attachment_orders.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO "attachment_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT REPORT-FILE ASSIGN TO
               "attachment_remittance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATTACH-STATUS-FILE ASSIGN TO "attachment_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Same customers.dat maintained by CUSTOMER-MANAGER (Day08);
      *> so o ID e o nome interessam aqui.
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

      *> Instrucoes interbancarias de saida (INTERBANK-CLEARING).
           SELECT CLEARING-OUT-FILE ASSIGN TO "clearing_outgoing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-FILE.
       COPY "ATTACHMENT-RECORD.cpy".

      *> Width must match AO-REC exactly (189 chars).
       FD ORDER-TEMP.
       01 AO-TEMP-REC PIC X(189).

       FD HOLD-FILE.
       COPY "ATTACH-HOLD-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD ATTACH-STATUS-FILE.
       01 ATTACH-STATUS-LINE PIC X(20).

       FD CUSTOMERS-FILE.
       01 CUST-CHECK-RECORD.
           05 CUST-CHECK-ID     PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-CHECK-NAME   PIC A(20).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD CLEARING-OUT-FILE.
       COPY "CLEARING-OUT-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-AO-STATUS      PIC XX.
       01 WS-AH-STATUS      PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-CLO-STATUS     PIC XX.
       01 WS-AO-EOF         PIC X VALUE "N".
       01 WS-AH-EOF         PIC X VALUE "N".
       01 WS-CUST-EOF       PIC X VALUE "N".
       01 WS-CLO-EOF        PIC X VALUE "N".
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CONFIRM        PIC X.
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-LAST-CLO-ID    PIC 9(5) VALUE 0.
       01 WS-LAST-AO-ID     PIC 9(5) VALUE 0.
       01 WS-LIST-COUNT     PIC 9(4).

      *> Conta de liquidacao interbancaria, a mesma do
      *> BANK-SYSTEM-D26: credita a contrapartida das remessas.
       01 WS-SETTLE-ACC     PIC 9(8) VALUE 99999901.

      *> Registo de uma ordem.
       01 WS-IN-ID          PIC 9(5).
       01 WS-IN-CUST        PIC 9(3).
       01 WS-IN-TYPE        PIC X.
       01 WS-IN-AUTHORITY   PIC X(30).
       01 WS-IN-REFERENCE   PIC X(20).
       01 WS-IN-AMOUNT      PIC 9(9)V99.
       01 WS-IN-PRIORITY    PIC 9(2).
       01 WS-IN-RECEIVED    PIC 9(8).
       01 WS-IN-BANK        PIC 9(4).
       01 WS-IN-BEN-ACC     PIC X(20).
       01 WS-IN-BEN-IBAN    PIC X(34).
       01 WS-CUST-FOUND     PIC X.
       01 WS-CUST-NAME      PIC A(20).
       01 WS-CUST-ACCOUNTS  PIC 9(3).
       01 WS-AO-FOUND       PIC X.

      *> Ordens ativas em memoria, ordenadas por prioridade e data
      *> de rececao (chave = prioridade * 10^8 + data).
       01 WS-ORD-COUNT      PIC 9(3) VALUE 0.
       01 WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 200 TIMES.
               10 WS-ORD-KEY       PIC 9(10).
               10 WS-ORD-ID        PIC 9(5).
               10 WS-ORD-CUST      PIC 9(3).
               10 WS-ORD-AMOUNT    PIC 9(9)V99.
               10 WS-ORD-HELD      PIC 9(9)V99.
               10 WS-ORD-REMITTED  PIC 9(9)V99.
               10 WS-ORD-STATUS    PIC X.
               10 WS-ORD-BANK      PIC 9(4).
               10 WS-ORD-BEN-ACC   PIC X(20).
               10 WS-ORD-AUTHORITY PIC X(30).
               10 WS-ORD-REFERENCE PIC X(20).
               10 WS-ORD-NOW       PIC 9(9)V99.
               10 WS-ORD-BEN-IBAN  PIC X(34).
      *> Width must match WS-ORD-ENTRY exactly (171 chars).
       01 WS-ORD-SWAP       PIC X(171).
       01 WS-OI             PIC 9(3).
       01 WS-OJ             PIC 9(3).

      *> Cativos por ordem e conta (attachment_holds.dat).
       01 WS-AH-COUNT       PIC 9(3) VALUE 0.
       01 WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 500 TIMES.
               10 WS-AH-ORDER   PIC 9(5).
               10 WS-AH-ACC     PIC 9(8).
               10 WS-AH-AMT     PIC 9(9)V99.
       01 WS-HI             PIC 9(3).
       01 WS-AH-FOUND       PIC X.

      *> Captura e remessa.
       01 WS-NEED           PIC S9(9)V99.
       01 WS-AVAIL          PIC S9(9)V99.
       01 WS-TAKE           PIC 9(9)V99.
       01 WS-REMIT          PIC 9(7)V99.
       01 WS-STILL-OWED     PIC 9(9)V99.
       01 WS-CAPTURE-ACC    PIC 9(8).
       01 WS-DEBTOR-BRANCH  PIC 9(4).
       01 WS-DEBTOR-CURR    PIC X(3).
       01 WS-SETTLE-BRANCH  PIC 9(4).
       01 WS-SETTLE-OK      PIC X.
       01 WS-REMIT-NARR     PIC X(20).
       01 WS-RUN-CAPTURED   PIC 9(9)V99 VALUE 0.
       01 WS-RUN-REMITTED   PIC 9(9)V99 VALUE 0.
       01 WS-RUN-ORDERS     PIC 9(4) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER         PIC X(7)  VALUE "ORDEM".
           05 FILLER         PIC X(21) VALUE "AUTORIDADE".
           05 FILLER         PIC X(21) VALUE "REFERENCIA".
           05 FILLER         PIC X(14) VALUE "  REMET. AGORA".
           05 FILLER         PIC X(14) VALUE "  TOTAL REMET.".
           05 FILLER         PIC X(14) VALUE "      EM FALTA".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "ESTADO".
       01 WS-RPT-DETAIL.
           05 WS-RD-ID       PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-AUTH     PIC X(20).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-REF      PIC X(20).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-NOW      PIC Z(9)9.99.
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-TOTAL    PIC Z(9)9.99.
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-OWED     PIC Z(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-STATUS   PIC X(10).

      *> Set by BANKEND-BATCH (Dia 43) before CALLing this program
      *> unattended: "ATTACH" runs the capture and returns without
      *> menu or prompts.
       01 WS-BANKEND-STEP   PIC X(12).

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido do SYS-LOG (system.log partilhado).
       COPY "SYSLOG-REQUEST.cpy".

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

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK, Dia 86).
       COPY "IBAN-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "ATTACH-ORDERS" TO LOCK-PROGRAM
       ACCEPT WS-BANKEND-STEP FROM ENVIRONMENT "BANKEND_STEP"
       IF WS-BANKEND-STEP = "ATTACH"
      *> Nao assistido: sem prompt de override - com o lock tomado o
      *> passo fica DEFERRED e o fecho suspende-se para retomar.
           MOVE "L" TO LOCK-ACTION
           CALL "BANK-LOCK" USING LOCK-REQUEST
           IF LOCK-RESULT NOT = "Y"
               DISPLAY "Ficheiros em uso por: " LOCK-OWNER
                       " - passo adiado."
               OPEN OUTPUT ATTACH-STATUS-FILE
               MOVE "DEFERRED" TO ATTACH-STATUS-LINE
               WRITE ATTACH-STATUS-LINE
               CLOSE ATTACH-STATUS-FILE
               GOBACK
           END-IF
           MOVE "ATTACH-ORDERS" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           MOVE "Y" TO LAYOUT-CUST-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               PERFORM RELEASE-BANK-LOCK
               OPEN OUTPUT ATTACH-STATUS-FILE
               MOVE "LAYOUT" TO ATTACH-STATUS-LINE
               WRITE ATTACH-STATUS-LINE
               CLOSE ATTACH-STATUS-FILE
               GOBACK
           END-IF
           MOVE "BANKEND" TO WS-OPER-NAME
           PERFORM CAPTURE-ALL
           PERFORM RELEASE-BANK-LOCK
           OPEN OUTPUT ATTACH-STATUS-FILE
           MOVE "OK" TO ATTACH-STATUS-LINE
           WRITE ATTACH-STATUS-LINE
           CLOSE ATTACH-STATUS-FILE
           GOBACK
       END-IF
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "ATTACH-ORDERS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-CUST-USED
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
      *> um accounts.dat/transactions.dat/customers.dat de versao
      *> diferente da do layout com que foi compilado.
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
       MOVE "ATTACH-ORDERS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== PENHORAS DE SALDOS ====="
       DISPLAY "1. Listar ordens de penhora"
       DISPLAY "2. Registar ordem de penhora"
       DISPLAY "3. Consultar ordem (cativos por conta)"
       DISPLAY "4. Levantar ordem (libertar cativos)"
       DISPLAY "5. Capturar creditos entrados"
       DISPLAY "6. Remessa as autoridades"
       DISPLAY "7. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Consulta aberta a todos os perfis; o resto e trabalho de
      *> Teller (a captura diaria corre no fecho sem login).
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-ORDERS
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-ORDER
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 PERFORM SHOW-ORDER
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM LIFT-ORDER
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CAPTURE-ALL
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REMIT-ORDERS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 7 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-ORDERS.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT ORDER-FILE
       IF WS-AO-STATUS = "35"
           CLOSE ORDER-FILE
           DISPLAY "Nao existem ordens de penhora."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AO-EOF
       PERFORM UNTIL WS-AO-EOF = "Y"
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-AO-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY AO-ID " cli " AO-CUST-ID " " AO-AUTH-TYPE
                           " " AO-AUTHORITY " " AO-REFERENCE
                   DISPLAY "      montante " AO-AMOUNT
                           " prior. " AO-PRIORITY
                           " recebida " AO-RECEIVED
                           " cativo " AO-HELD
                           " remetido " AO-REMITTED
                           " estado " AO-STATUS
           END-READ
       END-PERFORM
       CLOSE ORDER-FILE
       DISPLAY WS-LIST-COUNT " ordem(ns).".

*>-----------------------------------------------------------------
*> Registo: o cliente existe e tem contas; a ordem traz a
*> autoridade, a referencia, o montante, a prioridade, a data de
*> rececao (nao futura) e a conta da autoridade para a remessa.
*> Gravada a ordem, corre logo a captura para cativar o que ja
*> houver disponivel.
*>-----------------------------------------------------------------
REGISTER-ORDER.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "ID do cliente devedor (customers.dat):"
       ACCEPT WS-IN-CUST
       DISPLAY "Autoridade: T = tribunal, F = financas, "
               "S = seguranca social, O = outra:"
       ACCEPT WS-IN-TYPE
       DISPLAY "Nome da autoridade:"
       ACCEPT WS-IN-AUTHORITY
       DISPLAY "Referencia (processo):"
       ACCEPT WS-IN-REFERENCE
       DISPLAY "Montante a penhorar:"
       ACCEPT WS-IN-AMOUNT
       DISPLAY "Prioridade (1 = mais alta):"
       ACCEPT WS-IN-PRIORITY
       DISPLAY "Data de rececao (AAAAMMDD, 0 = hoje):"
       ACCEPT WS-IN-RECEIVED
       DISPLAY "IBAN da autoridade (para a remessa):"
       ACCEPT WS-IN-BEN-IBAN

       IF WS-IN-RECEIVED = 0
           MOVE WS-TODAY TO WS-IN-RECEIVED
       END-IF
       IF WS-IN-TYPE NOT = "T" AND WS-IN-TYPE NOT = "F"
          AND WS-IN-TYPE NOT = "S" AND WS-IN-TYPE NOT = "O"
           DISPLAY "Tipo de autoridade invalido."
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-AUTHORITY = SPACES OR WS-IN-REFERENCE = SPACES
          OR WS-IN-AMOUNT = 0 OR WS-IN-PRIORITY = 0
          OR WS-IN-RECEIVED > WS-TODAY
          OR WS-IN-BEN-IBAN = SPACES
           DISPLAY "Dados invalidos (autoridade, referencia, "
                   "montante, prioridade, data e IBAN da "
                   "autoridade obrigatorios)."
           EXIT PARAGRAPH
       END-IF

      *> A remessa segue pela camara de compensacao: so IBAN
      *> portugueses de outro banco, com digitos de controlo certos.
       MOVE "V" TO IBR-ACTION
       MOVE WS-IN-BEN-IBAN TO IBR-IBAN
       CALL "IBAN-CHECK" USING IBAN-REQUEST
       IF IBR-RESULT NOT = "Y"
           DISPLAY "IBAN invalido: " IBR-REASON
           EXIT PARAGRAPH
       END-IF
       IF IBR-IBAN(1:2) NOT = "PT" OR IBR-OWN-BANK = "Y"
           DISPLAY "IBAN invalido: a remessa segue pela camara de "
                   "compensacao (IBAN portugues de outro banco)."
           EXIT PARAGRAPH
       END-IF
       MOVE IBR-IBAN TO WS-IN-BEN-IBAN
       MOVE IBR-BANK TO WS-IN-BANK
       MOVE IBR-NIB(5:17) TO WS-IN-BEN-ACC

       PERFORM FIND-CUSTOMER
       IF WS-CUST-FOUND = "N"
           DISPLAY "Cliente " WS-IN-CUST " nao existe."
           EXIT PARAGRAPH
       END-IF
       PERFORM COUNT-CUSTOMER-ACCOUNTS
       IF WS-CUST-ACCOUNTS = 0
           DISPLAY "O cliente nao tem contas abertas."
           EXIT PARAGRAPH
       END-IF

      *> A mesma referencia da mesma autoridade nao entra duas vezes.
       MOVE 0 TO WS-LAST-AO-ID
       MOVE "N" TO WS-AO-FOUND
       OPEN INPUT ORDER-FILE
       IF WS-AO-STATUS NOT = "35"
           MOVE "N" TO WS-AO-EOF
           PERFORM UNTIL WS-AO-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-AO-EOF
                   NOT AT END
                       IF AO-ID > WS-LAST-AO-ID
                           MOVE AO-ID TO WS-LAST-AO-ID
                       END-IF
                       IF AO-AUTHORITY = WS-IN-AUTHORITY
                          AND AO-REFERENCE = WS-IN-REFERENCE
                          AND AO-ACTIVE
                           MOVE "Y" TO WS-AO-FOUND
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ORDER-FILE
       IF WS-AO-FOUND = "Y"
           DISPLAY "Ja existe uma ordem ativa com esta referencia "
                   "desta autoridade."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Penhorar " WS-IN-AMOUNT " a " WS-CUST-NAME
               " (" WS-CUST-ACCOUNTS " conta(s))? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Operacao cancelada."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND ORDER-FILE
       IF WS-AO-STATUS = "05" OR WS-AO-STATUS = "35"
           CLOSE ORDER-FILE
           OPEN OUTPUT ORDER-FILE
           CLOSE ORDER-FILE
           OPEN EXTEND ORDER-FILE
       END-IF
       ADD 1 TO WS-LAST-AO-ID
       MOVE WS-LAST-AO-ID TO AO-ID
       MOVE WS-IN-CUST TO AO-CUST-ID
       MOVE WS-IN-TYPE TO AO-AUTH-TYPE
       MOVE WS-IN-AUTHORITY TO AO-AUTHORITY
       MOVE WS-IN-REFERENCE TO AO-REFERENCE
       MOVE WS-IN-AMOUNT TO AO-AMOUNT
       MOVE WS-IN-PRIORITY TO AO-PRIORITY
       MOVE WS-IN-RECEIVED TO AO-RECEIVED
       MOVE WS-IN-BANK TO AO-BANK
       MOVE WS-IN-BEN-ACC TO AO-BEN-ACC
       MOVE WS-IN-BEN-IBAN TO AO-BEN-IBAN
       MOVE 0 TO AO-HELD
       MOVE 0 TO AO-REMITTED
       MOVE "A" TO AO-STATUS
       MOVE 0 TO AO-CLOSED-DATE
       MOVE WS-OPER-NAME TO AO-OPERATOR
       WRITE AO-REC
       CLOSE ORDER-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATTACH ADD " DELIMITED BY SIZE
              WS-LAST-AO-ID DELIMITED BY SIZE
              " CLI " DELIMITED BY SIZE
              WS-IN-CUST DELIMITED BY SIZE
              " AMT " DELIMITED BY SIZE
              WS-IN-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Ordem de penhora " WS-LAST-AO-ID " registada."

       PERFORM CAPTURE-ALL.

      *> Le WS-IN-CUST em customers.dat.
FIND-CUSTOMER.
       MOVE "N" TO WS-CUST-FOUND
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
                   IF CUST-CHECK-ID = WS-IN-CUST
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE "Y" TO WS-CUST-FOUND
                       MOVE "Y" TO WS-CUST-EOF
                       MOVE CUST-CHECK-NAME TO WS-CUST-NAME
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

COUNT-CUSTOMER-ACCOUNTS.
       MOVE 0 TO WS-CUST-ACCOUNTS
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
                   IF ACC-CUST-ID = WS-IN-CUST AND NOT ACC-CLOSED
                       ADD 1 TO WS-CUST-ACCOUNTS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

SHOW-ORDER.
       DISPLAY "Numero da ordem:"
       ACCEPT WS-IN-ID
       MOVE "N" TO WS-AO-FOUND
       OPEN INPUT ORDER-FILE
       IF WS-AO-STATUS = "35"
           CLOSE ORDER-FILE
           DISPLAY "Nao existem ordens de penhora."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AO-EOF
       PERFORM UNTIL WS-AO-EOF = "Y"
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-AO-EOF
               NOT AT END
                   IF AO-ID = WS-IN-ID
                       MOVE "Y" TO WS-AO-FOUND
                       MOVE "Y" TO WS-AO-EOF
                       DISPLAY "Ordem " AO-ID " cliente " AO-CUST-ID
                       DISPLAY "  Autoridade: " AO-AUTH-TYPE " "
                               AO-AUTHORITY
                       DISPLAY "  Referencia: " AO-REFERENCE
                               "  recebida " AO-RECEIVED
                               "  prioridade " AO-PRIORITY
                       DISPLAY "  Montante: " AO-AMOUNT
                               "  cativo: " AO-HELD
                               "  remetido: " AO-REMITTED
                       DISPLAY "  Remessa para banco " AO-BANK
                               " IBAN " AO-BEN-IBAN(1:25)
                       DISPLAY "  Estado: " AO-STATUS
                               "  fecho: " AO-CLOSED-DATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ORDER-FILE
       IF WS-AO-FOUND = "N"
           DISPLAY "Ordem nao encontrada."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT HOLD-FILE
       IF WS-AH-STATUS = "35"
           CLOSE HOLD-FILE
           DISPLAY "  Sem cativos."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AH-EOF
       PERFORM UNTIL WS-AH-EOF = "Y"
           READ HOLD-FILE
               AT END MOVE "Y" TO WS-AH-EOF
               NOT AT END
                   IF AH-ORDER-ID = WS-IN-ID AND AH-AMOUNT > 0
                       DISPLAY "  Conta " AH-ACC-ID " cativo "
                               AH-AMOUNT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HOLD-FILE.

*>-----------------------------------------------------------------
*> Levantamento pela autoridade: liberta os cativos da ordem nas
*> contas e fecha-a como levantada; o que ja foi remetido fica.
*>-----------------------------------------------------------------
LIFT-ORDER.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Numero da ordem a levantar:"
       ACCEPT WS-IN-ID
       PERFORM LOAD-ORDERS
       MOVE 0 TO WS-OJ
       PERFORM VARYING WS-OI FROM 1 BY 1 UNTIL WS-OI > WS-ORD-COUNT
           IF WS-ORD-ID (WS-OI) = WS-IN-ID
               MOVE WS-OI TO WS-OJ
           END-IF
       END-PERFORM
       IF WS-OJ = 0
           DISPLAY "Ordem inexistente ou ja encerrada."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Libertar " WS-ORD-HELD (WS-OJ) " cativos e "
               "levantar a ordem " WS-IN-ID "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Operacao cancelada."
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-HOLDS
       OPEN I-O ACCOUNTS-FILE
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-AH-COUNT
           IF WS-AH-ORDER (WS-HI) = WS-IN-ID
              AND WS-AH-AMT (WS-HI) > 0
               MOVE WS-AH-ACC (WS-HI) TO ACC-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       IF WS-AH-AMT (WS-HI) > ACC-HOLD-AMOUNT
                           MOVE 0 TO ACC-HOLD-AMOUNT
                       ELSE
                           SUBTRACT WS-AH-AMT (WS-HI)
                               FROM ACC-HOLD-AMOUNT
                       END-IF
                       REWRITE ACCOUNT-RECORD
               END-READ
               MOVE 0 TO WS-AH-AMT (WS-HI)
           END-IF
       END-PERFORM
       CLOSE ACCOUNTS-FILE

       MOVE 0 TO WS-ORD-HELD (WS-OJ)
       MOVE "L" TO WS-ORD-STATUS (WS-OJ)
       PERFORM SAVE-HOLDS
       PERFORM SAVE-ORDERS

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATTACH LIFT " DELIMITED BY SIZE
              WS-IN-ID DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Ordem " WS-IN-ID " levantada; cativos libertados.".

*>-----------------------------------------------------------------
*> Captura: por ordem de prioridade, cada ordem ativa a que ainda
*> falte cativar prende o disponivel (saldo - cativos) das contas
*> em euros do devedor ate cobrir o que falta. Corre no registo,
*> a pedido e no fecho diario, por isso apanha os creditos que
*> entraram desde a ultima vez.
*>-----------------------------------------------------------------
CAPTURE-ALL.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-RUN-CAPTURED
       PERFORM LOAD-ORDERS
       IF WS-ORD-COUNT = 0
           DISPLAY "Sem ordens de penhora ativas."
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-HOLDS

       OPEN I-O ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           DISPLAY "accounts.dat nao existe."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-OI FROM 1 BY 1 UNTIL WS-OI > WS-ORD-COUNT
           MOVE 0 TO WS-ORD-NOW (WS-OI)
           COMPUTE WS-NEED = WS-ORD-AMOUNT (WS-OI)
                           - WS-ORD-HELD (WS-OI)
                           - WS-ORD-REMITTED (WS-OI)
           IF WS-NEED > 0
               PERFORM CAPTURE-FOR-ORDER
           END-IF
       END-PERFORM
       CLOSE ACCOUNTS-FILE

       PERFORM SAVE-HOLDS
       PERFORM SAVE-ORDERS

       MOVE "INFO" TO SYSLOG-SEVERITY
       MOVE "ATTACH-ORDERS" TO SYSLOG-MODULE
       MOVE "attachment capture processed" TO SYSLOG-MESSAGE
       CALL "SYS-LOG" USING SYSLOG-REQUEST
       DISPLAY "Captura de penhoras: " WS-RUN-CAPTURED
               " cativado(s) nesta passagem.".

      *> Percorre as contas do devedor da ordem WS-OI enquanto faltar
      *> cativar (WS-NEED).
CAPTURE-FOR-ORDER.
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S" OR WS-NEED <= 0
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF ACC-CUST-ID = WS-ORD-CUST (WS-OI)
                      AND NOT ACC-CLOSED AND NOT ACC-PENDING
                      AND (ACC-CURRENCY = "EUR"
                           OR ACC-CURRENCY = SPACES)
                       PERFORM CAPTURE-FROM-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM
       IF WS-ORD-NOW (WS-OI) > 0
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ATTACH HOLD " DELIMITED BY SIZE
                  WS-ORD-ID (WS-OI) DELIMITED BY SIZE
                  " AMT " DELIMITED BY SIZE
                  WS-ORD-NOW (WS-OI) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
       END-IF.

CAPTURE-FROM-ACCOUNT.
       COMPUTE WS-AVAIL = ACC-BALANCE - ACC-HOLD-AMOUNT
       IF WS-AVAIL <= 0
           EXIT PARAGRAPH
       END-IF
       IF WS-AVAIL > WS-NEED
           MOVE WS-NEED TO WS-TAKE
       ELSE
           MOVE WS-AVAIL TO WS-TAKE
       END-IF
       ADD WS-TAKE TO ACC-HOLD-AMOUNT
       REWRITE ACCOUNT-RECORD
       SUBTRACT WS-TAKE FROM WS-NEED
       ADD WS-TAKE TO WS-ORD-HELD (WS-OI)
       ADD WS-TAKE TO WS-ORD-NOW (WS-OI)
       ADD WS-TAKE TO WS-RUN-CAPTURED

       MOVE ACC-ID TO WS-CAPTURE-ACC
       MOVE "N" TO WS-AH-FOUND
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-AH-COUNT
           IF WS-AH-ORDER (WS-HI) = WS-ORD-ID (WS-OI)
              AND WS-AH-ACC (WS-HI) = WS-CAPTURE-ACC
               ADD WS-TAKE TO WS-AH-AMT (WS-HI)
               MOVE "Y" TO WS-AH-FOUND
           END-IF
       END-PERFORM
       IF WS-AH-FOUND = "N" AND WS-AH-COUNT < 500
           ADD 1 TO WS-AH-COUNT
           MOVE WS-ORD-ID (WS-OI) TO WS-AH-ORDER (WS-AH-COUNT)
           MOVE WS-CAPTURE-ACC TO WS-AH-ACC (WS-AH-COUNT)
           MOVE WS-TAKE TO WS-AH-AMT (WS-AH-COUNT)
       END-IF.

*>-----------------------------------------------------------------
*> Remessa: captura primeiro o que tiver entrado e depois, ordem a
*> ordem, debita o cativo de cada conta (motivo PEN), credita a
*> conta de liquidacao e regista a instrucao interbancaria para a
*> conta da autoridade. Ordem coberta passa a satisfeita.
*>-----------------------------------------------------------------
REMIT-ORDERS.
       PERFORM CAPTURE-ALL
       IF WS-ORD-COUNT = 0
           EXIT PARAGRAPH
       END-IF

      *> Porta de periodos contabilisticos (PERIOD-CONTROL, Dia 62).
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "ATTACH-ORDERS" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-SETTLE-OK
       OPEN INPUT ACCOUNTS-FILE
       MOVE WS-SETTLE-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               MOVE "Y" TO WS-SETTLE-OK
               MOVE ACC-BRANCH TO WS-SETTLE-BRANCH
       END-READ
       CLOSE ACCOUNTS-FILE
       IF WS-SETTLE-OK = "N"
           DISPLAY "Conta de liquidacao " WS-SETTLE-ACC
                   " nao existe - remessa nao corrida."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-RUN-REMITTED
       MOVE 0 TO WS-RUN-ORDERS
       PERFORM GET-LAST-TRANS
       PERFORM GET-LAST-CLO-ID
       OPEN I-O ACCOUNTS-FILE
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF
       OPEN EXTEND CLEARING-OUT-FILE
       IF WS-CLO-STATUS = "05" OR WS-CLO-STATUS = "35"
           CLOSE CLEARING-OUT-FILE
           OPEN OUTPUT CLEARING-OUT-FILE
           CLOSE CLEARING-OUT-FILE
           OPEN EXTEND CLEARING-OUT-FILE
       END-IF

       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-LINE
       STRING "REMESSA DE PENHORAS - " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       WRITE REPORT-LINE FROM WS-RPT-HEADER

       PERFORM VARYING WS-OI FROM 1 BY 1 UNTIL WS-OI > WS-ORD-COUNT
           MOVE 0 TO WS-ORD-NOW (WS-OI)
           IF WS-ORD-HELD (WS-OI) > 0
               PERFORM REMIT-ONE-ORDER
           END-IF
       END-PERFORM

       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE
       CLOSE CLEARING-OUT-FILE

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "Ordens com remessa: " DELIMITED BY SIZE
              WS-RUN-ORDERS DELIMITED BY SIZE
              "  Total remetido: " DELIMITED BY SIZE
              WS-RUN-REMITTED DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       CLOSE REPORT-FILE

       PERFORM SAVE-HOLDS
       PERFORM SAVE-ORDERS
       DISPLAY "Remessa: " WS-RUN-ORDERS " ordem(ns), total "
               WS-RUN-REMITTED ". Relatorio em "
               "attachment_remittance_report.txt.".

REMIT-ONE-ORDER.
       MOVE SPACES TO WS-REMIT-NARR
       STRING "PENHORA " DELIMITED BY SIZE
              WS-ORD-ID (WS-OI) DELIMITED BY SIZE
              INTO WS-REMIT-NARR
       END-STRING
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-AH-COUNT
           IF WS-AH-ORDER (WS-HI) = WS-ORD-ID (WS-OI)
              AND WS-AH-AMT (WS-HI) > 0
               PERFORM REMIT-ONE-HOLD
           END-IF
       END-PERFORM

       IF WS-ORD-NOW (WS-OI) = 0
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-RUN-ORDERS
       IF WS-ORD-REMITTED (WS-OI) >= WS-ORD-AMOUNT (WS-OI)
           MOVE "S" TO WS-ORD-STATUS (WS-OI)
           MOVE 0 TO WS-STILL-OWED
       ELSE
           COMPUTE WS-STILL-OWED = WS-ORD-AMOUNT (WS-OI)
                                 - WS-ORD-REMITTED (WS-OI)
       END-IF

       MOVE WS-ORD-ID (WS-OI) TO WS-RD-ID
       MOVE WS-ORD-AUTHORITY (WS-OI) TO WS-RD-AUTH
       MOVE WS-ORD-REFERENCE (WS-OI) TO WS-RD-REF
       MOVE WS-ORD-NOW (WS-OI) TO WS-RD-NOW
       MOVE WS-ORD-REMITTED (WS-OI) TO WS-RD-TOTAL
       MOVE WS-STILL-OWED TO WS-RD-OWED
       IF WS-ORD-STATUS (WS-OI) = "S"
           MOVE "SATISFEITA" TO WS-RD-STATUS
       ELSE
           MOVE "ATIVA" TO WS-RD-STATUS
       END-IF
       WRITE REPORT-LINE FROM WS-RPT-DETAIL

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATTACH REMIT " DELIMITED BY SIZE
              WS-ORD-ID (WS-OI) DELIMITED BY SIZE
              " AMT " DELIMITED BY SIZE
              WS-ORD-NOW (WS-OI) DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Remete o cativo WS-HI: debito na conta do devedor (mesmo
      *> congelada - a penhora prevalece), credito na conta de
      *> liquidacao e instrucao para a autoridade.
REMIT-ONE-HOLD.
       MOVE WS-AH-ACC (WS-HI) TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY EXIT PARAGRAPH
       END-READ
       MOVE WS-AH-AMT (WS-HI) TO WS-REMIT
       IF WS-REMIT > ACC-HOLD-AMOUNT
           MOVE ACC-HOLD-AMOUNT TO WS-REMIT
       END-IF
       IF ACC-BALANCE < WS-REMIT
           IF ACC-BALANCE > 0
               MOVE ACC-BALANCE TO WS-REMIT
           ELSE
               MOVE 0 TO WS-REMIT
           END-IF
       END-IF
       IF WS-REMIT = 0
           EXIT PARAGRAPH
       END-IF
       MOVE ACC-BRANCH TO WS-DEBTOR-BRANCH
       MOVE ACC-CURRENCY TO WS-DEBTOR-CURR
       SUBTRACT WS-REMIT FROM ACC-BALANCE
       SUBTRACT WS-REMIT FROM ACC-HOLD-AMOUNT
       REWRITE ACCOUNT-RECORD

       MOVE WS-SETTLE-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD WS-REMIT TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-AH-ACC (WS-HI) TO TRANS-ACC-ID
       MOVE "D" TO TRANS-TYPE
       MOVE WS-REMIT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-DEBTOR-CURR TO TRANS-CURRENCY
       MOVE WS-DEBTOR-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "PEN" TO TRANS-REASON
       MOVE WS-REMIT-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-SETTLE-ACC TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE WS-REMIT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-DEBTOR-CURR TO TRANS-CURRENCY
       MOVE WS-SETTLE-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "PEN" TO TRANS-REASON
       MOVE WS-REMIT-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-CLO-ID
       MOVE WS-LAST-CLO-ID TO CLO-ID
       MOVE PC-POST-DATE TO CLO-DATE
       MOVE WS-AH-ACC (WS-HI) TO CLO-FROM-ACC
       MOVE WS-ORD-BANK (WS-OI) TO CLO-BANK
       MOVE WS-ORD-BEN-ACC (WS-OI) TO CLO-BEN-ACC
       MOVE WS-ORD-BEN-IBAN (WS-OI) TO CLO-BEN-IBAN
       MOVE WS-ORD-AUTHORITY (WS-OI) TO CLO-BEN-NAME
       MOVE WS-REMIT TO CLO-AMOUNT
       MOVE "P" TO CLO-STATUS
       MOVE 0 TO CLO-SENT-DATE
       MOVE 0 TO CLO-RET-DATE
       MOVE SPACES TO CLO-RET-REASON
       WRITE CLO-REC

       SUBTRACT WS-REMIT FROM WS-AH-AMT (WS-HI)
       SUBTRACT WS-REMIT FROM WS-ORD-HELD (WS-OI)
       ADD WS-REMIT TO WS-ORD-REMITTED (WS-OI)
       ADD WS-REMIT TO WS-ORD-NOW (WS-OI)
       ADD WS-REMIT TO WS-RUN-REMITTED.

      *> Ordens ativas para a tabela, ordenadas por prioridade e
      *> data de rececao (as de igual chave ficam pela ordem do
      *> ficheiro, isto e, pelo numero).
LOAD-ORDERS.
       MOVE 0 TO WS-ORD-COUNT
       OPEN INPUT ORDER-FILE
       IF WS-AO-STATUS = "35"
           CLOSE ORDER-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AO-EOF
       PERFORM UNTIL WS-AO-EOF = "Y"
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-AO-EOF
               NOT AT END
                   IF AO-ACTIVE AND WS-ORD-COUNT < 200
                       ADD 1 TO WS-ORD-COUNT
                       COMPUTE WS-ORD-KEY (WS-ORD-COUNT) =
                           AO-PRIORITY * 100000000 + AO-RECEIVED
                       MOVE AO-ID TO WS-ORD-ID (WS-ORD-COUNT)
                       MOVE AO-CUST-ID TO WS-ORD-CUST (WS-ORD-COUNT)
                       MOVE AO-AMOUNT TO WS-ORD-AMOUNT (WS-ORD-COUNT)
                       MOVE AO-HELD TO WS-ORD-HELD (WS-ORD-COUNT)
                       MOVE AO-REMITTED
                           TO WS-ORD-REMITTED (WS-ORD-COUNT)
                       MOVE AO-STATUS TO WS-ORD-STATUS (WS-ORD-COUNT)
                       MOVE AO-BANK TO WS-ORD-BANK (WS-ORD-COUNT)
                       MOVE AO-BEN-ACC
                           TO WS-ORD-BEN-ACC (WS-ORD-COUNT)
                       MOVE AO-BEN-IBAN
                           TO WS-ORD-BEN-IBAN (WS-ORD-COUNT)
                       MOVE AO-AUTHORITY
                           TO WS-ORD-AUTHORITY (WS-ORD-COUNT)
                       MOVE AO-REFERENCE
                           TO WS-ORD-REFERENCE (WS-ORD-COUNT)
                       MOVE 0 TO WS-ORD-NOW (WS-ORD-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ORDER-FILE

       PERFORM VARYING WS-OI FROM 1 BY 1 UNTIL WS-OI >= WS-ORD-COUNT
           PERFORM VARYING WS-OJ FROM 1 BY 1
                   UNTIL WS-OJ > WS-ORD-COUNT - WS-OI
               IF WS-ORD-KEY (WS-OJ) > WS-ORD-KEY (WS-OJ + 1)
                   MOVE WS-ORD-ENTRY (WS-OJ) TO WS-ORD-SWAP
                   MOVE WS-ORD-ENTRY (WS-OJ + 1)
                       TO WS-ORD-ENTRY (WS-OJ)
                   MOVE WS-ORD-SWAP TO WS-ORD-ENTRY (WS-OJ + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

      *> Reescreve attachment_orders.dat com o cativo, o remetido e
      *> o estado das ordens da tabela; as outras linhas passam
      *> iguais.
SAVE-ORDERS.
       OPEN INPUT ORDER-FILE
       OPEN OUTPUT ORDER-TEMP
       MOVE "N" TO WS-AO-EOF
       PERFORM UNTIL WS-AO-EOF = "Y"
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-AO-EOF
               NOT AT END
                   PERFORM APPLY-ORDER-CHANGE
                   MOVE AO-REC TO AO-TEMP-REC
                   WRITE AO-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE ORDER-FILE
       CLOSE ORDER-TEMP
       CALL "SYSTEM" USING
           "mv attachment_orders.tmp attachment_orders.dat".

APPLY-ORDER-CHANGE.
       PERFORM VARYING WS-OJ FROM 1 BY 1 UNTIL WS-OJ > WS-ORD-COUNT
           IF WS-ORD-ID (WS-OJ) = AO-ID AND AO-ACTIVE
               MOVE WS-ORD-HELD (WS-OJ) TO AO-HELD
               MOVE WS-ORD-REMITTED (WS-OJ) TO AO-REMITTED
               IF WS-ORD-STATUS (WS-OJ) NOT = "A"
                   MOVE WS-ORD-STATUS (WS-OJ) TO AO-STATUS
                   MOVE WS-TODAY TO AO-CLOSED-DATE
                   MOVE WS-OPER-NAME TO AO-OPERATOR
               END-IF
           END-IF
       END-PERFORM.

LOAD-HOLDS.
       MOVE 0 TO WS-AH-COUNT
       OPEN INPUT HOLD-FILE
       IF WS-AH-STATUS = "35"
           CLOSE HOLD-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AH-EOF
       PERFORM UNTIL WS-AH-EOF = "Y"
           READ HOLD-FILE
               AT END MOVE "Y" TO WS-AH-EOF
               NOT AT END
                   IF AH-AMOUNT > 0 AND WS-AH-COUNT < 500
                       ADD 1 TO WS-AH-COUNT
                       MOVE AH-ORDER-ID TO WS-AH-ORDER (WS-AH-COUNT)
                       MOVE AH-ACC-ID TO WS-AH-ACC (WS-AH-COUNT)
                       MOVE AH-AMOUNT TO WS-AH-AMT (WS-AH-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HOLD-FILE.

      *> attachment_holds.dat so guarda os cativos ainda em vigor.
SAVE-HOLDS.
       OPEN OUTPUT HOLD-FILE
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-AH-COUNT
           IF WS-AH-AMT (WS-HI) > 0
               MOVE WS-AH-ORDER (WS-HI) TO AH-ORDER-ID
               MOVE WS-AH-ACC (WS-HI) TO AH-ACC-ID
               MOVE WS-AH-AMT (WS-HI) TO AH-AMOUNT
               WRITE AH-REC
           END-IF
       END-PERFORM
       CLOSE HOLD-FILE.

GET-LAST-CLO-ID.
       MOVE 0 TO WS-LAST-CLO-ID
       OPEN INPUT CLEARING-OUT-FILE
       IF WS-CLO-STATUS = "35"
           CLOSE CLEARING-OUT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CLO-EOF
       PERFORM UNTIL WS-CLO-EOF = "Y"
           READ CLEARING-OUT-FILE
               AT END MOVE "Y" TO WS-CLO-EOF
               NOT AT END
                   IF CLO-ID > WS-LAST-CLO-ID
                       MOVE CLO-ID TO WS-LAST-CLO-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CLEARING-OUT-FILE.

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
