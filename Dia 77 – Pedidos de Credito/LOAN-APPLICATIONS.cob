       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-APPLICATIONS.

      *> Pedidos de credito. Antes de um emprestimo chegar ao
      *> GRANT-LOAN (LOAN-SYSTEM, Dia 32) passa por aqui:
      *>
      *>   R registado -> S avaliado -> O proposta emitida ->
      *>   A aceite pelo cliente (ou D recusado, pelo banco ou pelo
      *>   cliente) -> G concedido (marcado pelo GRANT-LOAN).
      *>
      *> A avaliacao de capacidade financeira estima o rendimento
      *> mensal pelos creditos de salario dos ultimos 90 dias nas
      *> contas do cliente (motivo SAL ou descritivo "SAL ..." das
      *> transferencias do processamento salarial), soma as
      *> prestacoes dos emprestimos ativos ja existentes, calcula a
      *> prestacao do novo pedido a uma taxa indicativa e daqui a
      *> taxa de esforco (DSR). A pontuacao (0-100) junta a taxa de
      *> esforco, a regularidade do salario e a ausencia de
      *> prestacoes em atraso; so um pedido recomendado recebe
      *> proposta. Cada passo fica na trilha de auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATIONS-FILE ASSIGN TO "loan_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT APPLICATIONS-TEMP ASSIGN TO "loan_applications.tmp"
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

           SELECT SCHEDULE-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSCHED-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD APPLICATIONS-FILE.
       COPY "LOAN-APPLICATION-RECORD.cpy".

      *> Width must match APP-REC exactly (181 chars).
       FD APPLICATIONS-TEMP.
       01 APP-TEMP-REC PIC X(181).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

       FD SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-APP-STATUS     PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-LSCHED-STATUS  PIC XX.
       01 WS-APP-EOF        PIC X VALUE "N".
       01 WS-LOANS-EOF      PIC X VALUE "N".
       01 WS-LSCHED-EOF     PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-TODAY-INT      PIC 9(9).

      *> Pedido corrente (copiado do registo ao procura-lo).
       01 WS-APP-ID         PIC 9(5).
       01 WS-LAST-APP-ID    PIC 9(5) VALUE 0.
       01 WS-APP-FOUND      PIC X.
       01 WS-APP-STAT       PIC X.
       01 WS-APP-CUST       PIC 9(3).
       01 WS-APP-ACC        PIC 9(8).
       01 WS-APP-AMOUNT     PIC 9(7)V99.
       01 WS-APP-TERM       PIC 9(3).
       01 WS-APP-RECOMMEND  PIC X.
       01 WS-APP-ASSESS-RATE PIC 9(2)V9(4).
       01 WS-APP-OFFER-DATE PIC 9(8).
       01 WS-LIST-COUNT     PIC 9(4).
      *> Campo a atualizar por UPDATE-APPLICATION: S avaliacao,
      *> O proposta, A aceite, D recusado.
       01 WS-APP-ACTION     PIC X.

      *> Registo de pedido.
       01 WS-IN-ACC         PIC 9(8).
       01 WS-IN-AMOUNT      PIC 9(7)V99.
       01 WS-IN-TERM        PIC 9(3).
       01 WS-IN-PURPOSE     PIC X(20).
       01 WS-ACC-OK         PIC X.
       01 WS-ACC-CUST       PIC 9(3).
       01 WS-CONFIRM        PIC X.

      *> Contas do cliente e emprestimos ativos sobre elas.
       01 WS-CA-COUNT       PIC 9(2) VALUE 0.
       01 WS-CA-IDX         PIC 9(2).
       01 WS-CA-TABLE.
           05 WS-CA-ACC OCCURS 20 TIMES PIC 9(8).
       01 WS-CA-MATCH       PIC X.
       01 WS-CL-COUNT       PIC 9(2) VALUE 0.
       01 WS-CL-IDX         PIC 9(2).
       01 WS-CL-TABLE.
           05 WS-CL-LOAN OCCURS 50 TIMES PIC 9(4).
       01 WS-CL-MATCH       PIC X.

      *> Avaliacao de capacidade financeira.
       01 WS-SAL-WINDOW     PIC 9(3) VALUE 90.
       01 WS-SAL-FROM       PIC 9(8).
       01 WS-SAL-TOTAL      PIC 9(9)V99.
       01 WS-SAL-MONTHS     PIC 9 VALUE 0.
       01 WS-SM-IDX         PIC 9.
       01 WS-SM-MATCH       PIC X.
       01 WS-SM-TABLE.
           05 WS-SM-MONTH OCCURS 4 TIMES PIC 9(6).
       01 WS-INCOME         PIC 9(7)V99.
       01 WS-EXIST-INST     PIC 9(7)V99.
       01 WS-ARREARS-ROWS   PIC 9(3).
       01 WS-DSR            PIC 9(3)V99.
       01 WS-DSR-WORK       PIC 9(7)V99.
       01 WS-SCORE          PIC 9(3).
       01 WS-RECOMMEND      PIC X.
      *> Limites da recomendacao: pontuacao minima e taxa de esforco
      *> maxima (%).
       01 WS-MIN-SCORE      PIC 9(3) VALUE 60.
       01 WS-MAX-DSR        PIC 9(3)V99 VALUE 50.00.

      *> Prestacao constante, como o COMPUTE-INSTALLMENT do
      *> LOAN-SYSTEM.
       01 WS-PRINCIPAL      PIC 9(7)V99.
       01 WS-RATE           PIC 9(2)V9(4).
       01 WS-TERM           PIC 9(3).
       01 WS-MONTHLY-RATE   PIC 9V9(8).
       01 WS-FACTOR         PIC 9(3)V9(8).
       01 WS-FACTOR-IDX     PIC 9(3).
       01 WS-INSTALLMENT    PIC 9(7)V99.

      *> Proposta.
       01 WS-OFFER-AMOUNT   PIC 9(7)V99.
       01 WS-OFFER-RATE     PIC 9(2)V9(4).
       01 WS-OFFER-TERM     PIC 9(3).
       01 WS-INDEX-CODE     PIC X(8).
       01 WS-SPREAD         PIC 9(2)V9(4).
       01 WS-RESET-MONTHS   PIC 9(2).
      *> Dias em que a proposta pode ser aceite pelo cliente.
       01 WS-OFFER-VALID    PIC 9(3) VALUE 30.
       01 WS-OFFER-AGE      PIC S9(5).

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
       MOVE "LOAN-APPLICATIONS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "LOAN-APPLICATIONS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
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
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat/loans.dat de versao diferente
      *> da do layout com que foi compilado.
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
       MOVE "LOAN-APPLICATIONS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== PEDIDOS DE CREDITO ====="
       DISPLAY "1. Registar pedido"
       DISPLAY "2. Listar pedidos"
       DISPLAY "3. Avaliar pedido (capacidade financeira)"
       DISPLAY "4. Emitir proposta"
       DISPLAY "5. Resposta do cliente a proposta"
       DISPLAY "6. Recusar pedido (banco)"
       DISPLAY "7. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-APPLICATION
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-APPLICATIONS
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM ASSESS-APPLICATION
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM ISSUE-OFFER
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CUSTOMER-RESPONSE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM DECLINE-APPLICATION
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 7 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

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

      *> Pedido novo: a conta tem de existir e estar ativa; o
      *> cliente (ACC-CUST-ID) define que contas entram na
      *> avaliacao.
REGISTER-APPLICATION.
       DISPLAY "Conta do requerente:"
       ACCEPT WS-IN-ACC
       PERFORM CHECK-ACCOUNT
       IF WS-ACC-OK NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Montante pedido:"
       ACCEPT WS-IN-AMOUNT
       DISPLAY "Prazo em meses:"
       ACCEPT WS-IN-TERM
       IF WS-IN-AMOUNT = 0 OR WS-IN-TERM = 0
           DISPLAY "Montante e prazo tem de ser positivos."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Finalidade (ex.: HABITACAO, AUTOMOVEL):"
       ACCEPT WS-IN-PURPOSE
       MOVE FUNCTION UPPER-CASE(WS-IN-PURPOSE) TO WS-IN-PURPOSE

       PERFORM GET-LAST-APP-ID
       ADD 1 TO WS-LAST-APP-ID
       OPEN EXTEND APPLICATIONS-FILE
       IF WS-APP-STATUS = "05" OR WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           OPEN OUTPUT APPLICATIONS-FILE
           CLOSE APPLICATIONS-FILE
           OPEN EXTEND APPLICATIONS-FILE
       END-IF
       INITIALIZE APP-REC
       MOVE WS-LAST-APP-ID TO APP-ID
       MOVE WS-TODAY TO APP-DATE
       MOVE WS-ACC-CUST TO APP-CUST-ID
       MOVE WS-IN-ACC TO APP-ACC-ID
       MOVE WS-IN-AMOUNT TO APP-AMOUNT
       MOVE WS-IN-TERM TO APP-TERM
       MOVE WS-IN-PURPOSE TO APP-PURPOSE
       MOVE "R" TO APP-STATUS
       MOVE "N" TO APP-RECOMMEND
       MOVE SPACES TO APP-INDEX-CODE
       MOVE WS-OPER-NAME TO APP-OPERATOR
       WRITE APP-REC
       CLOSE APPLICATIONS-FILE

       DISPLAY "Pedido " WS-LAST-APP-ID " registado."

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "APP NEW " DELIMITED BY SIZE
              WS-LAST-APP-ID DELIMITED BY SIZE
              " ACC " DELIMITED BY SIZE
              WS-IN-ACC DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

CHECK-ACCOUNT.
       MOVE "N" TO WS-ACC-OK
       MOVE 0 TO WS-ACC-CUST
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           DISPLAY "Conta inexistente."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IN-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               DISPLAY "Conta inexistente."
           NOT INVALID KEY
               IF ACC-APPROVED
                   MOVE "Y" TO WS-ACC-OK
                   MOVE ACC-CUST-ID TO WS-ACC-CUST
               ELSE
                   DISPLAY "Conta nao ativa (estado " ACC-STATUS ")."
               END-IF
       END-READ
       CLOSE ACCOUNTS-FILE.

GET-LAST-APP-ID.
       MOVE 0 TO WS-LAST-APP-ID
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-APP-EOF
       PERFORM UNTIL WS-APP-EOF = "Y"
           READ APPLICATIONS-FILE
               AT END MOVE "Y" TO WS-APP-EOF
               NOT AT END
                   IF APP-ID > WS-LAST-APP-ID
                       MOVE APP-ID TO WS-LAST-APP-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE.

LIST-APPLICATIONS.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           DISPLAY "Nenhum pedido registado."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-APP-EOF
       PERFORM UNTIL WS-APP-EOF = "Y"
           READ APPLICATIONS-FILE
               AT END MOVE "Y" TO WS-APP-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY "Pedido " APP-ID " de " APP-DATE
                           " Conta " APP-ACC-ID
                           " Montante " APP-AMOUNT
                           " Prazo " APP-TERM
                           " " APP-PURPOSE
                           " Estado " APP-STATUS
                   IF NOT APP-RECEIVED
                       DISPLAY "    Rendimento " APP-INCOME
                               " Prest. atuais " APP-EXIST-INST
                               " Nova prest. " APP-NEW-INST
                               " DSR " APP-DSR "%"
                               " Pontos " APP-SCORE
                               " Recomenda " APP-RECOMMEND
                   END-IF
                   IF APP-OFFER-DATE NOT = 0
                       DISPLAY "    Proposta " APP-OFFER-DATE
                               " Montante " APP-OFFER-AMOUNT
                               " Prazo " APP-OFFER-TERM
                               " Taxa " APP-OFFER-RATE
                               " Indexante " APP-INDEX-CODE
                               " Spread " APP-SPREAD
                   END-IF
                   IF APP-GRANTED
                       DISPLAY "    Emprestimo " APP-LOAN-ID
                               " concedido em " APP-DECISION-DATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE
       DISPLAY "Pedidos: " WS-LIST-COUNT.

      *> Procura o pedido WS-APP-ID e guarda os campos de que os
      *> passos seguintes precisam.
FIND-APPLICATION.
       MOVE "N" TO WS-APP-FOUND
       MOVE SPACE TO WS-APP-STAT
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-APP-EOF
       PERFORM UNTIL WS-APP-EOF = "Y"
           READ APPLICATIONS-FILE
               AT END MOVE "Y" TO WS-APP-EOF
               NOT AT END
                   IF APP-ID = WS-APP-ID
                       MOVE "Y" TO WS-APP-FOUND
                       MOVE APP-STATUS TO WS-APP-STAT
                       MOVE APP-CUST-ID TO WS-APP-CUST
                       MOVE APP-ACC-ID TO WS-APP-ACC
                       MOVE APP-AMOUNT TO WS-APP-AMOUNT
                       MOVE APP-TERM TO WS-APP-TERM
                       MOVE APP-RECOMMEND TO WS-APP-RECOMMEND
                       MOVE APP-ASSESS-RATE TO WS-APP-ASSESS-RATE
                       MOVE APP-OFFER-DATE TO WS-APP-OFFER-DATE
                       MOVE "Y" TO WS-APP-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE.

*>-----------------------------------------------------------------
*> Avaliacao de capacidade financeira: rendimento pelos salarios
*> dos ultimos 90 dias, prestacoes ja existentes, prestacao nova a
*> taxa indicativa, taxa de esforco e pontuacao. Um pedido ja
*> avaliado pode ser reavaliado enquanto nao tiver proposta.
*>-----------------------------------------------------------------
ASSESS-APPLICATION.
       DISPLAY "Numero do pedido:"
       ACCEPT WS-APP-ID
       PERFORM FIND-APPLICATION
       IF WS-APP-FOUND = "N"
           DISPLAY "Pedido nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-APP-STAT NOT = "R" AND WS-APP-STAT NOT = "S"
           DISPLAY "Pedido no estado " WS-APP-STAT
                   " - ja nao pode ser avaliado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Taxa anual indicativa (%, ex.: 05.0000):"
       ACCEPT WS-RATE

       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
       COMPUTE WS-SAL-FROM = FUNCTION DATE-OF-INTEGER(
           WS-TODAY-INT - WS-SAL-WINDOW)

       PERFORM BUILD-CUSTOMER-ACCOUNTS
       PERFORM SCAN-SALARY-CREDITS
       PERFORM SCAN-EXISTING-LOANS
       PERFORM SCAN-LOAN-ARREARS

      *> Rendimento mensal: media dos tres meses da janela.
       COMPUTE WS-INCOME ROUNDED = WS-SAL-TOTAL / 3

       MOVE WS-APP-AMOUNT TO WS-PRINCIPAL
       MOVE WS-APP-TERM TO WS-TERM
       PERFORM COMPUTE-INSTALLMENT

      *> Sem rendimento identificado a taxa de esforco vai ao maximo.
       IF WS-INCOME = 0
           MOVE 999.99 TO WS-DSR
       ELSE
           COMPUTE WS-DSR-WORK ROUNDED =
               (WS-EXIST-INST + WS-INSTALLMENT) * 100 / WS-INCOME
           IF WS-DSR-WORK > 999.99
               MOVE 999.99 TO WS-DSR
           ELSE
               MOVE WS-DSR-WORK TO WS-DSR
           END-IF
       END-IF

      *> Pontuacao: ate 50 pela taxa de esforco, 10 por mes com
      *> salario (ate 30) e 20 sem prestacoes em atraso.
       EVALUATE TRUE
           WHEN WS-DSR <= 30 MOVE 50 TO WS-SCORE
           WHEN WS-DSR <= 40 MOVE 35 TO WS-SCORE
           WHEN WS-DSR <= 50 MOVE 15 TO WS-SCORE
           WHEN OTHER MOVE 0 TO WS-SCORE
       END-EVALUATE
       IF WS-SAL-MONTHS > 3
           ADD 30 TO WS-SCORE
       ELSE
           COMPUTE WS-SCORE = WS-SCORE + WS-SAL-MONTHS * 10
       END-IF
       IF WS-ARREARS-ROWS = 0
           ADD 20 TO WS-SCORE
       END-IF
       IF WS-SCORE >= WS-MIN-SCORE AND WS-DSR <= WS-MAX-DSR
           MOVE "Y" TO WS-RECOMMEND
       ELSE
           MOVE "N" TO WS-RECOMMEND
       END-IF

       MOVE "S" TO WS-APP-ACTION
       PERFORM UPDATE-APPLICATION

       DISPLAY "Contas do cliente: " WS-CA-COUNT
               "  Meses com salario: " WS-SAL-MONTHS
       DISPLAY "Rendimento mensal estimado: " WS-INCOME
       DISPLAY "Prestacoes atuais: " WS-EXIST-INST
               "  Prestacoes em atraso: " WS-ARREARS-ROWS
       DISPLAY "Prestacao do pedido: " WS-INSTALLMENT
               " a " WS-RATE "%"
       DISPLAY "Taxa de esforco: " WS-DSR "%  Pontuacao: " WS-SCORE
       IF WS-RECOMMEND = "Y"
           DISPLAY "Recomendacao: APROVAR - pode emitir proposta."
       ELSE
           DISPLAY "Recomendacao: RECUSAR."
       END-IF

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "APP ASSESS " DELIMITED BY SIZE
              WS-APP-ID DELIMITED BY SIZE
              " SCORE " DELIMITED BY SIZE
              WS-SCORE DELIMITED BY SIZE
              " REC " DELIMITED BY SIZE
              WS-RECOMMEND DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Contas do cliente do pedido; um pedido sem cliente ligado
      *> (conta anterior ao ACC-CUST-ID) fica so com a sua conta.
BUILD-CUSTOMER-ACCOUNTS.
       MOVE 1 TO WS-CA-COUNT
       MOVE WS-APP-ACC TO WS-CA-ACC(1)
       IF WS-APP-CUST = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "10" TO WS-ACC-STATUS
       END-START
       PERFORM UNTIL WS-ACC-STATUS NOT = "00"
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "10" TO WS-ACC-STATUS
               NOT AT END
                   IF ACC-CUST-ID = WS-APP-CUST
                      AND ACC-ID NOT = WS-APP-ACC
                      AND WS-CA-COUNT < 20
                       ADD 1 TO WS-CA-COUNT
                       MOVE ACC-ID TO WS-CA-ACC(WS-CA-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

      *> WS-CA-MATCH = "Y" se WS-IN-ACC e uma conta do cliente.
CHECK-CUSTOMER-ACCOUNT.
       MOVE "N" TO WS-CA-MATCH
       PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT OR WS-CA-MATCH = "Y"
           IF WS-CA-ACC(WS-CA-IDX) = WS-IN-ACC
               MOVE "Y" TO WS-CA-MATCH
           END-IF
       END-PERFORM.

      *> Creditos de salario na janela: motivo SAL ou a referencia
      *> "SAL <id> <AAAAMM>" das transferencias do processamento
      *> salarial. Cada mes distinto com salario conta para a
      *> regularidade.
SCAN-SALARY-CREDITS.
       MOVE 0 TO WS-SAL-TOTAL
       MOVE 0 TO WS-SAL-MONTHS
       MOVE ZEROS TO WS-SM-TABLE
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-TRANS-STATUS NOT = "00"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "10" TO WS-TRANS-STATUS
               NOT AT END
                   IF TRANS-CREDIT
                      AND (TRANS-REASON = "SAL"
                           OR TRANS-NARRATIVE(1:4) = "SAL ")
                      AND TRANS-DATE > WS-SAL-FROM
                      AND TRANS-DATE <= WS-TODAY
                       MOVE TRANS-ACC-ID TO WS-IN-ACC
                       PERFORM CHECK-CUSTOMER-ACCOUNT
                       IF WS-CA-MATCH = "Y"
                           ADD TRANS-AMOUNT TO WS-SAL-TOTAL
                           PERFORM COUNT-SALARY-MONTH
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

COUNT-SALARY-MONTH.
       MOVE "N" TO WS-SM-MATCH
       PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SAL-MONTHS OR WS-SM-MATCH = "Y"
           IF WS-SM-MONTH(WS-SM-IDX) = TRANS-DATE(1:6)
               MOVE "Y" TO WS-SM-MATCH
           END-IF
       END-PERFORM
       IF WS-SM-MATCH = "N" AND WS-SAL-MONTHS < 4
           ADD 1 TO WS-SAL-MONTHS
           MOVE TRANS-DATE(1:6) TO WS-SM-MONTH(WS-SAL-MONTHS)
       END-IF.

      *> Prestacoes dos emprestimos ativos nas contas do cliente;
      *> os numeros ficam na tabela para a procura de atrasos.
SCAN-EXISTING-LOANS.
       MOVE 0 TO WS-EXIST-INST
       MOVE 0 TO WS-CL-COUNT
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
                   IF LOAN-ACTIVE
                       MOVE LOAN-ACC-ID TO WS-IN-ACC
                       PERFORM CHECK-CUSTOMER-ACCOUNT
                       IF WS-CA-MATCH = "Y"
                           ADD LOAN-INSTALLMENT TO WS-EXIST-INST
                           IF WS-CL-COUNT < 50
                               ADD 1 TO WS-CL-COUNT
                               MOVE LOAN-ID TO WS-CL-LOAN(WS-CL-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

      *> Prestacoes pendentes ja vencidas nesses emprestimos.
SCAN-LOAN-ARREARS.
       MOVE 0 TO WS-ARREARS-ROWS
       IF WS-CL-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT SCHEDULE-FILE
       IF WS-LSCHED-STATUS = "35"
           CLOSE SCHEDULE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LSCHED-EOF
       PERFORM UNTIL WS-LSCHED-EOF = "Y"
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO WS-LSCHED-EOF
               NOT AT END
                   IF LS-PENDING AND LS-DUE-DATE < WS-TODAY
                       MOVE "N" TO WS-CL-MATCH
                       PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                               UNTIL WS-CL-IDX > WS-CL-COUNT
                                  OR WS-CL-MATCH = "Y"
                           IF WS-CL-LOAN(WS-CL-IDX) = LS-LOAN-ID
                               MOVE "Y" TO WS-CL-MATCH
                           END-IF
                       END-PERFORM
                       IF WS-CL-MATCH = "Y"
                           ADD 1 TO WS-ARREARS-ROWS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCHEDULE-FILE.

      *> Prestacao constante: i = taxa/12; se i = 0, principal/n.
COMPUTE-INSTALLMENT.
       COMPUTE WS-MONTHLY-RATE ROUNDED = WS-RATE / 100 / 12
       IF WS-MONTHLY-RATE = 0
           COMPUTE WS-INSTALLMENT ROUNDED = WS-PRINCIPAL / WS-TERM
       ELSE
           MOVE 1 TO WS-FACTOR
           PERFORM COMPUTE-FACTOR-STEP
               VARYING WS-FACTOR-IDX FROM 1 BY 1
               UNTIL WS-FACTOR-IDX > WS-TERM
           COMPUTE WS-INSTALLMENT ROUNDED =
               WS-PRINCIPAL * WS-MONTHLY-RATE * WS-FACTOR
                   / (WS-FACTOR - 1)
       END-IF.

COMPUTE-FACTOR-STEP.
       COMPUTE WS-FACTOR ROUNDED =
           WS-FACTOR * (1 + WS-MONTHLY-RATE).

      *> Proposta ao cliente: so para pedidos avaliados com
      *> recomendacao favoravel. Montante e prazo podem ficar abaixo
      *> do pedido; a taxa e fixa ou indexada (indexante, spread e
      *> periodicidade, com a taxa inicial calculada na concessao).
ISSUE-OFFER.
       DISPLAY "Numero do pedido:"
       ACCEPT WS-APP-ID
       PERFORM FIND-APPLICATION
       IF WS-APP-FOUND = "N"
           DISPLAY "Pedido nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-APP-STAT NOT = "S"
           DISPLAY "So um pedido avaliado recebe proposta (estado "
                   WS-APP-STAT ")."
           EXIT PARAGRAPH
       END-IF
       IF WS-APP-RECOMMEND NOT = "Y"
           DISPLAY "A avaliacao nao recomenda o pedido - recuse-o "
                   "ou reavalie-o."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Montante da proposta (0 = pedido, " WS-APP-AMOUNT
               "):"
       ACCEPT WS-OFFER-AMOUNT
       IF WS-OFFER-AMOUNT = 0
           MOVE WS-APP-AMOUNT TO WS-OFFER-AMOUNT
       END-IF
       IF WS-OFFER-AMOUNT > WS-APP-AMOUNT
           DISPLAY "A proposta nao pode exceder o montante pedido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Prazo em meses (0 = pedido, " WS-APP-TERM "):"
       ACCEPT WS-OFFER-TERM
       IF WS-OFFER-TERM = 0
           MOVE WS-APP-TERM TO WS-OFFER-TERM
       END-IF

       MOVE SPACES TO WS-INDEX-CODE
       MOVE 0 TO WS-SPREAD
       MOVE 0 TO WS-RESET-MONTHS
       MOVE 0 TO WS-OFFER-RATE
       DISPLAY "Indexante (ex.: EUR6M; vazio = taxa fixa):"
       ACCEPT WS-INDEX-CODE
       MOVE FUNCTION UPPER-CASE(WS-INDEX-CODE) TO WS-INDEX-CODE
       IF WS-INDEX-CODE = SPACES
           DISPLAY "Taxa anual (%; 0 = indicativa "
                   WS-APP-ASSESS-RATE "):"
           ACCEPT WS-OFFER-RATE
           IF WS-OFFER-RATE = 0
               MOVE WS-APP-ASSESS-RATE TO WS-OFFER-RATE
           END-IF
       ELSE
           DISPLAY "Spread (%, ex.: 01.2500):"
           ACCEPT WS-SPREAD
           DISPLAY "Periodicidade de revisao em meses (ex.: 6):"
           ACCEPT WS-RESET-MONTHS
           IF WS-RESET-MONTHS = 0
               DISPLAY "Periodicidade invalida."
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE "O" TO WS-APP-ACTION
       PERFORM UPDATE-APPLICATION
       DISPLAY "Proposta emitida para o pedido " WS-APP-ID
               ", valida por " WS-OFFER-VALID " dias."

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "APP OFFER " DELIMITED BY SIZE
              WS-APP-ID DELIMITED BY SIZE
              " AMT " DELIMITED BY SIZE
              WS-OFFER-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Resposta do cliente: aceita (A, segue para o GRANT-LOAN) ou
      *> recusa (D). Uma proposta caducada ja nao pode ser aceite.
CUSTOMER-RESPONSE.
       DISPLAY "Numero do pedido:"
       ACCEPT WS-APP-ID
       PERFORM FIND-APPLICATION
       IF WS-APP-FOUND = "N"
           DISPLAY "Pedido nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-APP-STAT NOT = "O"
           DISPLAY "O pedido nao tem proposta em aberto (estado "
                   WS-APP-STAT ")."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "O cliente aceita a proposta? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
           COMPUTE WS-OFFER-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-APP-OFFER-DATE)
           IF WS-OFFER-AGE > WS-OFFER-VALID
               DISPLAY "Proposta caducada (" WS-OFFER-AGE
                       " dias) - recuse o pedido e registe um novo."
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-APP-ACTION
       ELSE
           MOVE "D" TO WS-APP-ACTION
       END-IF
       PERFORM UPDATE-APPLICATION

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       IF WS-APP-ACTION = "A"
           DISPLAY "Proposta aceite - o pedido " WS-APP-ID
                   " pode seguir para concessao no LOAN-SYSTEM."
           STRING "APP ACCEPTED " DELIMITED BY SIZE
                  WS-APP-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
       ELSE
           DISPLAY "Proposta recusada pelo cliente."
           STRING "APP DECLINED BY CUSTOMER " DELIMITED BY SIZE
                  WS-APP-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
       END-IF
       PERFORM WRITE-AUDIT-LOG.

      *> Recusa pelo banco, em qualquer fase antes da aceitacao.
DECLINE-APPLICATION.
       DISPLAY "Numero do pedido:"
       ACCEPT WS-APP-ID
       PERFORM FIND-APPLICATION
       IF WS-APP-FOUND = "N"
           DISPLAY "Pedido nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-APP-STAT NOT = "R" AND WS-APP-STAT NOT = "S"
          AND WS-APP-STAT NOT = "O"
           DISPLAY "Pedido no estado " WS-APP-STAT
                   " - ja nao pode ser recusado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Confirma a recusa do pedido " WS-APP-ID "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO WS-APP-ACTION
       PERFORM UPDATE-APPLICATION
       DISPLAY "Pedido " WS-APP-ID " recusado."

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "APP DECLINED BY BANK " DELIMITED BY SIZE
              WS-APP-ID DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Regrava loan_applications.dat com o pedido WS-APP-ID
      *> atualizado conforme WS-APP-ACTION.
UPDATE-APPLICATION.
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT APPLICATIONS-TEMP
       MOVE "N" TO WS-APP-EOF
       PERFORM UNTIL WS-APP-EOF = "Y"
           READ APPLICATIONS-FILE
               AT END MOVE "Y" TO WS-APP-EOF
               NOT AT END
                   IF APP-ID = WS-APP-ID
                       PERFORM APPLY-APPLICATION-ACTION
                   END-IF
                   MOVE APP-REC TO APP-TEMP-REC
                   WRITE APP-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE
       CLOSE APPLICATIONS-TEMP
       CALL "SYSTEM" USING
           "mv loan_applications.tmp loan_applications.dat".

APPLY-APPLICATION-ACTION.
       MOVE WS-OPER-NAME TO APP-OPERATOR
       EVALUATE WS-APP-ACTION
           WHEN "S"
               MOVE "S" TO APP-STATUS
               MOVE WS-TODAY TO APP-ASSESS-DATE
               MOVE WS-RATE TO APP-ASSESS-RATE
               MOVE WS-INCOME TO APP-INCOME
               MOVE WS-EXIST-INST TO APP-EXIST-INST
               MOVE WS-INSTALLMENT TO APP-NEW-INST
               MOVE WS-DSR TO APP-DSR
               MOVE WS-SCORE TO APP-SCORE
               MOVE WS-RECOMMEND TO APP-RECOMMEND
           WHEN "O"
               MOVE "O" TO APP-STATUS
               MOVE WS-OFFER-AMOUNT TO APP-OFFER-AMOUNT
               MOVE WS-OFFER-RATE TO APP-OFFER-RATE
               MOVE WS-OFFER-TERM TO APP-OFFER-TERM
               MOVE WS-INDEX-CODE TO APP-INDEX-CODE
               MOVE WS-SPREAD TO APP-SPREAD
               MOVE WS-RESET-MONTHS TO APP-RESET-MONTHS
               MOVE WS-TODAY TO APP-OFFER-DATE
           WHEN "A"
               MOVE "A" TO APP-STATUS
               MOVE WS-TODAY TO APP-DECISION-DATE
           WHEN "D"
               MOVE "D" TO APP-STATUS
               MOVE WS-TODAY TO APP-DECISION-DATE
       END-EVALUATE.

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
