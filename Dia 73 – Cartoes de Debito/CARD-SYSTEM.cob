       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SYSTEM.

      *> Cartoes de debito. Mantem o registo de cartoes (cards.dat:
      *> numero, conta, titular gravado, validade, estado e limites
      *> diarios POS/ATM) e carrega o ficheiro diario de liquidacao
      *> da rede de cartoes (card_settlement.dat).
      *>
      *> Cada item da rede e validado contra o cartao (existe, esta
      *> ativo, dentro da validade e do limite diario do canal) e
      *> contra o saldo disponivel da conta (ACC-BALANCE -
      *> ACC-HOLD-AMOUNT, como o TRANSACT). Os aceites debitam a
      *> conta com uma transacao tipo D com codigo de motivo proprio
      *> (CPO compra POS, CLV levantamento ATM); os recusados ou sem
      *> cartao correspondente vao para card_exceptions_report.txt.
      *> O total aceite credita a conta de liquidacao da rede de
      *> cartoes (99999903, conta interna como as da compensacao do
      *> Dia 51), para o GL-EXTRACT e o balancete continuarem a
      *> fechar. Todas as linhas, aceites ou nao, ficam em
      *> card_journal.dat; o ficheiro carregado e renomeado para
      *> card_settlement.done para nao ser lancado duas vezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDS-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CARDS-TEMP ASSIGN TO "cards.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLE-FILE ASSIGN TO "card_settlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "card_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "card_exceptions_report.txt"
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

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CARDS-FILE.
       COPY "CARD-RECORD.cpy".

      *> Width must match CARD-REC exactly (83 chars).
       FD CARDS-TEMP.
       01 CARD-TEMP-REC PIC X(83).

       FD SETTLE-FILE.
       COPY "CARD-SETTLEMENT-RECORD.cpy".

       FD JOURNAL-FILE.
       COPY "CARD-JOURNAL-RECORD.cpy".

       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(120).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-CARD-STATUS    PIC XX.
       01 WS-CS-STATUS      PIC XX.
       01 WS-CJ-STATUS      PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-CARD-EOF       PIC X VALUE "N".
       01 WS-CS-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-THIS-MONTH     PIC 9(6).
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.

      *> Conta interna de liquidacao da rede de cartoes (reservada
      *> ao lado das da compensacao interbancaria, 99999901/02).
       01 WS-CARD-SETTLE-ACC PIC 9(8) VALUE 99999903.

      *> Limites diarios por omissao na emissao.
       01 WS-DEFAULT-POS    PIC 9(5)V99 VALUE 1000.00.
       01 WS-DEFAULT-ATM    PIC 9(5)V99 VALUE 400.00.
      *> Anos de validade de um cartao novo.
       01 WS-VALID-YEARS    PIC 9 VALUE 4.

      *> Manutencao do registo.
       01 WS-IN-CARD        PIC 9(16).
       01 WS-IN-ACC         PIC 9(8).
       01 WS-IN-HOLDER      PIC A(30).
       01 WS-IN-STATUS      PIC X.
       01 WS-IN-POS-LIMIT   PIC 9(5)V99.
       01 WS-IN-ATM-LIMIT   PIC 9(5)V99.
       01 WS-NEW-EXPIRY     PIC 9(6).
       01 WS-LIST-COUNT     PIC 9(3).
       01 WS-CHANGED-COUNT  PIC 9(4).
       01 WS-ACC-OK         PIC X.
       01 WS-ACC-NAME-HOLD  PIC A(30).
       01 WS-STATUS-MSG     PIC X(50).

      *> Cartao do item corrente, copiado de cards.dat.
       01 WS-CARD-FOUND     PIC X.
       01 WS-CD-ACC-ID      PIC 9(8).
       01 WS-CD-EXPIRY      PIC 9(6).
       01 WS-CD-STATUS      PIC X.
       01 WS-CD-POS-LIMIT   PIC 9(5)V99.
       01 WS-CD-ATM-LIMIT   PIC 9(5)V99.

      *> Utilizacao diaria por cartao e data, acumulada durante a
      *> carga para aplicar os limites POS/ATM.
       01 WS-USE-COUNT      PIC 9(3) VALUE 0.
       01 WS-USE-IDX        PIC 9(3).
       01 WS-USE-FOUND      PIC 9(3).
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 500 TIMES.
               10 WS-USE-CARD PIC 9(16).
               10 WS-USE-DATE PIC 9(8).
               10 WS-USE-POS  PIC 9(7)V99.
               10 WS-USE-ATM  PIC 9(7)V99.
       01 WS-USE-AFTER      PIC 9(7)V99.

      *> Resultado de cada item e totais da carga.
       01 WS-DECLINE        PIC X(20).
       01 WS-ITEM-TRANS     PIC 9(5).
       01 WS-AVAILABLE      PIC S9(7)V99.
       01 WS-LOAD-OK        PIC 9(5) VALUE 0.
       01 WS-LOAD-BAD       PIC 9(5) VALUE 0.
       01 WS-LOAD-POS-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LOAD-ATM-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LOAD-BAD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LEG-AMOUNT     PIC 9(9)V99.
       01 WS-LEG-REASON     PIC X(3).
       01 WS-EDIT-AMOUNT    PIC Z(6)9.99.

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

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

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
       MOVE "CARD-SYSTEM" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "CARD-SYSTEM" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
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
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
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
       MOVE "CARD-SYSTEM" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== CARTOES DE DEBITO ====="
       DISPLAY "1. Listar cartoes de uma conta"
       DISPLAY "2. Emitir cartao"
       DISPLAY "3. Bloquear / reativar / declarar perda"
       DISPLAY "4. Alterar limites diarios"
       DISPLAY "5. Carregar ficheiro de liquidacao da rede"
       DISPLAY "6. Marcar cartoes expirados"
       DISPLAY "7. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-CARDS
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM ISSUE-CARD
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CHANGE-CARD-STATUS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CHANGE-CARD-LIMITS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM LOAD-SETTLEMENT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM EXPIRE-CARDS
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

LIST-CARDS.
       DISPLAY "Conta:"
       ACCEPT WS-IN-ACC
       MOVE 0 TO WS-LIST-COUNT

       OPEN INPUT CARDS-FILE
       IF WS-CARD-STATUS = "35"
           CLOSE CARDS-FILE
           DISPLAY "Nenhum cartao emitido."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CARD-EOF
       PERFORM UNTIL WS-CARD-EOF = "Y"
           READ CARDS-FILE
               AT END MOVE "Y" TO WS-CARD-EOF
               NOT AT END
                   IF CARD-ACC-ID = WS-IN-ACC
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY CARD-NUMBER " " CARD-HOLDER
                               " Validade: " CARD-EXPIRY
                               " Estado: " CARD-STATUS
                       DISPLAY "    Limite POS: " CARD-POS-LIMIT
                               " Limite ATM: " CARD-ATM-LIMIT
                               " Emitido: " CARD-ISSUE-DATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CARDS-FILE

       IF WS-LIST-COUNT = 0
           DISPLAY "Sem cartoes para a conta " WS-IN-ACC "."
       END-IF.

*>-----------------------------------------------------------------
*> Emissao: o cartao fica ligado a uma conta aprovada (nem pendente
*> nem encerrada), com validade de WS-VALID-YEARS anos a contar do
*> mes corrente e os limites diarios por omissao se nao forem
*> indicados outros.
*>-----------------------------------------------------------------
ISSUE-CARD.
       DISPLAY "Numero do cartao (16 digitos):"
       ACCEPT WS-IN-CARD
       DISPLAY "Conta:"
       ACCEPT WS-IN-ACC
       DISPLAY "Nome a gravar (vazio = titular da conta):"
       ACCEPT WS-IN-HOLDER
       DISPLAY "Limite diario POS (0 = " WS-DEFAULT-POS "):"
       ACCEPT WS-IN-POS-LIMIT
       DISPLAY "Limite diario ATM (0 = " WS-DEFAULT-ATM "):"
       ACCEPT WS-IN-ATM-LIMIT

       IF WS-IN-CARD = 0
           DISPLAY "Numero de cartao invalido."
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-CARD
       IF WS-CARD-FOUND = "Y"
           DISPLAY "Cartao " WS-IN-CARD " ja existe no registo."
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-ACC-OK
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           DISPLAY "accounts.dat nao existe."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IN-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               DISPLAY "Conta nao encontrada."
           NOT INVALID KEY
               IF ACC-PENDING OR ACC-CLOSED
                   DISPLAY "Conta pendente ou encerrada - cartao "
                           "nao emitido."
               ELSE
                   MOVE "Y" TO WS-ACC-OK
                   MOVE ACC-NAME TO WS-ACC-NAME-HOLD
               END-IF
       END-READ
       CLOSE ACCOUNTS-FILE
       IF WS-ACC-OK = "N"
           EXIT PARAGRAPH
       END-IF

       IF WS-IN-HOLDER = SPACES
           MOVE WS-ACC-NAME-HOLD TO WS-IN-HOLDER
       END-IF
       IF WS-IN-POS-LIMIT = 0
           MOVE WS-DEFAULT-POS TO WS-IN-POS-LIMIT
       END-IF
       IF WS-IN-ATM-LIMIT = 0
           MOVE WS-DEFAULT-ATM TO WS-IN-ATM-LIMIT
       END-IF

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY(1:6) TO WS-NEW-EXPIRY
       COMPUTE WS-NEW-EXPIRY = WS-NEW-EXPIRY + WS-VALID-YEARS * 100

       OPEN EXTEND CARDS-FILE
       IF WS-CARD-STATUS = "05" OR WS-CARD-STATUS = "35"
           CLOSE CARDS-FILE
           OPEN OUTPUT CARDS-FILE
           CLOSE CARDS-FILE
           OPEN EXTEND CARDS-FILE
       END-IF
       MOVE WS-IN-CARD TO CARD-NUMBER
       MOVE WS-IN-ACC TO CARD-ACC-ID
       MOVE WS-IN-HOLDER TO CARD-HOLDER
       MOVE WS-NEW-EXPIRY TO CARD-EXPIRY
       MOVE "A" TO CARD-STATUS
       MOVE WS-IN-POS-LIMIT TO CARD-POS-LIMIT
       MOVE WS-IN-ATM-LIMIT TO CARD-ATM-LIMIT
       MOVE WS-TODAY TO CARD-ISSUE-DATE
       WRITE CARD-REC
       CLOSE CARDS-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "CARD ISSUED ACC " DELIMITED BY SIZE
              WS-IN-ACC DELIMITED BY SIZE
              " END " DELIMITED BY SIZE
              WS-IN-CARD(13:4) DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Cartao emitido para a conta " WS-IN-ACC
               ", validade " WS-NEW-EXPIRY ".".

*>-----------------------------------------------------------------
*> Estado do cartao: B bloqueia (reversivel), A reativa um cartao
*> bloqueado, L declara perda/roubo (definitivo). Cartoes perdidos
*> ou expirados nao voltam a ativo -- emite-se um cartao novo.
*>-----------------------------------------------------------------
CHANGE-CARD-STATUS.
       DISPLAY "Numero do cartao:"
       ACCEPT WS-IN-CARD
       DISPLAY "Novo estado (B=bloquear, A=reativar, L=perda/roubo):"
       ACCEPT WS-IN-STATUS
       MOVE FUNCTION UPPER-CASE(WS-IN-STATUS) TO WS-IN-STATUS
       IF WS-IN-STATUS NOT = "B" AND WS-IN-STATUS NOT = "A"
          AND WS-IN-STATUS NOT = "L"
           DISPLAY "Estado invalido."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT CARDS-FILE
       IF WS-CARD-STATUS = "35"
           CLOSE CARDS-FILE
           DISPLAY "Nenhum cartao emitido."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CARDS-TEMP
       MOVE "N" TO WS-CARD-FOUND
       MOVE SPACES TO WS-STATUS-MSG
       MOVE "N" TO WS-CARD-EOF
       PERFORM UNTIL WS-CARD-EOF = "Y"
           READ CARDS-FILE
               AT END MOVE "Y" TO WS-CARD-EOF
               NOT AT END
                   IF CARD-NUMBER = WS-IN-CARD
                       PERFORM APPLY-CARD-STATUS
                   END-IF
                   MOVE CARD-REC TO CARD-TEMP-REC
                   WRITE CARD-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CARDS-FILE
       CLOSE CARDS-TEMP

       IF WS-CARD-FOUND = "Y"
           CALL "SYSTEM" USING "mv cards.tmp cards.dat"
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CARD STATUS " DELIMITED BY SIZE
                  WS-IN-STATUS DELIMITED BY SIZE
                  " END " DELIMITED BY SIZE
                  WS-IN-CARD(13:4) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Estado do cartao alterado para " WS-IN-STATUS "."
       ELSE
           CALL "SYSTEM" USING "rm -f cards.tmp"
           IF WS-STATUS-MSG = SPACES
               DISPLAY "Cartao nao encontrado."
           ELSE
               DISPLAY WS-STATUS-MSG
           END-IF
       END-IF.

      *> Aplica WS-IN-STATUS ao cartao corrente se a transicao for
      *> permitida; senao deixa a razao em WS-STATUS-MSG.
APPLY-CARD-STATUS.
       EVALUATE TRUE
           WHEN CARD-LOST
               MOVE "Cartao declarado perdido - emita um cartao novo."
                   TO WS-STATUS-MSG
           WHEN CARD-EXPIRED
               MOVE "Cartao expirado - emita um cartao novo."
                   TO WS-STATUS-MSG
           WHEN WS-IN-STATUS = "A" AND NOT CARD-BLOCKED
               MOVE "Cartao nao esta bloqueado." TO WS-STATUS-MSG
           WHEN OTHER
               MOVE WS-IN-STATUS TO CARD-STATUS
               MOVE "Y" TO WS-CARD-FOUND
       END-EVALUATE.

CHANGE-CARD-LIMITS.
       DISPLAY "Numero do cartao:"
       ACCEPT WS-IN-CARD
       DISPLAY "Novo limite diario POS:"
       ACCEPT WS-IN-POS-LIMIT
       DISPLAY "Novo limite diario ATM:"
       ACCEPT WS-IN-ATM-LIMIT

       OPEN INPUT CARDS-FILE
       IF WS-CARD-STATUS = "35"
           CLOSE CARDS-FILE
           DISPLAY "Nenhum cartao emitido."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CARDS-TEMP
       MOVE "N" TO WS-CARD-FOUND
       MOVE "N" TO WS-CARD-EOF
       PERFORM UNTIL WS-CARD-EOF = "Y"
           READ CARDS-FILE
               AT END MOVE "Y" TO WS-CARD-EOF
               NOT AT END
                   IF CARD-NUMBER = WS-IN-CARD
                       MOVE "Y" TO WS-CARD-FOUND
                       MOVE WS-IN-POS-LIMIT TO CARD-POS-LIMIT
                       MOVE WS-IN-ATM-LIMIT TO CARD-ATM-LIMIT
                   END-IF
                   MOVE CARD-REC TO CARD-TEMP-REC
                   WRITE CARD-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CARDS-FILE
       CLOSE CARDS-TEMP

       IF WS-CARD-FOUND = "Y"
           CALL "SYSTEM" USING "mv cards.tmp cards.dat"
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CARD LIMITS END " DELIMITED BY SIZE
                  WS-IN-CARD(13:4) DELIMITED BY SIZE
                  " POS " DELIMITED BY SIZE
                  WS-IN-POS-LIMIT DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Limites diarios alterados."
       ELSE
           CALL "SYSTEM" USING "rm -f cards.tmp"
           DISPLAY "Cartao nao encontrado."
       END-IF.

      *> Passa a E os cartoes ativos ou bloqueados cuja validade
      *> (AAAAMM) ja terminou.
EXPIRE-CARDS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY(1:6) TO WS-THIS-MONTH
       MOVE 0 TO WS-CHANGED-COUNT

       OPEN INPUT CARDS-FILE
       IF WS-CARD-STATUS = "35"
           CLOSE CARDS-FILE
           DISPLAY "Nenhum cartao emitido."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CARDS-TEMP
       MOVE "N" TO WS-CARD-EOF
       PERFORM UNTIL WS-CARD-EOF = "Y"
           READ CARDS-FILE
               AT END MOVE "Y" TO WS-CARD-EOF
               NOT AT END
                   IF (CARD-ACTIVE OR CARD-BLOCKED)
                      AND CARD-EXPIRY < WS-THIS-MONTH
                       MOVE "E" TO CARD-STATUS
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
                   MOVE CARD-REC TO CARD-TEMP-REC
                   WRITE CARD-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CARDS-FILE
       CLOSE CARDS-TEMP

       IF WS-CHANGED-COUNT > 0
           CALL "SYSTEM" USING "mv cards.tmp cards.dat"
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CARDS EXPIRED " DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
       ELSE
           CALL "SYSTEM" USING "rm -f cards.tmp"
       END-IF
       DISPLAY "Cartoes marcados como expirados: " WS-CHANGED-COUNT.

*>-----------------------------------------------------------------
*> Carga do ficheiro de liquidacao da rede: valida e lanca cada
*> item, regista-o no diario de cartoes e manda os recusados para
*> o relatorio de excecoes. No fim credita a conta de liquidacao da
*> rede com o total aceite (uma perna por canal) e renomeia o
*> ficheiro carregado.
*>-----------------------------------------------------------------
LOAD-SETTLEMENT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "CARD-SYSTEM" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT SETTLE-FILE
       IF WS-CS-STATUS = "35"
           CLOSE SETTLE-FILE
           DISPLAY "card_settlement.dat nao existe (ja carregado?)."
           EXIT PARAGRAPH
       END-IF

       OPEN I-O ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           CLOSE SETTLE-FILE
           DISPLAY "accounts.dat nao existe."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-LAST-TRANS
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF

       OPEN EXTEND JOURNAL-FILE
       IF WS-CJ-STATUS = "05" OR WS-CJ-STATUS = "35"
           CLOSE JOURNAL-FILE
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE
           OPEN EXTEND JOURNAL-FILE
       END-IF

       OPEN OUTPUT EXCEPT-FILE
       MOVE SPACES TO EXCEPT-LINE
       STRING "EXCECOES DA LIQUIDACAO DE CARTOES - CARGA DE "
              DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO EXCEPT-LINE
       END-STRING
       WRITE EXCEPT-LINE
       MOVE "CARTAO           DATA     T       VALOR TERMINAL MOTIVO"
           TO EXCEPT-LINE
       WRITE EXCEPT-LINE

       MOVE 0 TO WS-LOAD-OK
       MOVE 0 TO WS-LOAD-BAD
       MOVE 0 TO WS-LOAD-POS-TOTAL
       MOVE 0 TO WS-LOAD-ATM-TOTAL
       MOVE 0 TO WS-LOAD-BAD-TOTAL
       MOVE 0 TO WS-USE-COUNT

       MOVE "N" TO WS-CS-EOF
       PERFORM UNTIL WS-CS-EOF = "Y"
           READ SETTLE-FILE
               AT END MOVE "Y" TO WS-CS-EOF
               NOT AT END PERFORM PROCESS-CARD-ITEM
           END-READ
       END-PERFORM

       CLOSE SETTLE-FILE

      *> Contrapartida: a rede paga-se pela conta de liquidacao de
      *> cartoes, uma perna por canal com o codigo do canal.
       MOVE WS-LOAD-POS-TOTAL TO WS-LEG-AMOUNT
       MOVE "CPO" TO WS-LEG-REASON
       PERFORM POST-SETTLEMENT-LEG
       MOVE WS-LOAD-ATM-TOTAL TO WS-LEG-AMOUNT
       MOVE "CLV" TO WS-LEG-REASON
       PERFORM POST-SETTLEMENT-LEG

       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE
       CLOSE JOURNAL-FILE

       MOVE SPACES TO EXCEPT-LINE
       MOVE WS-LOAD-BAD-TOTAL TO WS-EDIT-AMOUNT
       STRING "TOTAL ITENS RECUSADOS: " DELIMITED BY SIZE
              WS-LOAD-BAD DELIMITED BY SIZE
              " VALOR: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO EXCEPT-LINE
       END-STRING
       WRITE EXCEPT-LINE
       CLOSE EXCEPT-FILE
       MOVE "card_exceptions_report.txt" TO RPQ-FILE
       MOVE "CARDEXC" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       CALL "SYSTEM" USING
           "mv card_settlement.dat card_settlement.done"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "CARD SETTLEMENT OK " DELIMITED BY SIZE
              WS-LOAD-OK DELIMITED BY SIZE
              " DECL " DELIMITED BY SIZE
              WS-LOAD-BAD DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Liquidacao de cartoes: " WS-LOAD-OK " item(ns) "
               "lancado(s) (POS " WS-LOAD-POS-TOTAL ", ATM "
               WS-LOAD-ATM-TOTAL ")."
       DISPLAY "Recusados/sem correspondencia: " WS-LOAD-BAD
               " (ver card_exceptions_report.txt).".

      *> Um item da rede: cartao, limite diario e conta, por esta
      *> ordem; a primeira falha fica em WS-DECLINE.
PROCESS-CARD-ITEM.
       MOVE SPACES TO WS-DECLINE
       MOVE 0 TO WS-ITEM-TRANS
       MOVE 0 TO WS-CD-ACC-ID

       MOVE CS-CARD-NUMBER TO WS-IN-CARD
       PERFORM FIND-CARD
       EVALUATE TRUE
           WHEN CS-AMOUNT = 0 OR (NOT CS-POS AND NOT CS-ATM)
               MOVE "ITEM INVALIDO" TO WS-DECLINE
           WHEN WS-CARD-FOUND = "N"
               MOVE "CARTAO DESCONHECIDO" TO WS-DECLINE
           WHEN WS-CD-STATUS = "L"
               MOVE "CARTAO PERDIDO" TO WS-DECLINE
           WHEN WS-CD-STATUS = "B"
               MOVE "CARTAO BLOQUEADO" TO WS-DECLINE
           WHEN WS-CD-STATUS = "E"
               MOVE "CARTAO EXPIRADO" TO WS-DECLINE
           WHEN WS-CD-EXPIRY < CS-TXN-DATE(1:6)
               MOVE "CARTAO EXPIRADO" TO WS-DECLINE
           WHEN OTHER
               PERFORM CHECK-DAILY-LIMIT
       END-EVALUATE

       IF WS-DECLINE = SPACES
           PERFORM POST-CARD-ITEM
       END-IF

       IF WS-DECLINE = SPACES
           ADD 1 TO WS-LOAD-OK
           IF CS-POS
               ADD CS-AMOUNT TO WS-LOAD-POS-TOTAL
               ADD CS-AMOUNT TO WS-USE-POS(WS-USE-FOUND)
           ELSE
               ADD CS-AMOUNT TO WS-LOAD-ATM-TOTAL
               ADD CS-AMOUNT TO WS-USE-ATM(WS-USE-FOUND)
           END-IF
       ELSE
           ADD 1 TO WS-LOAD-BAD
           ADD CS-AMOUNT TO WS-LOAD-BAD-TOTAL
           MOVE SPACES TO EXCEPT-LINE
           MOVE CS-AMOUNT TO WS-EDIT-AMOUNT
           STRING CS-CARD-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-TXN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-TERMINAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECLINE DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  CS-NET-REF DELIMITED BY SIZE
                  INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE
       END-IF

       MOVE WS-TODAY TO CJ-LOAD-DATE
       MOVE CS-CARD-NUMBER TO CJ-CARD-NUMBER
       MOVE WS-CD-ACC-ID TO CJ-ACC-ID
       MOVE CS-TXN-DATE TO CJ-TXN-DATE
       MOVE CS-TYPE TO CJ-TYPE
       MOVE CS-AMOUNT TO CJ-AMOUNT
       MOVE CS-TERMINAL TO CJ-TERMINAL
       IF WS-DECLINE = SPACES
           MOVE "A" TO CJ-STATUS
       ELSE
           MOVE "D" TO CJ-STATUS
       END-IF
       MOVE WS-ITEM-TRANS TO CJ-TRANS-ID
       MOVE WS-DECLINE TO CJ-REASON
       MOVE CS-NET-REF TO CJ-NET-REF
       WRITE CJ-REC.

      *> Procura WS-IN-CARD em cards.dat e copia o cartao para
      *> os campos WS-CD-*.
FIND-CARD.
       MOVE "N" TO WS-CARD-FOUND
       OPEN INPUT CARDS-FILE
       IF WS-CARD-STATUS = "35"
           CLOSE CARDS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CARD-EOF
       PERFORM UNTIL WS-CARD-EOF = "Y"
           READ CARDS-FILE
               AT END MOVE "Y" TO WS-CARD-EOF
               NOT AT END
                   IF CARD-NUMBER = WS-IN-CARD
                       MOVE "Y" TO WS-CARD-FOUND
                       MOVE "Y" TO WS-CARD-EOF
                       MOVE CARD-ACC-ID TO WS-CD-ACC-ID
                       MOVE CARD-EXPIRY TO WS-CD-EXPIRY
                       MOVE CARD-STATUS TO WS-CD-STATUS
                       MOVE CARD-POS-LIMIT TO WS-CD-POS-LIMIT
                       MOVE CARD-ATM-LIMIT TO WS-CD-ATM-LIMIT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CARDS-FILE.

      *> Limite diario do canal: soma o ja aceite nesta carga para o
      *> mesmo cartao e data de operacao. Deixa em WS-USE-FOUND a
      *> entrada da tabela a acumular se o item for lancado.
CHECK-DAILY-LIMIT.
       MOVE 0 TO WS-USE-FOUND
       PERFORM VARYING WS-USE-IDX FROM 1 BY 1
               UNTIL WS-USE-IDX > WS-USE-COUNT
               OR WS-USE-FOUND > 0
           IF WS-USE-CARD(WS-USE-IDX) = CS-CARD-NUMBER
              AND WS-USE-DATE(WS-USE-IDX) = CS-TXN-DATE
               MOVE WS-USE-IDX TO WS-USE-FOUND
           END-IF
       END-PERFORM

       IF WS-USE-FOUND = 0
           IF WS-USE-COUNT >= 500
               MOVE "TABELA DIARIA CHEIA" TO WS-DECLINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USE-COUNT
           MOVE WS-USE-COUNT TO WS-USE-FOUND
           MOVE CS-CARD-NUMBER TO WS-USE-CARD(WS-USE-FOUND)
           MOVE CS-TXN-DATE TO WS-USE-DATE(WS-USE-FOUND)
           MOVE 0 TO WS-USE-POS(WS-USE-FOUND)
           MOVE 0 TO WS-USE-ATM(WS-USE-FOUND)
       END-IF

       IF CS-POS
           COMPUTE WS-USE-AFTER = WS-USE-POS(WS-USE-FOUND) + CS-AMOUNT
           IF WS-USE-AFTER > WS-CD-POS-LIMIT
               MOVE "LIMITE DIARIO POS" TO WS-DECLINE
           END-IF
       ELSE
           COMPUTE WS-USE-AFTER = WS-USE-ATM(WS-USE-FOUND) + CS-AMOUNT
           IF WS-USE-AFTER > WS-CD-ATM-LIMIT
               MOVE "LIMITE DIARIO ATM" TO WS-DECLINE
           END-IF
       END-IF.

      *> Debita a conta do cartao se ela aceitar o movimento: mesmas
      *> regras de debito do TRANSACT (estado, dormencia, saldo
      *> disponivel liquido de cativos) e porta de periodos sobre a
      *> data da operacao.
POST-CARD-ITEM.
       MOVE WS-CD-ACC-ID TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               MOVE "CONTA INEXISTENTE" TO WS-DECLINE
       END-READ
       IF WS-DECLINE NOT = SPACES
           EXIT PARAGRAPH
       END-IF

       COMPUTE WS-AVAILABLE = ACC-BALANCE - ACC-HOLD-AMOUNT
       EVALUATE TRUE
           WHEN ACC-PENDING OR ACC-CLOSED
               MOVE "CONTA NAO ATIVA" TO WS-DECLINE
           WHEN ACC-FROZEN
               MOVE "CONTA CONGELADA" TO WS-DECLINE
           WHEN ACC-IS-DORMANT
               MOVE "CONTA DORMENTE" TO WS-DECLINE
           WHEN WS-AVAILABLE < CS-AMOUNT
               MOVE "SALDO INSUFICIENTE" TO WS-DECLINE
       END-EVALUATE
       IF WS-DECLINE NOT = SPACES
           EXIT PARAGRAPH
       END-IF

       MOVE CS-TXN-DATE TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "CARD-SYSTEM" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           MOVE "PERIODO FECHADO" TO WS-DECLINE
           EXIT PARAGRAPH
       END-IF

       SUBTRACT CS-AMOUNT FROM ACC-BALANCE
       REWRITE ACCOUNT-RECORD

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE ACC-ID TO TRANS-ACC-ID
       MOVE "D" TO TRANS-TYPE
       MOVE CS-AMOUNT TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE ACC-CURRENCY TO TRANS-CURRENCY
       MOVE ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
      *> Codigos proprios dos movimentos de cartao: CPO compra em
      *> POS (narrativa = comerciante), CLV levantamento em ATM
      *> (narrativa = terminal).
       IF CS-POS
           MOVE "CPO" TO TRANS-REASON
           MOVE CS-MERCHANT TO TRANS-NARRATIVE
       ELSE
           MOVE "CLV" TO TRANS-REASON
           MOVE SPACES TO TRANS-NARRATIVE
           STRING "ATM " DELIMITED BY SIZE
                  CS-TERMINAL DELIMITED BY SIZE
                  INTO TRANS-NARRATIVE
           END-STRING
       END-IF
       MOVE CS-TXN-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       MOVE WS-LAST-TRANS TO WS-ITEM-TRANS.

      *> Credita a conta de liquidacao da rede com WS-LEG-AMOUNT
      *> (nada a fazer se o canal nao teve itens aceites).
POST-SETTLEMENT-LEG.
       IF WS-LEG-AMOUNT = 0
           EXIT PARAGRAPH
       END-IF
       MOVE WS-CARD-SETTLE-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               DISPLAY "AVISO: conta de liquidacao de cartoes "
                       WS-CARD-SETTLE-ACC " inexistente - "
                       "contrapartida " WS-LEG-REASON " nao lancada!"
           NOT INVALID KEY
               ADD WS-LEG-AMOUNT TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-LAST-TRANS
               MOVE WS-LAST-TRANS TO TRANS-ID
               MOVE ACC-ID TO TRANS-ACC-ID
               MOVE "C" TO TRANS-TYPE
               MOVE WS-LEG-AMOUNT TO TRANS-AMOUNT
               MOVE PC-TODAY TO TRANS-DATE
               MOVE ACC-CURRENCY TO TRANS-CURRENCY
               MOVE ACC-BRANCH TO TRANS-BRANCH
               MOVE 0 TO TRANS-REF-ID
               MOVE WS-LEG-REASON TO TRANS-REASON
               MOVE "LIQUIDACAO CARTOES" TO TRANS-NARRATIVE
               MOVE TRANS-DATE TO TRANS-VALUE-DATE
               WRITE TRANSACTION-RECORD
               ADD 1 TO LAYOUT-TRANS-DELTA
       END-READ.

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
       MOVE "CARD-SYSTEM" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
