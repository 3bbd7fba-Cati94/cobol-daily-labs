       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-TERMINALS.

      *> Caixas automaticos (ATM) como terminais de numerario das
      *> agencias, controlados como as gavetas do TELLER-DRAWER
      *> (Dia 39).
      *>
      *> atm_terminals.dat regista cada ATM com a agencia a que
      *> pertence (BR-CODE de branches.dat), o numerario carregado
      *> no ciclo de reposicao em curso e a data de inicio do ciclo.
      *> O carregamento sai do cofre da agencia por denominacao
      *> (vault_balances.dat) e fica em vault_moves.dat com o ATM no
      *> lugar do caixa (tipo A). O fecho de reposicao conta as
      *> cassetes retiradas, devolve as notas ao cofre (tipo R) e
      *> compara a contagem com carregado - levantado, sendo o
      *> levantado o que o diario do proprio terminal regista como
      *> notas entregues no ciclo, com cartoes nossos ou de outros
      *> bancos. O extrato diario dos terminais (atm_ej_extract.dat)
      *> e carregado para atm_dispense_journal.dat pela opcao 5; o
      *> card_journal.dat (Dia 73) so tem os nossos cartoes e nao
      *> serve para esta conta. Diferencas vao para
      *> atm_overshort_report.txt e para gl_postings.dat como par
      *> equilibrado contra a conta de suspenso (SUSPENSO /
      *> CAIXA-ATM), que o GL-LEDGER acumula na proxima corrida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-FILE ASSIGN TO "atm_terminals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-STATUS.

           SELECT ATM-TEMP-FILE ASSIGN TO "atm_terminals.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Historico de carregamentos (L) e fechos (C) por ATM.
           SELECT REPL-FILE ASSIGN TO "atm_replenishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPL-STATUS.

           SELECT OVERSHORT-FILE ASSIGN TO "atm_overshort_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT VAULT-FILE ASSIGN TO "vault_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT VAULT-TEMP-FILE ASSIGN TO "vault_balances.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VMOVES-FILE ASSIGN TO "vault_moves.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VMOVES-STATUS.

      *> Diario de levantamentos dos terminais e o extrato que o
      *> alimenta.
           SELECT DISPENSE-FILE ASSIGN TO "atm_dispense_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT EJ-FILE ASSIGN TO "atm_ej_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STATUS.

           SELECT GL-FILE ASSIGN TO "gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ATM-FILE.
       01 ATM-REC.
           05 ATM-ID          PIC X(8).
           05 ATM-BRANCH      PIC 9(4).
           05 ATM-LOCATION    PIC X(30).
           05 ATM-STATUS      PIC X.
               88 ATM-ACTIVE   VALUE "A".
               88 ATM-INACTIVE VALUE "I".
      *> Numerario carregado desde o ultimo fecho de reposicao e dia
      *> a partir do qual os levantamentos contam para o ciclo.
           05 ATM-CASH-LOADED PIC 9(7)V99.
           05 ATM-CYCLE-START PIC 9(8).
           05 ATM-LAST-CLOSE  PIC 9(8).

      *> Width must match ATM-REC exactly (68 chars).
       FD ATM-TEMP-FILE.
       01 ATM-TEMP-REC PIC X(68).

       FD REPL-FILE.
       01 REPL-REC.
           05 RP-DATE       PIC 9(8).
           05 RP-ATM-ID     PIC X(8).
      *> L = carregamento, C = fecho de reposicao.
           05 RP-TYPE       PIC X.
           05 RP-LOADED     PIC 9(7)V99.
           05 RP-DISPENSED  PIC 9(7)V99.
           05 RP-COUNTED    PIC 9(7)V99.
           05 RP-DIFFERENCE PIC S9(7)V99.
           05 RP-OPERATOR   PIC X(20).

       FD OVERSHORT-FILE.
       01 OVERSHORT-LINE PIC X(100).

       FD BRANCHES-FILE.
       COPY "BRANCH-RECORD.cpy".

      *> Layout must match TELLER-DRAWER's VAULT-REC.
       FD VAULT-FILE.
       01 VAULT-REC.
           05 VB-BRANCH PIC 9(4).
           05 VB-SLOT   PIC 9(2).
           05 VB-QTY    PIC 9(7).

      *> Width must match VAULT-REC exactly (13 chars).
       FD VAULT-TEMP-FILE.
       01 VAULT-TEMP-REC PIC X(13).

      *> Layout must match TELLER-DRAWER's VMOVE-REC.
       FD VMOVES-FILE.
       01 VMOVE-REC.
           05 VM-DATE   PIC 9(8).
           05 VM-BRANCH PIC 9(4).
           05 VM-TELLER PIC X(20).
           05 VM-TYPE   PIC X.
           05 VM-SLOT   PIC 9(2).
           05 VM-QTY    PIC 9(5).

       FD DISPENSE-FILE.
       COPY "ATM-DISPENSE-RECORD.cpy".

      *> Width must match ADJ-REC exactly (47 chars).
       FD EJ-FILE.
       01 EJ-LINE PIC X(47).

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-ATM-STATUS     PIC XX.
       01 WS-REPL-STATUS    PIC XX.
       01 WS-OS-STATUS      PIC XX.
       01 WS-BR-STATUS      PIC XX.
       01 WS-VAULT-STATUS   PIC XX.
       01 WS-VMOVES-STATUS  PIC XX.
       01 WS-ADJ-STATUS     PIC XX.
       01 WS-EJ-STATUS      PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-ATM-EOF        PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).

      *> Notas com que os ATM sao carregados: as sete primeiras
      *> denominacoes da tabela do TELLER-DRAWER (500 a 5 EUR), com
      *> os mesmos numeros de compartimento do cofre.
       01 WS-DENOM-VALUES.
           05 FILLER PIC 9(3)V99 VALUE 500.00.
           05 FILLER PIC 9(3)V99 VALUE 200.00.
           05 FILLER PIC 9(3)V99 VALUE 100.00.
           05 FILLER PIC 9(3)V99 VALUE 050.00.
           05 FILLER PIC 9(3)V99 VALUE 020.00.
           05 FILLER PIC 9(3)V99 VALUE 010.00.
           05 FILLER PIC 9(3)V99 VALUE 005.00.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM-VALUE OCCURS 7 TIMES PIC 9(3)V99.
       01 WS-SLOT           PIC 9(2).

      *> Terminal corrente.
       01 WS-IN-ATM         PIC X(8).
       01 WS-IN-BRANCH      PIC 9(4).
       01 WS-IN-LOCATION    PIC X(30).
       01 WS-ATM-FOUND      PIC X.
       01 WS-BRANCH-FOUND   PIC X.
       01 WS-TM-BRANCH      PIC 9(4).
       01 WS-TM-LOADED      PIC 9(7)V99.
       01 WS-TM-CYCLE-START PIC 9(8).

      *> Movimentos com o cofre.
       01 WS-VAULT-QTY      PIC 9(5).
       01 WS-VAULT-AMOUNT   PIC 9(9)V99.
       01 WS-VAULT-FOUND    PIC X.
       01 WS-VMOVE-TYPE     PIC X.
       01 WS-MOVE-TOTAL     PIC 9(7)V99.

      *> Fecho de reposicao.
       01 WS-CUTOFF         PIC 9(8).
       01 WS-DISPENSED      PIC 9(7)V99.
       01 WS-COUNTED        PIC 9(7)V99.
       01 WS-EXPECTED       PIC S9(7)V99.
       01 WS-OVER-SHORT     PIC S9(7)V99.
       01 WS-OS-LABEL       PIC X(8).
       01 WS-NEXT-START     PIC 9(8).
       01 WS-GL-ABS         PIC 9(7)V99.
       01 WS-RP-TYPE        PIC X.
       01 WS-RP-LOADED      PIC 9(7)V99.
      *> Linhas do diario do terminal no ciclo e ultimo dia que o
      *> diario carregado cobre para o terminal.
       01 WS-EJ-CYCLE-LINES PIC 9(5).
       01 WS-EJ-LAST-DATE   PIC 9(8).
       01 WS-DISP-FOREIGN   PIC 9(7)V99.
       01 WS-CLOSE-CONFIRM  PIC X.

      *> Carregamento do extrato dos terminais.
       01 WS-EJ-READ        PIC 9(5).
       01 WS-EJ-LOADED      PIC 9(5).
       01 WS-EJ-REJECTED    PIC 9(5).
       01 WS-EJ-TOTAL       PIC 9(9)V99.

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

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "ATM-TERMINALS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
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
       IF WS-OPTION = 6
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
       MOVE "ATM-TERMINALS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== CAIXAS AUTOMATICOS ====="
       DISPLAY "1. Registar terminal ATM"
       DISPLAY "2. Listar terminais"
       DISPLAY "3. Carregar numerario do cofre"
       DISPLAY "4. Fecho de reposicao (contagem das cassetes)"
       DISPLAY "5. Carregar diario de levantamentos dos terminais"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-ATM
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-ATMS
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM LOAD-ATM-CASH
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REPLENISH-CLOSE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM LOAD-DISPENSE-JOURNAL
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 EXIT PARAGRAPH
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

REGISTER-ATM.
       DISPLAY "Identificador do ATM (8 chars):"
       ACCEPT WS-IN-ATM
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Localizacao:"
       ACCEPT WS-IN-LOCATION

       IF WS-IN-ATM = SPACES
           DISPLAY "Identificador invalido."
           EXIT PARAGRAPH
       END-IF
       PERFORM FIND-ATM
       IF WS-ATM-FOUND = "Y"
           DISPLAY "ATM " WS-IN-ATM " ja registado."
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-BRANCH
       IF WS-BRANCH-FOUND = "N"
           DISPLAY "Agencia inexistente ou inativa em branches.dat."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND ATM-FILE
       IF WS-ATM-STATUS = "05" OR WS-ATM-STATUS = "35"
           CLOSE ATM-FILE
           OPEN OUTPUT ATM-FILE
           CLOSE ATM-FILE
           OPEN EXTEND ATM-FILE
       END-IF
       MOVE WS-IN-ATM TO ATM-ID
       MOVE WS-IN-BRANCH TO ATM-BRANCH
       MOVE WS-IN-LOCATION TO ATM-LOCATION
       MOVE "A" TO ATM-STATUS
       MOVE 0 TO ATM-CASH-LOADED
       MOVE 0 TO ATM-CYCLE-START
       MOVE 0 TO ATM-LAST-CLOSE
       WRITE ATM-REC
       CLOSE ATM-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATM REGISTERED " DELIMITED BY SIZE
              WS-IN-ATM DELIMITED BY SIZE
              " BRANCH " DELIMITED BY SIZE
              WS-IN-BRANCH DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "ATM " WS-IN-ATM " registado na agencia "
               WS-IN-BRANCH ".".

LIST-ATMS.
       OPEN INPUT ATM-FILE
       IF WS-ATM-STATUS = "35"
           CLOSE ATM-FILE
           DISPLAY "Nenhum ATM registado."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ATM-EOF
       PERFORM UNTIL WS-ATM-EOF = "Y"
           READ ATM-FILE
               AT END MOVE "Y" TO WS-ATM-EOF
               NOT AT END
                   DISPLAY ATM-ID " Agencia " ATM-BRANCH " "
                           ATM-LOCATION " Estado " ATM-STATUS
                   DISPLAY "    Carregado no ciclo: " ATM-CASH-LOADED
                           " desde " ATM-CYCLE-START
                           " Ultimo fecho: " ATM-LAST-CLOSE
           END-READ
       END-PERFORM
       CLOSE ATM-FILE.

*>-----------------------------------------------------------------
*> Carregamento: as notas saem do cofre da agencia do ATM por
*> denominacao (o cofre tem de ter a quantidade), cada uma fica em
*> vault_moves.dat como movimento tipo A do terminal, e o total
*> soma ao carregado do ciclo.
*>-----------------------------------------------------------------
LOAD-ATM-CASH.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Identificador do ATM:"
       ACCEPT WS-IN-ATM
       PERFORM FIND-ATM
       IF WS-ATM-FOUND = "N"
           DISPLAY "ATM nao registado ou inativo."
           EXIT PARAGRAPH
       END-IF

       MOVE "A" TO WS-VMOVE-TYPE
       MOVE 0 TO WS-MOVE-TOTAL
       MOVE 99 TO WS-SLOT
       PERFORM UNTIL WS-SLOT = 0
           PERFORM LOAD-ONE-DENOM
       END-PERFORM

       IF WS-MOVE-TOTAL = 0
           DISPLAY "Nada carregado."
           EXIT PARAGRAPH
       END-IF

       ADD WS-MOVE-TOTAL TO WS-TM-LOADED
       IF WS-TM-CYCLE-START = 0
           MOVE WS-TODAY TO WS-TM-CYCLE-START
       END-IF
       PERFORM UPDATE-ATM-CYCLE

       MOVE "L" TO WS-RP-TYPE
       MOVE WS-MOVE-TOTAL TO WS-RP-LOADED
       MOVE 0 TO WS-DISPENSED
       MOVE 0 TO WS-COUNTED
       MOVE 0 TO WS-OVER-SHORT
       PERFORM WRITE-REPLENISHMENT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATM LOAD " DELIMITED BY SIZE
              WS-IN-ATM DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MOVE-TOTAL DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Carregados " WS-MOVE-TOTAL " no ATM " WS-IN-ATM
               "; carregado no ciclo: " WS-TM-LOADED ".".

      *> Uma denominacao do carregamento; 0 termina.
LOAD-ONE-DENOM.
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
           DISPLAY WS-SLOT ": " WS-DENOM-VALUE(WS-SLOT)
       END-PERFORM
       DISPLAY "Denominacao (1-7, 0 = terminar):"
       ACCEPT WS-SLOT
       IF WS-SLOT = 0
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Quantidade de notas:"
       ACCEPT WS-VAULT-QTY
       IF WS-SLOT > 7 OR WS-VAULT-QTY = 0
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-VAULT-SLOT-QTY
       IF WS-VAULT-FOUND = "N"
          OR VB-QTY < WS-VAULT-QTY
           DISPLAY "Cofre sem quantidade suficiente dessa "
                   "denominacao."
           EXIT PARAGRAPH
       END-IF

       PERFORM UPDATE-VAULT-SLOT
       PERFORM WRITE-VAULT-MOVE
       COMPUTE WS-VAULT-AMOUNT =
           WS-VAULT-QTY * WS-DENOM-VALUE(WS-SLOT)
       ADD WS-VAULT-AMOUNT TO WS-MOVE-TOTAL.

*>-----------------------------------------------------------------
*> Fecho de reposicao: levantado = soma das notas entregues que
*> o diario do terminal regista entre o inicio do ciclo e a data
*> de corte, seja qual for o banco emissor do cartao. Se o diario
*> carregado nao chega a data de corte o fecho so segue com
*> confirmacao, porque faltariam levantamentos. As cassetes sao
*> contadas por denominacao e voltam ao cofre; contado contra
*> carregado - levantado da a sobra/falta.
*>-----------------------------------------------------------------
REPLENISH-CLOSE.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Identificador do ATM:"
       ACCEPT WS-IN-ATM
       PERFORM FIND-ATM
       IF WS-ATM-FOUND = "N"
           DISPLAY "ATM nao registado ou inativo."
           EXIT PARAGRAPH
       END-IF
       IF WS-TM-CYCLE-START = 0
           DISPLAY "ATM sem carregamento no ciclo - nada a fechar."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Data de corte (ultimo dia do diario do terminal "
               "ja carregado, AAAAMMDD):"
       ACCEPT WS-CUTOFF
       IF WS-CUTOFF < WS-TM-CYCLE-START OR WS-CUTOFF > WS-TODAY
           DISPLAY "Data de corte fora do ciclo (inicio "
                   WS-TM-CYCLE-START ")."
           EXIT PARAGRAPH
       END-IF

       PERFORM SUM-DISPENSED
       IF WS-EJ-LAST-DATE < WS-CUTOFF
           IF WS-EJ-LAST-DATE = 0
               DISPLAY "AVISO: nenhum levantamento deste terminal no "
                       "diario carregado."
           ELSE
               DISPLAY "AVISO: o diario deste terminal so esta "
                       "carregado ate " WS-EJ-LAST-DATE "."
           END-IF
           DISPLAY "Continuar o fecho com o levantado incompleto? "
                   "(S/N):"
           ACCEPT WS-CLOSE-CONFIRM
           IF WS-CLOSE-CONFIRM NOT = "S"
              AND WS-CLOSE-CONFIRM NOT = "s"
               DISPLAY "Fecho cancelado - carregue o diario (opcao 5)."
               EXIT PARAGRAPH
           END-IF
       END-IF
       DISPLAY "Levantado no ciclo: " WS-DISPENSED " em "
               WS-EJ-CYCLE-LINES " levantamentos (cartoes de outros "
               "bancos: " WS-DISP-FOREIGN ")"

      *> Contagem das cassetes; as notas voltam ao cofre.
       DISPLAY "Contagem das cassetes retiradas, por denominacao:"
       MOVE "R" TO WS-VMOVE-TYPE
       MOVE 0 TO WS-MOVE-TOTAL
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
           DISPLAY "Notas de " WS-DENOM-VALUE(WS-SLOT) ":"
           ACCEPT WS-VAULT-QTY
           IF WS-VAULT-QTY > 0
               PERFORM UPDATE-VAULT-SLOT
               PERFORM WRITE-VAULT-MOVE
               COMPUTE WS-VAULT-AMOUNT =
                   WS-VAULT-QTY * WS-DENOM-VALUE(WS-SLOT)
               ADD WS-VAULT-AMOUNT TO WS-MOVE-TOTAL
           END-IF
       END-PERFORM
       MOVE WS-MOVE-TOTAL TO WS-COUNTED

       COMPUTE WS-EXPECTED = WS-TM-LOADED - WS-DISPENSED
       COMPUTE WS-OVER-SHORT = WS-COUNTED - WS-EXPECTED
       EVALUATE TRUE
           WHEN WS-OVER-SHORT > 0
               MOVE "SOBRA" TO WS-OS-LABEL
           WHEN WS-OVER-SHORT < 0
               MOVE "FALTA" TO WS-OS-LABEL
           WHEN OTHER
               MOVE "CERTO" TO WS-OS-LABEL
       END-EVALUATE

       OPEN EXTEND OVERSHORT-FILE
       IF WS-OS-STATUS = "05" OR WS-OS-STATUS = "35"
           CLOSE OVERSHORT-FILE
           OPEN OUTPUT OVERSHORT-FILE
           CLOSE OVERSHORT-FILE
           OPEN EXTEND OVERSHORT-FILE
       END-IF
       MOVE SPACES TO OVERSHORT-LINE
       STRING WS-TODAY DELIMITED BY SIZE
              " ATM " DELIMITED BY SIZE
              WS-IN-ATM DELIMITED BY SIZE
              " AG " DELIMITED BY SIZE
              WS-TM-BRANCH DELIMITED BY SIZE
              " CARREG " DELIMITED BY SIZE
              WS-TM-LOADED DELIMITED BY SIZE
              " LEVANT " DELIMITED BY SIZE
              WS-DISPENSED DELIMITED BY SIZE
              " CONTADO " DELIMITED BY SIZE
              WS-COUNTED DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-OS-LABEL DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-OVER-SHORT DELIMITED BY SIZE
              INTO OVERSHORT-LINE
       END-STRING
       WRITE OVERSHORT-LINE
       CLOSE OVERSHORT-FILE

       IF WS-OVER-SHORT NOT = 0
           PERFORM POST-SUSPENSE-GL
       END-IF

      *> Ciclo seguinte comeca no dia a seguir ao corte, sem
      *> numerario carregado (as cassetes voltaram ao cofre).
       COMPUTE WS-NEXT-START = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-CUTOFF) + 1)
       MOVE "C" TO WS-RP-TYPE
       MOVE WS-TM-LOADED TO WS-RP-LOADED
       MOVE 0 TO WS-TM-LOADED
       MOVE WS-NEXT-START TO WS-TM-CYCLE-START
       PERFORM UPDATE-ATM-CYCLE
       PERFORM WRITE-REPLENISHMENT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATM CLOSE " DELIMITED BY SIZE
              WS-IN-ATM DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-OS-LABEL DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-OVER-SHORT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Esperado " WS-EXPECTED " contado " WS-COUNTED
               " -> " WS-OS-LABEL " " WS-OVER-SHORT.

      *> Notas entregues pelo terminal no ciclo, segundo o seu
      *> diario; guarda tambem o ultimo dia que o diario cobre.
SUM-DISPENSED.
       MOVE 0 TO WS-DISPENSED
       MOVE 0 TO WS-DISP-FOREIGN
       MOVE 0 TO WS-EJ-CYCLE-LINES
       MOVE 0 TO WS-EJ-LAST-DATE
       OPEN INPUT DISPENSE-FILE
       IF WS-ADJ-STATUS = "35"
           CLOSE DISPENSE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ DISPENSE-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF ADJ-ATM-ID = WS-IN-ATM
                       IF ADJ-TXN-DATE > WS-EJ-LAST-DATE
                           MOVE ADJ-TXN-DATE TO WS-EJ-LAST-DATE
                       END-IF
                       IF ADJ-DISPENSED
                          AND ADJ-TXN-DATE >= WS-TM-CYCLE-START
                          AND ADJ-TXN-DATE <= WS-CUTOFF
                           ADD ADJ-AMOUNT TO WS-DISPENSED
                           ADD 1 TO WS-EJ-CYCLE-LINES
                           IF ADJ-FOREIGN-CARD
                               ADD ADJ-AMOUNT TO WS-DISP-FOREIGN
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DISPENSE-FILE.

*>-----------------------------------------------------------------
*> Carrega o extrato diario dos terminais (atm_ej_extract.dat) no
*> diario de levantamentos, com a data de carga. Linhas sem
*> terminal, data ou montante validos sao rejeitadas. O extrato
*> carregado passa a .done para nao entrar duas vezes.
*>-----------------------------------------------------------------
LOAD-DISPENSE-JOURNAL.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       OPEN INPUT EJ-FILE
       IF WS-EJ-STATUS = "35"
           CLOSE EJ-FILE
           DISPLAY "Sem extrato atm_ej_extract.dat para carregar."
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND DISPENSE-FILE
       IF WS-ADJ-STATUS = "05" OR WS-ADJ-STATUS = "35"
           CLOSE DISPENSE-FILE
           OPEN OUTPUT DISPENSE-FILE
           CLOSE DISPENSE-FILE
           OPEN EXTEND DISPENSE-FILE
       END-IF
       MOVE 0 TO WS-EJ-READ
       MOVE 0 TO WS-EJ-LOADED
       MOVE 0 TO WS-EJ-REJECTED
       MOVE 0 TO WS-EJ-TOTAL
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ EJ-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-EJ-READ
                   MOVE EJ-LINE TO ADJ-REC
                   IF ADJ-ATM-ID = SPACES
                      OR ADJ-TXN-DATE NOT NUMERIC
                      OR ADJ-TXN-TIME NOT NUMERIC
                      OR ADJ-AMOUNT NOT NUMERIC
                      OR (NOT ADJ-OWN-CARD AND NOT ADJ-FOREIGN-CARD)
                       ADD 1 TO WS-EJ-REJECTED
                       DISPLAY "Linha " WS-EJ-READ " rejeitada: "
                               EJ-LINE
                   ELSE
                       MOVE WS-TODAY TO ADJ-LOAD-DATE
                       WRITE ADJ-REC
                       ADD 1 TO WS-EJ-LOADED
                       IF ADJ-DISPENSED
                           ADD ADJ-AMOUNT TO WS-EJ-TOTAL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EJ-FILE
       CLOSE DISPENSE-FILE
       CALL "SYSTEM" USING "mv atm_ej_extract.dat atm_ej_extract.done"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "ATM EJ LOAD " DELIMITED BY SIZE
              WS-EJ-LOADED DELIMITED BY SIZE
              " REJ " DELIMITED BY SIZE
              WS-EJ-REJECTED DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Linhas carregadas: " WS-EJ-LOADED
               "  rejeitadas: " WS-EJ-REJECTED
       DISPLAY "Notas entregues no extrato: " WS-EJ-TOTAL.

      *> Par equilibrado em gl_postings.dat: falta = debito SUSPENSO
      *> / credito CAIXA-ATM; sobra = o inverso.
POST-SUSPENSE-GL.
       IF WS-OVER-SHORT < 0
           COMPUTE WS-GL-ABS = 0 - WS-OVER-SHORT
       ELSE
           MOVE WS-OVER-SHORT TO WS-GL-ABS
       END-IF
       OPEN EXTEND GL-FILE
       IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
           CLOSE GL-FILE
           OPEN OUTPUT GL-FILE
           CLOSE GL-FILE
           OPEN EXTEND GL-FILE
       END-IF
       MOVE WS-TODAY TO GL-DATE
       MOVE WS-TM-BRANCH TO GL-BRANCH
       MOVE "EUR" TO GL-CURRENCY
       MOVE 1 TO GL-COUNT
       MOVE WS-GL-ABS TO GL-AMOUNT
       IF WS-OVER-SHORT < 0
           MOVE "SUSPENSO" TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           WRITE GL-REC
           MOVE "CAIXA-ATM" TO GL-ACCOUNT
           MOVE "C" TO GL-DC
           WRITE GL-REC
       ELSE
           MOVE "CAIXA-ATM" TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           WRITE GL-REC
           MOVE "SUSPENSO" TO GL-ACCOUNT
           MOVE "C" TO GL-DC
           WRITE GL-REC
       END-IF
       CLOSE GL-FILE.

      *> Procura WS-IN-ATM ativo em atm_terminals.dat e copia a
      *> agencia e o ciclo para WS-TM-*.
FIND-ATM.
       MOVE "N" TO WS-ATM-FOUND
       OPEN INPUT ATM-FILE
       IF WS-ATM-STATUS = "35"
           CLOSE ATM-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ATM-EOF
       PERFORM UNTIL WS-ATM-EOF = "Y"
           READ ATM-FILE
               AT END MOVE "Y" TO WS-ATM-EOF
               NOT AT END
                   IF ATM-ID = WS-IN-ATM AND ATM-ACTIVE
                       MOVE "Y" TO WS-ATM-FOUND
                       MOVE "Y" TO WS-ATM-EOF
                       MOVE ATM-BRANCH TO WS-TM-BRANCH
                       MOVE ATM-CASH-LOADED TO WS-TM-LOADED
                       MOVE ATM-CYCLE-START TO WS-TM-CYCLE-START
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ATM-FILE.

      *> Grava WS-TM-LOADED / WS-TM-CYCLE-START no terminal (e a
      *> data do ultimo fecho quando e um fecho).
UPDATE-ATM-CYCLE.
       OPEN INPUT ATM-FILE
       OPEN OUTPUT ATM-TEMP-FILE
       MOVE "N" TO WS-ATM-EOF
       PERFORM UNTIL WS-ATM-EOF = "Y"
           READ ATM-FILE
               AT END MOVE "Y" TO WS-ATM-EOF
               NOT AT END
                   IF ATM-ID = WS-IN-ATM
                       MOVE WS-TM-LOADED TO ATM-CASH-LOADED
                       MOVE WS-TM-CYCLE-START TO ATM-CYCLE-START
                       IF WS-VMOVE-TYPE = "R"
                           MOVE WS-TODAY TO ATM-LAST-CLOSE
                       END-IF
                   END-IF
                   MOVE ATM-REC TO ATM-TEMP-REC
                   WRITE ATM-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE ATM-FILE
       CLOSE ATM-TEMP-FILE
       CALL "SYSTEM" USING "mv atm_terminals.tmp atm_terminals.dat".

CHECK-BRANCH.
       MOVE "N" TO WS-BRANCH-FOUND
       OPEN INPUT BRANCHES-FILE
       IF WS-BR-STATUS = "35"
           CLOSE BRANCHES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ BRANCHES-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF BR-CODE = WS-IN-BRANCH AND BR-ACTIVE
                       MOVE "Y" TO WS-BRANCH-FOUND
                       MOVE "S" TO EOF-FLAG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BRANCHES-FILE.

      *> Le a linha do cofre da agencia do ATM e denominacao pedidas
      *> para VB-QTY (WS-VAULT-FOUND diz se existe).
GET-VAULT-SLOT-QTY.
       MOVE "N" TO WS-VAULT-FOUND
       OPEN INPUT VAULT-FILE
       IF WS-VAULT-STATUS = "35"
           CLOSE VAULT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ VAULT-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF VB-BRANCH = WS-TM-BRANCH
                      AND VB-SLOT = WS-SLOT
                       MOVE "Y" TO WS-VAULT-FOUND
                       MOVE "S" TO EOF-FLAG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VAULT-FILE.

      *> Subtrai (carregamento A) ou soma (recolha R) a quantidade ao
      *> saldo do cofre, criando a linha da denominacao se ainda nao
      *> existe.
UPDATE-VAULT-SLOT.
       MOVE "N" TO WS-VAULT-FOUND
       OPEN INPUT VAULT-FILE
       IF WS-VAULT-STATUS = "35"
           CLOSE VAULT-FILE
           OPEN OUTPUT VAULT-FILE
           CLOSE VAULT-FILE
           OPEN INPUT VAULT-FILE
       END-IF
       OPEN OUTPUT VAULT-TEMP-FILE
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ VAULT-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF VB-BRANCH = WS-TM-BRANCH
                      AND VB-SLOT = WS-SLOT
                       MOVE "Y" TO WS-VAULT-FOUND
                       IF WS-VMOVE-TYPE = "A"
                           SUBTRACT WS-VAULT-QTY FROM VB-QTY
                       ELSE
                           ADD WS-VAULT-QTY TO VB-QTY
                       END-IF
                   END-IF
                   MOVE VAULT-REC TO VAULT-TEMP-REC
                   WRITE VAULT-TEMP-REC
           END-READ
       END-PERFORM
       IF WS-VAULT-FOUND = "N"
           MOVE WS-TM-BRANCH TO VB-BRANCH
           MOVE WS-SLOT TO VB-SLOT
           IF WS-VMOVE-TYPE = "A"
               MOVE 0 TO VB-QTY
           ELSE
               MOVE WS-VAULT-QTY TO VB-QTY
           END-IF
           MOVE VAULT-REC TO VAULT-TEMP-REC
           WRITE VAULT-TEMP-REC
       END-IF
       CLOSE VAULT-FILE
       CLOSE VAULT-TEMP-FILE
       CALL "SYSTEM" USING
           "mv vault_balances.tmp vault_balances.dat".

      *> Movimento cofre<->ATM em vault_moves.dat, com o ATM no campo
      *> do caixa para o apuro das gavetas nunca o apanhar.
WRITE-VAULT-MOVE.
       OPEN EXTEND VMOVES-FILE
       IF WS-VMOVES-STATUS = "05" OR WS-VMOVES-STATUS = "35"
           CLOSE VMOVES-FILE
           OPEN OUTPUT VMOVES-FILE
           CLOSE VMOVES-FILE
           OPEN EXTEND VMOVES-FILE
       END-IF
       MOVE WS-TODAY TO VM-DATE
       MOVE WS-TM-BRANCH TO VM-BRANCH
       MOVE SPACES TO VM-TELLER
       STRING "ATM " DELIMITED BY SIZE
              WS-IN-ATM DELIMITED BY SIZE
              INTO VM-TELLER
       END-STRING
       MOVE WS-VMOVE-TYPE TO VM-TYPE
       MOVE WS-SLOT TO VM-SLOT
       MOVE WS-VAULT-QTY TO VM-QTY
       WRITE VMOVE-REC
       CLOSE VMOVES-FILE.

      *> Linha do historico de reposicao (WS-RP-TYPE L ou C).
WRITE-REPLENISHMENT.
       OPEN EXTEND REPL-FILE
       IF WS-REPL-STATUS = "05" OR WS-REPL-STATUS = "35"
           CLOSE REPL-FILE
           OPEN OUTPUT REPL-FILE
           CLOSE REPL-FILE
           OPEN EXTEND REPL-FILE
       END-IF
       MOVE WS-TODAY TO RP-DATE
       MOVE WS-IN-ATM TO RP-ATM-ID
       MOVE WS-RP-TYPE TO RP-TYPE
       MOVE WS-RP-LOADED TO RP-LOADED
       MOVE WS-DISPENSED TO RP-DISPENSED
       MOVE WS-COUNTED TO RP-COUNTED
       MOVE WS-OVER-SHORT TO RP-DIFFERENCE
       MOVE WS-OPER-NAME TO RP-OPERATOR
       WRITE REPL-REC
       CLOSE REPL-FILE.

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
