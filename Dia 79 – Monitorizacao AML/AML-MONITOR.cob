       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-MONITOR.

      *> Monitorizacao de branqueamento de capitais: varrimento de
      *> transactions.dat a procura de padroes que so se veem ao
      *> longo de varios dias e que nem a sinalizacao de
      *> transferencias grandes (D26) nem a detecao de duplicados
      *> (DUP-DETECT) apanham:
      *>   STRU fracionamento -- depositos em numerario repetidos
      *>        mesmo abaixo do limiar do CASH-TXN-REPORT;
      *>   PASS passagem de fundos -- dinheiro que entra e volta a
      *>        sair logo a seguir;
      *>   SPIK pico de atividade -- movimento muito acima do
      *>        historico da propria conta;
      *>   ROND valores redondos -- sequencias de movimentos em
      *>        multiplos exatos de um valor redondo.
      *> Cada ocorrencia entra na fila de revisao (fraud_review.dat)
      *> com FR-SOURCE "A" e o codigo do cenario, para o FRAUD-REVIEW
      *> a arquivar ou confirmar como as restantes sinalizacoes.
      *>
      *> Os limiares vivem em aml_scenarios.dat (AML-SCENARIO-RECORD)
      *> e sao alterados por um Admin na opcao 3, sem mexer no
      *> programa. Um movimento conta como numerario quando tem par
      *> no diario de caixa (drawer_journal.dat): mesma conta, data,
      *> tipo e valor.
      *>
      *> Uma conta com ocorrencia ainda pendente no mesmo cenario,
      *> ou ja sinalizada para o mesmo ultimo movimento, nao e
      *> sinalizada outra vez.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

      *> Layout must match BANK-SYSTEM's DRAWER-REC.
           SELECT JOURNAL-FILE ASSIGN TO "drawer_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FRAUD-FILE ASSIGN TO "fraud_review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUD-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO "aml_scenarios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.

           SELECT SCENARIO-TEMP ASSIGN TO "aml_scenarios.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD JOURNAL-FILE.
       01 DRAWER-REC.
           05 DJ-TELLER  PIC X(20).
           05 DJ-DATE    PIC 9(8).
           05 DJ-TYPE    PIC X.
           05 DJ-AMOUNT  PIC 9(7)V99.
           05 DJ-ACC-ID  PIC 9(8).

       FD FRAUD-FILE.
       COPY "FRAUD-RECORD.cpy".

       FD SCENARIO-FILE.
       COPY "AML-SCENARIO-RECORD.cpy".

      *> Width must match AML-REC exactly (58 chars).
       FD SCENARIO-TEMP.
       01 AML-TEMP-REC PIC X(58).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-FRAUD-STATUS   PIC XX.
       01 WS-AML-STATUS     PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-TODAY-INT      PIC 9(9).
       01 WS-LOAD-START-INT PIC 9(9).
       01 WS-WORK-INT       PIC 9(9).
       01 WS-LAST-FRAUD-ID  PIC 9(5) VALUE 0.
       01 WS-TOTAL-HITS     PIC 9(4) VALUE 0.
       01 WS-ACTIVE-COUNT   PIC 9 VALUE 0.

      *> Parametros dos cenarios, pela ordem fixa STRU, PASS, SPIK,
      *> ROND; carregados com os valores por omissao e depois
      *> sobrepostos pelas linhas de aml_scenarios.dat.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 4 TIMES.
               10 WS-SC-CODE      PIC X(4).
               10 WS-SC-ACTIVE    PIC X.
               10 WS-SC-DESC      PIC X(30).
               10 WS-SC-WINDOW    PIC 9(3).
               10 WS-SC-HISTORY   PIC 9(3).
               10 WS-SC-MIN-COUNT PIC 9(3).
               10 WS-SC-AMOUNT    PIC 9(7)V99.
               10 WS-SC-PCT       PIC 9(3)V99.
               10 WS-SC-START-INT PIC 9(9).
               10 WS-SC-HITS      PIC 9(4).
       01 WS-SC-IDX         PIC 9.

      *> Alteracao de um cenario (opcao 3).
       01 WS-NEW-CODE       PIC X(4).
       01 WS-NEW-ACTIVE     PIC X.
       01 WS-NEW-WINDOW     PIC 9(3).
       01 WS-NEW-HISTORY    PIC 9(3).
       01 WS-NEW-MIN-COUNT  PIC 9(3).
       01 WS-NEW-AMOUNT     PIC 9(7)V99.
       01 WS-NEW-PCT        PIC 9(3)V99.
       01 WS-AML-FOUND      PIC X.
       01 WS-AML-EOF        PIC X.

      *> Movimentos de cliente (C/D) do periodo mais longo que os
      *> cenarios ativos precisam; WS-TX-CASH = "S" quando o
      *> movimento tem par no diario de caixa.
       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 3000 TIMES.
               10 WS-TX-ID       PIC 9(5).
               10 WS-TX-ACC      PIC 9(8).
               10 WS-TX-TYPE     PIC X.
               10 WS-TX-AMOUNT   PIC 9(7)V99.
               10 WS-TX-DATE-INT PIC 9(9).
               10 WS-TX-CASH     PIC X.
       01 WS-TX-COUNT       PIC 9(4) VALUE 0.
       01 WS-TX-SKIPPED     PIC 9(6) VALUE 0.
       01 WS-TX-I           PIC 9(4).
       01 WS-CASH-DONE      PIC X.

      *> Contas com movimento no periodo.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 1000 TIMES.
               10 WS-ACC-NUM     PIC 9(8).
       01 WS-ACC-COUNT      PIC 9(4) VALUE 0.
       01 WS-ACC-SKIPPED    PIC 9(6) VALUE 0.
       01 WS-ACC-I          PIC 9(4).
       01 WS-ACC-FOUND      PIC X.

      *> Ocorrencias AML ja na fila de revisao (origem A).
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES.
               10 WS-SEEN-ACC    PIC 9(8).
               10 WS-SEEN-CODE   PIC X(4).
               10 WS-SEEN-REF2   PIC 9(5).
               10 WS-SEEN-STAT   PIC X.
       01 WS-SEEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-SEEN-IDX       PIC 9(3).
       01 WS-SEEN-HIT       PIC X VALUE "N".

      *> Padrao em avaliacao para a conta corrente.
       01 WS-CUR-ACC        PIC 9(8).
       01 WS-PAT-COUNT      PIC 9(4).
       01 WS-PAT-TOTAL      PIC 9(11)V99.
       01 WS-PAT-FIRST      PIC 9(5).
       01 WS-PAT-LAST       PIC 9(5).
       01 WS-CR-COUNT       PIC 9(4).
       01 WS-CR-TOTAL       PIC 9(11)V99.
       01 WS-DB-TOTAL       PIC 9(11)V99.
       01 WS-HIST-TOTAL     PIC 9(11)V99.
       01 WS-HIST-START-INT PIC 9(9).
       01 WS-AVG-WINDOW     PIC 9(11)V99.
       01 WS-FLOOR          PIC 9(7)V99.
       01 WS-ROUND-Q        PIC 9(9).
       01 WS-HIT-AMOUNT     PIC 9(11)V99.

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
       MOVE "AML-MONITOR" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "AML-MONITOR" TO LAYOUT-PROGRAM
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
       PERFORM ENSURE-SCENARIO-FILE
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
      *> um transactions.dat de versao diferente da
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
       IF WS-OPTION = 4
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
       MOVE "AML-MONITOR" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== MONITORIZACAO AML ====="
       DISPLAY "1. Correr varrimento de cenarios"
       DISPLAY "2. Listar cenarios e limiares"
       DISPLAY "3. Alterar cenario"
       DISPLAY "4. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF
       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR OPER-TELLER OR PERM-GRANTED
                   PERFORM RUN-AML-SWEEP
               ELSE
                   DISPLAY "Acesso negado: varrimento reservado a "
                           "Tellers e Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-SCENARIOS
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM CHANGE-SCENARIO
               ELSE
                   DISPLAY "Acesso negado: limiares reservados a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 EXIT PARAGRAPH
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
      *>-----------------------------------------------------------
      *> Parametros dos cenarios. Os valores por omissao partem do
      *> limiar de declaracao do CASH-TXN-REPORT (10000.00) e da
      *> sua banda "mesmo abaixo" (80%).
      *>-----------------------------------------------------------
SET-DEFAULT-SCENARIOS.
       MOVE "STRU" TO WS-SC-CODE (1)
       MOVE "S" TO WS-SC-ACTIVE (1)
       MOVE "FRACIONAMENTO DE NUMERARIO" TO WS-SC-DESC (1)
       MOVE 7 TO WS-SC-WINDOW (1)
       MOVE 0 TO WS-SC-HISTORY (1)
       MOVE 3 TO WS-SC-MIN-COUNT (1)
       MOVE 10000.00 TO WS-SC-AMOUNT (1)
       MOVE 80.00 TO WS-SC-PCT (1)

       MOVE "PASS" TO WS-SC-CODE (2)
       MOVE "S" TO WS-SC-ACTIVE (2)
       MOVE "PASSAGEM DE FUNDOS" TO WS-SC-DESC (2)
       MOVE 5 TO WS-SC-WINDOW (2)
       MOVE 0 TO WS-SC-HISTORY (2)
       MOVE 1 TO WS-SC-MIN-COUNT (2)
       MOVE 5000.00 TO WS-SC-AMOUNT (2)
       MOVE 90.00 TO WS-SC-PCT (2)

       MOVE "SPIK" TO WS-SC-CODE (3)
       MOVE "S" TO WS-SC-ACTIVE (3)
       MOVE "PICO DE ATIVIDADE" TO WS-SC-DESC (3)
       MOVE 30 TO WS-SC-WINDOW (3)
       MOVE 180 TO WS-SC-HISTORY (3)
       MOVE 1 TO WS-SC-MIN-COUNT (3)
       MOVE 5000.00 TO WS-SC-AMOUNT (3)
       MOVE 300.00 TO WS-SC-PCT (3)

       MOVE "ROND" TO WS-SC-CODE (4)
       MOVE "S" TO WS-SC-ACTIVE (4)
       MOVE "VALORES REDONDOS" TO WS-SC-DESC (4)
       MOVE 30 TO WS-SC-WINDOW (4)
       MOVE 0 TO WS-SC-HISTORY (4)
       MOVE 3 TO WS-SC-MIN-COUNT (4)
       MOVE 1000.00 TO WS-SC-AMOUNT (4)
       MOVE 0 TO WS-SC-PCT (4).

      *> Primeira utilizacao: cria aml_scenarios.dat com os valores
      *> por omissao, para os limiares ficarem visiveis e editaveis.
ENSURE-SCENARIO-FILE.
       OPEN INPUT SCENARIO-FILE
       IF WS-AML-STATUS NOT = "35"
           CLOSE SCENARIO-FILE
           EXIT PARAGRAPH
       END-IF
       CLOSE SCENARIO-FILE
       PERFORM SET-DEFAULT-SCENARIOS
       OPEN OUTPUT SCENARIO-FILE
       PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > 4
           MOVE WS-SC-CODE (WS-SC-IDX) TO AML-CODE
           MOVE WS-SC-ACTIVE (WS-SC-IDX) TO AML-ACTIVE
           MOVE WS-SC-DESC (WS-SC-IDX) TO AML-DESC
           MOVE WS-SC-WINDOW (WS-SC-IDX) TO AML-WINDOW
           MOVE WS-SC-HISTORY (WS-SC-IDX) TO AML-HISTORY
           MOVE WS-SC-MIN-COUNT (WS-SC-IDX) TO AML-MIN-COUNT
           MOVE WS-SC-AMOUNT (WS-SC-IDX) TO AML-AMOUNT
           MOVE WS-SC-PCT (WS-SC-IDX) TO AML-PCT
           WRITE AML-REC
       END-PERFORM
       CLOSE SCENARIO-FILE
       DISPLAY "Criado aml_scenarios.dat com os limiares por omissao.".

      *> Linhas de codigo desconhecido sao ignoradas; um cenario sem
      *> linha no ficheiro fica com os valores por omissao.
LOAD-SCENARIOS.
       PERFORM SET-DEFAULT-SCENARIOS
       OPEN INPUT SCENARIO-FILE
       IF WS-AML-STATUS = "35"
           CLOSE SCENARIO-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AML-EOF
       PERFORM UNTIL WS-AML-EOF = "Y"
           READ SCENARIO-FILE
               AT END MOVE "Y" TO WS-AML-EOF
               NOT AT END
                   EVALUATE AML-CODE
                       WHEN "STRU" MOVE 1 TO WS-SC-IDX
                       WHEN "PASS" MOVE 2 TO WS-SC-IDX
                       WHEN "SPIK" MOVE 3 TO WS-SC-IDX
                       WHEN "ROND" MOVE 4 TO WS-SC-IDX
                       WHEN OTHER MOVE 0 TO WS-SC-IDX
                   END-EVALUATE
                   IF WS-SC-IDX > 0
                       MOVE AML-ACTIVE TO WS-SC-ACTIVE (WS-SC-IDX)
                       MOVE AML-DESC TO WS-SC-DESC (WS-SC-IDX)
                       MOVE AML-WINDOW TO WS-SC-WINDOW (WS-SC-IDX)
                       MOVE AML-HISTORY TO WS-SC-HISTORY (WS-SC-IDX)
                       MOVE AML-MIN-COUNT
                           TO WS-SC-MIN-COUNT (WS-SC-IDX)
                       MOVE AML-AMOUNT TO WS-SC-AMOUNT (WS-SC-IDX)
                       MOVE AML-PCT TO WS-SC-PCT (WS-SC-IDX)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCENARIO-FILE.

LIST-SCENARIOS.
       OPEN INPUT SCENARIO-FILE
       IF WS-AML-STATUS = "35"
           CLOSE SCENARIO-FILE
           DISPLAY "Sem cenarios definidos."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AML-EOF
       PERFORM UNTIL WS-AML-EOF = "Y"
           READ SCENARIO-FILE
               AT END MOVE "Y" TO WS-AML-EOF
               NOT AT END
                   DISPLAY AML-CODE " " AML-DESC
                           " Ativo: " AML-ACTIVE
                   DISPLAY "     Janela " AML-WINDOW
                           " Historico " AML-HISTORY
                           " Min.mov. " AML-MIN-COUNT
                           " Valor " AML-AMOUNT
                           " Pct " AML-PCT
           END-READ
       END-PERFORM
       CLOSE SCENARIO-FILE.

CHANGE-SCENARIO.
       DISPLAY "Codigo do cenario (STRU/PASS/SPIK/ROND):"
       ACCEPT WS-NEW-CODE
       MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
       PERFORM FIND-SCENARIO
       IF WS-AML-FOUND NOT = "Y"
           DISPLAY "Cenario " WS-NEW-CODE " nao existe."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Atual: ativo " AML-ACTIVE " janela " AML-WINDOW
               " historico " AML-HISTORY " min.mov. " AML-MIN-COUNT
               " valor " AML-AMOUNT " pct " AML-PCT

       DISPLAY "Ativo (S/N):"
       ACCEPT WS-NEW-ACTIVE
       MOVE FUNCTION UPPER-CASE(WS-NEW-ACTIVE) TO WS-NEW-ACTIVE
       DISPLAY "Janela em dias:"
       ACCEPT WS-NEW-WINDOW
       DISPLAY "Historico em dias (so SPIK; 0 nos outros):"
       ACCEPT WS-NEW-HISTORY
       DISPLAY "Minimo de movimentos:"
       ACCEPT WS-NEW-MIN-COUNT
       DISPLAY "Valor de referencia (limiar / minimo / unidade):"
       ACCEPT WS-NEW-AMOUNT
       DISPLAY "Percentagem (ex.: 80.00):"
       ACCEPT WS-NEW-PCT

       IF WS-NEW-ACTIVE NOT = "S" AND WS-NEW-ACTIVE NOT = "N"
           DISPLAY "Ativo tem de ser S ou N."
           EXIT PARAGRAPH
       END-IF
       IF WS-NEW-WINDOW = 0
           DISPLAY "A janela tem de ter pelo menos 1 dia."
           EXIT PARAGRAPH
       END-IF
       IF WS-NEW-CODE = "SPIK" AND WS-NEW-HISTORY = 0
           DISPLAY "O pico precisa de historico para comparar."
           EXIT PARAGRAPH
       END-IF
       IF WS-NEW-CODE = "ROND" AND WS-NEW-AMOUNT = 0
           DISPLAY "A unidade redonda nao pode ser zero."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT SCENARIO-FILE
       OPEN OUTPUT SCENARIO-TEMP
       MOVE "N" TO WS-AML-EOF
       PERFORM UNTIL WS-AML-EOF = "Y"
           READ SCENARIO-FILE
               AT END MOVE "Y" TO WS-AML-EOF
               NOT AT END
                   IF AML-CODE = WS-NEW-CODE
                       MOVE WS-NEW-ACTIVE TO AML-ACTIVE
                       MOVE WS-NEW-WINDOW TO AML-WINDOW
                       MOVE WS-NEW-HISTORY TO AML-HISTORY
                       MOVE WS-NEW-MIN-COUNT TO AML-MIN-COUNT
                       MOVE WS-NEW-AMOUNT TO AML-AMOUNT
                       MOVE WS-NEW-PCT TO AML-PCT
                   END-IF
                   MOVE AML-REC TO AML-TEMP-REC
                   WRITE AML-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE SCENARIO-FILE
       CLOSE SCENARIO-TEMP
       CALL "SYSTEM" USING "mv aml_scenarios.tmp aml_scenarios.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AML SCENARIO " DELIMITED BY SIZE
              WS-NEW-CODE DELIMITED BY SIZE
              " CHANGED" DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Cenario " WS-NEW-CODE " atualizado.".

      *> Deixa em AML-REC a linha do cenario WS-NEW-CODE.
FIND-SCENARIO.
       MOVE "N" TO WS-AML-FOUND
       OPEN INPUT SCENARIO-FILE
       IF WS-AML-STATUS = "35"
           CLOSE SCENARIO-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AML-EOF
       PERFORM UNTIL WS-AML-EOF = "Y"
           READ SCENARIO-FILE
               AT END MOVE "Y" TO WS-AML-EOF
               NOT AT END
                   IF AML-CODE = WS-NEW-CODE
                       MOVE "Y" TO WS-AML-FOUND
                       MOVE "Y" TO WS-AML-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCENARIO-FILE.

      *>-----------------------------------------------------------
      *> Varrimento: cada cenario ativo olha para a sua janela de
      *> dias terminada hoje; so se carregam os movimentos do
      *> periodo mais longo pedido (janela + historico).
      *>-----------------------------------------------------------
RUN-AML-SWEEP.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
       PERFORM LOAD-SCENARIOS

       MOVE 0 TO WS-ACTIVE-COUNT
       MOVE WS-TODAY-INT TO WS-LOAD-START-INT
       PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > 4
           MOVE 0 TO WS-SC-HITS (WS-SC-IDX)
           IF WS-SC-WINDOW (WS-SC-IDX) = 0
               MOVE 1 TO WS-SC-WINDOW (WS-SC-IDX)
           END-IF
           COMPUTE WS-SC-START-INT (WS-SC-IDX) =
               WS-TODAY-INT - WS-SC-WINDOW (WS-SC-IDX) + 1
           IF WS-SC-ACTIVE (WS-SC-IDX) = "S"
               ADD 1 TO WS-ACTIVE-COUNT
               COMPUTE WS-WORK-INT = WS-SC-START-INT (WS-SC-IDX)
                   - WS-SC-HISTORY (WS-SC-IDX)
               IF WS-WORK-INT < WS-LOAD-START-INT
                   MOVE WS-WORK-INT TO WS-LOAD-START-INT
               END-IF
           END-IF
       END-PERFORM
       IF WS-ACTIVE-COUNT = 0
           DISPLAY "Nenhum cenario ativo em aml_scenarios.dat."
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-TRANSACTIONS
       IF WS-TX-COUNT = 0
           DISPLAY "Sem movimentos de cliente no periodo."
           EXIT PARAGRAPH
       END-IF
       PERFORM MARK-CASH-MOVEMENTS
       PERFORM LOAD-SEEN-HITS
       PERFORM GET-LAST-FRAUD-ID

       MOVE 0 TO WS-TOTAL-HITS
       PERFORM VARYING WS-ACC-I FROM 1 BY 1
               UNTIL WS-ACC-I > WS-ACC-COUNT
           MOVE WS-ACC-NUM (WS-ACC-I) TO WS-CUR-ACC
           IF WS-SC-ACTIVE (1) = "S"
               PERFORM CHECK-STRUCTURING
           END-IF
           IF WS-SC-ACTIVE (2) = "S"
               PERFORM CHECK-PASS-THROUGH
           END-IF
           IF WS-SC-ACTIVE (3) = "S"
               PERFORM CHECK-ACTIVITY-SPIKE
           END-IF
           IF WS-SC-ACTIVE (4) = "S"
               PERFORM CHECK-ROUND-AMOUNTS
           END-IF
       END-PERFORM

       IF WS-TX-SKIPPED > 0 OR WS-ACC-SKIPPED > 0
           ADD WS-ACC-SKIPPED TO WS-TX-SKIPPED
           DISPLAY "*** AVISO: tabela cheia - " WS-TX-SKIPPED
                   " movimento(s) NAO analisados. Encurte as "
                   "janelas dos cenarios e repita. ***"
       END-IF
       DISPLAY "----- Resumo do varrimento de " WS-TODAY " -----"
       PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > 4
           IF WS-SC-ACTIVE (WS-SC-IDX) = "S"
               DISPLAY WS-SC-CODE (WS-SC-IDX) " "
                       WS-SC-DESC (WS-SC-IDX) ": "
                       WS-SC-HITS (WS-SC-IDX) " ocorrencia(s)"
           ELSE
               DISPLAY WS-SC-CODE (WS-SC-IDX) " "
                       WS-SC-DESC (WS-SC-IDX) ": inativo"
           END-IF
       END-PERFORM
       DISPLAY "Ocorrencias novas na fila de revisao "
               "(fraud_review.dat): " WS-TOTAL-HITS

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AML SWEEP " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " HITS " DELIMITED BY SIZE
              WS-TOTAL-HITS DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

LOAD-TRANSACTIONS.
       MOVE 0 TO WS-TX-COUNT
       MOVE 0 TO WS-TX-SKIPPED
       MOVE 0 TO WS-ACC-COUNT
       MOVE 0 TO WS-ACC-SKIPPED
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
                   IF (TRANS-CREDIT OR TRANS-DEBIT)
                      AND TRANS-DATE IS NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD(TRANS-DATE) = 0
                       COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(TRANS-DATE)
                       IF WS-WORK-INT >= WS-LOAD-START-INT
                          AND WS-WORK-INT <= WS-TODAY-INT
                           PERFORM ADD-TRANS-ENTRY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

ADD-TRANS-ENTRY.
       IF WS-TX-COUNT >= 3000
           ADD 1 TO WS-TX-SKIPPED
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ACC-FOUND
       PERFORM VARYING WS-ACC-I FROM 1 BY 1
               UNTIL WS-ACC-I > WS-ACC-COUNT OR WS-ACC-FOUND = "Y"
           IF WS-ACC-NUM (WS-ACC-I) = TRANS-ACC-ID
               MOVE "Y" TO WS-ACC-FOUND
           END-IF
       END-PERFORM
       IF WS-ACC-FOUND = "N"
           IF WS-ACC-COUNT >= 1000
               ADD 1 TO WS-ACC-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE TRANS-ACC-ID TO WS-ACC-NUM (WS-ACC-COUNT)
       END-IF
       ADD 1 TO WS-TX-COUNT
       MOVE TRANS-ID TO WS-TX-ID (WS-TX-COUNT)
       MOVE TRANS-ACC-ID TO WS-TX-ACC (WS-TX-COUNT)
       MOVE TRANS-TYPE TO WS-TX-TYPE (WS-TX-COUNT)
       MOVE TRANS-AMOUNT TO WS-TX-AMOUNT (WS-TX-COUNT)
       MOVE WS-WORK-INT TO WS-TX-DATE-INT (WS-TX-COUNT)
       MOVE "N" TO WS-TX-CASH (WS-TX-COUNT).

      *> Cada linha do diario de caixa marca um unico movimento
      *> ainda nao marcado com a mesma conta, data, tipo e valor.
MARK-CASH-MOVEMENTS.
       OPEN INPUT JOURNAL-FILE
       IF WS-JOURNAL-STATUS = "35"
           CLOSE JOURNAL-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ JOURNAL-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF DJ-DATE IS NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD(DJ-DATE) = 0
                       COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(DJ-DATE)
                       IF WS-WORK-INT >= WS-LOAD-START-INT
                           PERFORM MATCH-CASH-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JOURNAL-FILE.

MATCH-CASH-LINE.
       MOVE "N" TO WS-CASH-DONE
       PERFORM VARYING WS-TX-I FROM 1 BY 1
               UNTIL WS-TX-I > WS-TX-COUNT OR WS-CASH-DONE = "Y"
           IF WS-TX-ACC (WS-TX-I) = DJ-ACC-ID
              AND WS-TX-DATE-INT (WS-TX-I) = WS-WORK-INT
              AND WS-TX-TYPE (WS-TX-I) = DJ-TYPE
              AND WS-TX-AMOUNT (WS-TX-I) = DJ-AMOUNT
              AND WS-TX-CASH (WS-TX-I) = "N"
               MOVE "S" TO WS-TX-CASH (WS-TX-I)
               MOVE "Y" TO WS-CASH-DONE
           END-IF
       END-PERFORM.

RESET-PATTERN.
       MOVE 0 TO WS-PAT-COUNT
       MOVE 0 TO WS-PAT-TOTAL
       MOVE 0 TO WS-PAT-FIRST
       MOVE 0 TO WS-PAT-LAST
       MOVE 0 TO WS-CR-COUNT
       MOVE 0 TO WS-CR-TOTAL
       MOVE 0 TO WS-DB-TOTAL
       MOVE 0 TO WS-HIST-TOTAL.

      *> Os movimentos estao por ordem de TRANS-ID: o primeiro a
      *> entrar e o mais antigo do padrao, o ultimo o mais recente.
ADD-TO-PATTERN.
       ADD 1 TO WS-PAT-COUNT
       ADD WS-TX-AMOUNT (WS-TX-I) TO WS-PAT-TOTAL
       IF WS-PAT-FIRST = 0
           MOVE WS-TX-ID (WS-TX-I) TO WS-PAT-FIRST
       END-IF
       MOVE WS-TX-ID (WS-TX-I) TO WS-PAT-LAST.

      *> STRU: depositos em numerario entre a percentagem do limiar
      *> e o proprio limiar, repetidos na janela.
CHECK-STRUCTURING.
       MOVE 1 TO WS-SC-IDX
       PERFORM RESET-PATTERN
       COMPUTE WS-FLOOR = WS-SC-AMOUNT (1) * WS-SC-PCT (1) / 100
       PERFORM VARYING WS-TX-I FROM 1 BY 1
               UNTIL WS-TX-I > WS-TX-COUNT
           IF WS-TX-ACC (WS-TX-I) = WS-CUR-ACC
              AND WS-TX-TYPE (WS-TX-I) = "C"
              AND WS-TX-CASH (WS-TX-I) = "S"
              AND WS-TX-DATE-INT (WS-TX-I) >= WS-SC-START-INT (1)
              AND WS-TX-AMOUNT (WS-TX-I) >= WS-FLOOR
              AND WS-TX-AMOUNT (WS-TX-I) < WS-SC-AMOUNT (1)
               PERFORM ADD-TO-PATTERN
           END-IF
       END-PERFORM
       IF WS-PAT-COUNT > 0
          AND WS-PAT-COUNT >= WS-SC-MIN-COUNT (1)
           MOVE WS-PAT-TOTAL TO WS-HIT-AMOUNT
           PERFORM RAISE-AML-HIT
       END-IF.

      *> PASS: creditos na janela acima do minimo, com a
      *> percentagem indicada ou mais de novo debitada.
CHECK-PASS-THROUGH.
       MOVE 2 TO WS-SC-IDX
       PERFORM RESET-PATTERN
       PERFORM VARYING WS-TX-I FROM 1 BY 1
               UNTIL WS-TX-I > WS-TX-COUNT
           IF WS-TX-ACC (WS-TX-I) = WS-CUR-ACC
              AND WS-TX-DATE-INT (WS-TX-I) >= WS-SC-START-INT (2)
               IF WS-TX-TYPE (WS-TX-I) = "C"
                   ADD 1 TO WS-CR-COUNT
                   ADD WS-TX-AMOUNT (WS-TX-I) TO WS-CR-TOTAL
               ELSE
                   ADD WS-TX-AMOUNT (WS-TX-I) TO WS-DB-TOTAL
               END-IF
               PERFORM ADD-TO-PATTERN
           END-IF
       END-PERFORM
       IF WS-CR-COUNT > 0
          AND WS-CR-COUNT >= WS-SC-MIN-COUNT (2)
          AND WS-CR-TOTAL >= WS-SC-AMOUNT (2)
          AND WS-DB-TOTAL * 100 >= WS-CR-TOTAL * WS-SC-PCT (2)
           MOVE WS-CR-TOTAL TO WS-HIT-AMOUNT
           PERFORM RAISE-AML-HIT
       END-IF.

      *> SPIK: movimento da janela contra a media da conta para uma
      *> janela do mesmo tamanho nos dias de historico anteriores.
      *> Conta sem historico no periodo nao tem base de comparacao
      *> e fica de fora.
CHECK-ACTIVITY-SPIKE.
       MOVE 3 TO WS-SC-IDX
       PERFORM RESET-PATTERN
       IF WS-SC-HISTORY (3) = 0
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-HIST-START-INT =
           WS-SC-START-INT (3) - WS-SC-HISTORY (3)
       PERFORM VARYING WS-TX-I FROM 1 BY 1
               UNTIL WS-TX-I > WS-TX-COUNT
           IF WS-TX-ACC (WS-TX-I) = WS-CUR-ACC
               IF WS-TX-DATE-INT (WS-TX-I) >= WS-SC-START-INT (3)
                   PERFORM ADD-TO-PATTERN
               ELSE
                   IF WS-TX-DATE-INT (WS-TX-I) >= WS-HIST-START-INT
                       ADD WS-TX-AMOUNT (WS-TX-I) TO WS-HIST-TOTAL
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WS-HIST-TOTAL = 0 OR WS-PAT-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-AVG-WINDOW = WS-HIST-TOTAL * WS-SC-WINDOW (3)
           / WS-SC-HISTORY (3)
       IF WS-PAT-COUNT >= WS-SC-MIN-COUNT (3)
          AND WS-PAT-TOTAL >= WS-SC-AMOUNT (3)
          AND WS-PAT-TOTAL * 100 >= WS-AVG-WINDOW * WS-SC-PCT (3)
           MOVE WS-PAT-TOTAL TO WS-HIT-AMOUNT
           PERFORM RAISE-AML-HIT
       END-IF.

      *> ROND: movimentos na janela em multiplos exatos da unidade.
CHECK-ROUND-AMOUNTS.
       MOVE 4 TO WS-SC-IDX
       PERFORM RESET-PATTERN
       IF WS-SC-AMOUNT (4) = 0
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-TX-I FROM 1 BY 1
               UNTIL WS-TX-I > WS-TX-COUNT
           IF WS-TX-ACC (WS-TX-I) = WS-CUR-ACC
              AND WS-TX-DATE-INT (WS-TX-I) >= WS-SC-START-INT (4)
              AND WS-TX-AMOUNT (WS-TX-I) > 0
               COMPUTE WS-ROUND-Q =
                   WS-TX-AMOUNT (WS-TX-I) / WS-SC-AMOUNT (4)
               IF WS-ROUND-Q * WS-SC-AMOUNT (4)
                  = WS-TX-AMOUNT (WS-TX-I)
                   PERFORM ADD-TO-PATTERN
               END-IF
           END-IF
       END-PERFORM
       IF WS-PAT-COUNT > 0
          AND WS-PAT-COUNT >= WS-SC-MIN-COUNT (4)
           MOVE WS-PAT-TOTAL TO WS-HIT-AMOUNT
           PERFORM RAISE-AML-HIT
       END-IF.

      *> Grava a ocorrencia do cenario WS-SC-IDX para WS-CUR-ACC na
      *> fila de revisao, salvo se ja la estiver.
RAISE-AML-HIT.
       MOVE "N" TO WS-SEEN-HIT
       PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                  OR WS-SEEN-HIT = "Y"
           IF WS-SEEN-ACC (WS-SEEN-IDX) = WS-CUR-ACC
              AND WS-SEEN-CODE (WS-SEEN-IDX) = WS-SC-CODE (WS-SC-IDX)
              AND (WS-SEEN-STAT (WS-SEEN-IDX) = "P"
                   OR WS-SEEN-REF2 (WS-SEEN-IDX) = WS-PAT-LAST)
               MOVE "Y" TO WS-SEEN-HIT
           END-IF
       END-PERFORM
       IF WS-SEEN-HIT = "Y"
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND FRAUD-FILE
       IF WS-FRAUD-STATUS = "05" OR WS-FRAUD-STATUS = "35"
           CLOSE FRAUD-FILE
           OPEN OUTPUT FRAUD-FILE
           CLOSE FRAUD-FILE
           OPEN EXTEND FRAUD-FILE
       END-IF
       ADD 1 TO WS-LAST-FRAUD-ID
       MOVE WS-LAST-FRAUD-ID TO FR-ID
       MOVE WS-TODAY TO FR-DATE
       MOVE WS-CUR-ACC TO FR-FROM
       MOVE WS-CUR-ACC TO FR-TO
      *> FR-AMOUNT so leva 9(7)V99: um total maior fica no teto.
       IF WS-HIT-AMOUNT > 9999999.99
           MOVE 9999999.99 TO FR-AMOUNT
       ELSE
           MOVE WS-HIT-AMOUNT TO FR-AMOUNT
       END-IF
       MOVE "A" TO FR-SOURCE
       MOVE WS-PAT-FIRST TO FR-REF1
       MOVE WS-PAT-LAST TO FR-REF2
       MOVE "P" TO FR-STATUS
       MOVE SPACES TO FR-REVIEWER
       MOVE 0 TO FR-DISP-DATE
       MOVE WS-SC-CODE (WS-SC-IDX) TO FR-SCENARIO
       WRITE FRAUD-REC
       CLOSE FRAUD-FILE

       ADD 1 TO WS-SC-HITS (WS-SC-IDX)
       ADD 1 TO WS-TOTAL-HITS
       DISPLAY "Conta " WS-CUR-ACC " cenario " WS-SC-CODE (WS-SC-IDX)
               ": " WS-PAT-COUNT " mov., total " WS-HIT-AMOUNT
               " (fila " FR-ID ")"

       IF WS-SEEN-COUNT < 500
           ADD 1 TO WS-SEEN-COUNT
           MOVE WS-CUR-ACC TO WS-SEEN-ACC (WS-SEEN-COUNT)
           MOVE WS-SC-CODE (WS-SC-IDX) TO WS-SEEN-CODE (WS-SEEN-COUNT)
           MOVE WS-PAT-LAST TO WS-SEEN-REF2 (WS-SEEN-COUNT)
           MOVE "P" TO WS-SEEN-STAT (WS-SEEN-COUNT)
       END-IF.

LOAD-SEEN-HITS.
       MOVE 0 TO WS-SEEN-COUNT
       OPEN INPUT FRAUD-FILE
       IF WS-FRAUD-STATUS = "35"
           CLOSE FRAUD-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ FRAUD-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF FR-SOURCE = "A" AND WS-SEEN-COUNT < 500
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE FR-FROM TO WS-SEEN-ACC (WS-SEEN-COUNT)
                       MOVE FR-SCENARIO
                           TO WS-SEEN-CODE (WS-SEEN-COUNT)
                       MOVE FR-REF2 TO WS-SEEN-REF2 (WS-SEEN-COUNT)
                       MOVE FR-STATUS TO WS-SEEN-STAT (WS-SEEN-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FRAUD-FILE.

GET-LAST-FRAUD-ID.
       MOVE 0 TO WS-LAST-FRAUD-ID
       OPEN INPUT FRAUD-FILE
       IF WS-FRAUD-STATUS = "35"
           CLOSE FRAUD-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ FRAUD-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF FR-ID > WS-LAST-FRAUD-ID
                       MOVE FR-ID TO WS-LAST-FRAUD-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FRAUD-FILE.
