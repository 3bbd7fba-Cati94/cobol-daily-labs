       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-MAINT.

      *> Descobertos autorizados. Mantem o ficheiro de acordos
      *> (overdrafts.dat: conta, limite, taxa anual de juros
      *> devedores, inicio e validade) e produz o relatorio diario
      *> de excessos.
      *>
      *> Com um acordo ativo e dentro da validade, o TRANSACT e o
      *> TRANSFER deixam o saldo descer ate menos o limite (a
      *> consulta e feita pelo OVERDRAFT-LIMIT); o fecho de mes do
      *> BANK-SYSTEM-D23 cobra juros devedores sobre os dias a
      *> descoberto. O relatorio de excessos
      *> (overdraft_excess_report.txt) lista as contas a descoberto
      *> para la do limite e as que continuam a descoberto sem
      *> acordo em vigor (expirado, cancelado ou inexistente).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDRAFT-FILE ASSIGN TO "overdrafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-STATUS.

           SELECT OVERDRAFT-TEMP ASSIGN TO "overdrafts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCESS-FILE ASSIGN TO "overdraft_excess_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OVERDRAFT-FILE.
       COPY "OVERDRAFT-RECORD.cpy".

      *> Width must match OD-REC exactly (60 chars).
       FD OVERDRAFT-TEMP.
       01 OD-TEMP-REC PIC X(60).

       FD EXCESS-FILE.
       01 EXCESS-LINE PIC X(120).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-OD-STATUS      PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-OD-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).

      *> Manutencao de acordos.
       01 WS-IN-ACC         PIC 9(8).
       01 WS-IN-LIMIT       PIC 9(7)V99.
       01 WS-IN-RATE        PIC 9(2)V9(4).
       01 WS-IN-EXPIRY      PIC 9(8).
       01 WS-ACC-OK         PIC X.
       01 WS-OD-FOUND       PIC X.
       01 WS-LIST-COUNT     PIC 9(4).
       01 WS-CUR-BALANCE    PIC S9(7)V99.

      *> Relatorio de excessos.
       01 WS-EXC-COUNT      PIC 9(5) VALUE 0.
       01 WS-EXC-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-OVERDRAWN      PIC 9(7)V99.
       01 WS-EXCESS         PIC S9(7)V99.
       01 WS-EXC-REASON     PIC X(20).
       01 WS-EXC-HEADER.
           05 FILLER         PIC X(9)  VALUE "CONTA".
           05 FILLER         PIC X(31) VALUE "TITULAR".
           05 FILLER         PIC X(14) VALUE "         SALDO".
           05 FILLER         PIC X(13) VALUE "       LIMITE".
           05 FILLER         PIC X(13) VALUE "      EXCESSO".
           05 FILLER         PIC X(10) VALUE "  VALIDADE".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(20) VALUE "MOTIVO".
       01 WS-EXC-DETAIL.
           05 WS-ED-ACC      PIC 9(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-ED-NAME     PIC A(30).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-ED-BALANCE  PIC -(9)9.99.
           05 WS-ED-LIMIT    PIC Z(9)9.99.
           05 WS-ED-EXCESS   PIC Z(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-ED-EXPIRY   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-ED-REASON   PIC X(20).

      *> Bloco de pedido da consulta de descoberto (OVERDRAFT-LIMIT).
       COPY "OVERDRAFT-REQUEST.cpy".

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
       MOVE "OVERDRAFT-MAINT" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "OVERDRAFT-MAINT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
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
      *> um accounts.dat de versao diferente da
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
       IF WS-OPTION = 5
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
       MOVE "OVERDRAFT-MAINT" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== DESCOBERTOS AUTORIZADOS ====="
       DISPLAY "1. Listar acordos de descoberto"
       DISPLAY "2. Conceder / alterar descoberto"
       DISPLAY "3. Cancelar descoberto"
       DISPLAY "4. Relatorio diario de excessos"
       DISPLAY "5. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-OVERDRAFTS
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM SET-OVERDRAFT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CANCEL-OVERDRAFT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM EXCESS-REPORT
           WHEN 5 EXIT PARAGRAPH
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

LIST-OVERDRAFTS.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT OVERDRAFT-FILE
       IF WS-OD-STATUS = "35"
           CLOSE OVERDRAFT-FILE
           DISPLAY "Nenhum acordo de descoberto registado."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-OD-EOF
       PERFORM UNTIL WS-OD-EOF = "Y"
           READ OVERDRAFT-FILE
               AT END MOVE "Y" TO WS-OD-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY OD-ACC-ID " Limite: " OD-LIMIT
                           " Taxa anual: " OD-RATE "%"
                           " Estado: " OD-STATUS
                   DISPLAY "    Inicio: " OD-START-DATE
                           " Validade: " OD-EXPIRY-DATE
                           " Concedido por: " OD-GRANTED-BY
           END-READ
       END-PERFORM
       CLOSE OVERDRAFT-FILE
       DISPLAY "Acordos: " WS-LIST-COUNT.

*>-----------------------------------------------------------------
*> Concessao ou alteracao: uma linha por conta -- se a conta ja
*> tem acordo (ativo ou cancelado) a linha e substituida, senao e
*> acrescentada. O acordo comeca hoje; a conta tem de estar
*> aprovada e a validade tem de ser futura.
*>-----------------------------------------------------------------
SET-OVERDRAFT.
       DISPLAY "Conta:"
       ACCEPT WS-IN-ACC
       DISPLAY "Limite do descoberto:"
       ACCEPT WS-IN-LIMIT
       DISPLAY "Taxa anual de juros devedores (%):"
       ACCEPT WS-IN-RATE
       DISPLAY "Validade (AAAAMMDD):"
       ACCEPT WS-IN-EXPIRY

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-IN-LIMIT = 0
           DISPLAY "Limite invalido - para retirar o descoberto use "
                   "a opcao 3."
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-EXPIRY <= WS-TODAY
           DISPLAY "Validade tem de ser posterior a hoje."
           EXIT PARAGRAPH
       END-IF

       PERFORM CHECK-ACCOUNT
       IF WS-ACC-OK = "N"
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-OD-FOUND
       OPEN OUTPUT OVERDRAFT-TEMP
       OPEN INPUT OVERDRAFT-FILE
       IF WS-OD-STATUS = "00"
           MOVE "N" TO WS-OD-EOF
           PERFORM UNTIL WS-OD-EOF = "Y"
               READ OVERDRAFT-FILE
                   AT END MOVE "Y" TO WS-OD-EOF
                   NOT AT END
                       IF OD-ACC-ID = WS-IN-ACC
                           MOVE "Y" TO WS-OD-FOUND
                           PERFORM FILL-OVERDRAFT
                       END-IF
                       MOVE OD-REC TO OD-TEMP-REC
                       WRITE OD-TEMP-REC
               END-READ
           END-PERFORM
       END-IF
       CLOSE OVERDRAFT-FILE
       IF WS-OD-FOUND = "N"
           PERFORM FILL-OVERDRAFT
           MOVE OD-REC TO OD-TEMP-REC
           WRITE OD-TEMP-REC
       END-IF
       CLOSE OVERDRAFT-TEMP
       CALL "SYSTEM" USING "mv overdrafts.tmp overdrafts.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "OVERDRAFT SET " DELIMITED BY SIZE
              WS-IN-ACC DELIMITED BY SIZE
              " LIM " DELIMITED BY SIZE
              WS-IN-LIMIT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Descoberto de " WS-IN-LIMIT " concedido a conta "
               WS-IN-ACC " ate " WS-IN-EXPIRY ".".

FILL-OVERDRAFT.
       MOVE WS-IN-ACC TO OD-ACC-ID
       MOVE WS-IN-LIMIT TO OD-LIMIT
       MOVE WS-IN-RATE TO OD-RATE
       MOVE WS-TODAY TO OD-START-DATE
       MOVE WS-IN-EXPIRY TO OD-EXPIRY-DATE
       MOVE "A" TO OD-STATUS
       MOVE WS-OPER-NAME TO OD-GRANTED-BY.

      *> A conta tem de existir e estar aprovada (nem pendente, nem
      *> congelada, nem encerrada); deixa o saldo em WS-CUR-BALANCE.
CHECK-ACCOUNT.
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
               MOVE ACC-BALANCE TO WS-CUR-BALANCE
               IF ACC-APPROVED
                   MOVE "Y" TO WS-ACC-OK
               ELSE
                   DISPLAY "Conta nao esta aprovada/ativa (estado "
                           ACC-STATUS ")."
               END-IF
       END-READ
       CLOSE ACCOUNTS-FILE.

*>-----------------------------------------------------------------
*> Cancelamento: o acordo fica no ficheiro com estado C (a taxa
*> continua a servir ao fecho de mes enquanto a conta nao voltar
*> a zero), mas deixa de contar para o saldo disponivel.
*>-----------------------------------------------------------------
CANCEL-OVERDRAFT.
       DISPLAY "Conta:"
       ACCEPT WS-IN-ACC

       OPEN INPUT OVERDRAFT-FILE
       IF WS-OD-STATUS = "35"
           CLOSE OVERDRAFT-FILE
           DISPLAY "Nenhum acordo de descoberto registado."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT OVERDRAFT-TEMP
       MOVE "N" TO WS-OD-FOUND
       MOVE "N" TO WS-OD-EOF
       PERFORM UNTIL WS-OD-EOF = "Y"
           READ OVERDRAFT-FILE
               AT END MOVE "Y" TO WS-OD-EOF
               NOT AT END
                   IF OD-ACC-ID = WS-IN-ACC AND OD-ACTIVE
                       MOVE "C" TO OD-STATUS
                       MOVE "Y" TO WS-OD-FOUND
                   END-IF
                   MOVE OD-REC TO OD-TEMP-REC
                   WRITE OD-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE OVERDRAFT-FILE
       CLOSE OVERDRAFT-TEMP

       IF WS-OD-FOUND = "N"
           CALL "SYSTEM" USING "rm -f overdrafts.tmp"
           DISPLAY "Conta sem descoberto ativo."
           EXIT PARAGRAPH
       END-IF
       CALL "SYSTEM" USING "mv overdrafts.tmp overdrafts.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "OVERDRAFT CANCEL " DELIMITED BY SIZE
              WS-IN-ACC DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Descoberto da conta " WS-IN-ACC " cancelado."

       MOVE 0 TO WS-CUR-BALANCE
       PERFORM CHECK-ACCOUNT
       IF WS-CUR-BALANCE < 0
           DISPLAY "Atencao: a conta continua a descoberto ("
                   WS-CUR-BALANCE ") e passa a constar do "
                   "relatorio de excessos."
       END-IF.

*>-----------------------------------------------------------------
*> Relatorio diario de excessos: percorre accounts.dat e, para
*> cada conta com saldo negativo, pergunta ao OVERDRAFT-LIMIT pelo
*> acordo em vigor hoje. Entra no relatorio a conta cujo descoberto
*> passa o limite e a que esta a descoberto sem acordo em vigor --
*> expirado, cancelado ou nunca concedido.
*>-----------------------------------------------------------------
EXCESS-REPORT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-EXC-COUNT
       MOVE 0 TO WS-EXC-TOTAL

       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           DISPLAY "accounts.dat nao existe."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT EXCESS-FILE
       MOVE SPACES TO EXCESS-LINE
       STRING "EXCESSOS DE DESCOBERTO EM " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO EXCESS-LINE
       END-STRING
       WRITE EXCESS-LINE
       MOVE WS-EXC-HEADER TO EXCESS-LINE
       WRITE EXCESS-LINE

       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF ACC-BALANCE < 0
                       PERFORM CHECK-EXCESS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE

       MOVE SPACES TO EXCESS-LINE
       MOVE WS-EXC-TOTAL TO WS-ED-EXCESS
       STRING "CONTAS EM EXCESSO: " DELIMITED BY SIZE
              WS-EXC-COUNT DELIMITED BY SIZE
              "  TOTAL EM EXCESSO: " DELIMITED BY SIZE
              WS-ED-EXCESS DELIMITED BY SIZE
              INTO EXCESS-LINE
       END-STRING
       WRITE EXCESS-LINE
       CLOSE EXCESS-FILE
       MOVE "overdraft_excess_report.txt" TO RPQ-FILE
       MOVE "ODEXCESS" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "OVERDRAFT EXCESS RPT " DELIMITED BY SIZE
              WS-EXC-COUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Contas em excesso: " WS-EXC-COUNT
       DISPLAY "Relatorio gravado em overdraft_excess_report.txt.".

      *> Conta corrente a descoberto: sem acordo em vigor todo o
      *> descoberto e excesso; com acordo, so o que passa o limite.
CHECK-EXCESS.
       COMPUTE WS-OVERDRAWN = 0 - ACC-BALANCE
       MOVE ACC-ID TO ODQ-ACC-ID
       MOVE WS-TODAY TO ODQ-DATE
       CALL "OVERDRAFT-LIMIT" USING OVERDRAFT-REQUEST

       EVALUATE TRUE
           WHEN ODQ-FOUND = "N"
               MOVE "SEM ACORDO" TO WS-EXC-REASON
           WHEN ODQ-ACTIVE = "N" AND ODQ-EXPIRY < WS-TODAY
               MOVE "ACORDO EXPIRADO" TO WS-EXC-REASON
           WHEN ODQ-ACTIVE = "N"
               MOVE "ACORDO CANCELADO" TO WS-EXC-REASON
           WHEN WS-OVERDRAWN > ODQ-LIMIT
               MOVE "LIMITE EXCEDIDO" TO WS-EXC-REASON
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE

       COMPUTE WS-EXCESS = WS-OVERDRAWN - ODQ-LIMIT
       ADD 1 TO WS-EXC-COUNT
       ADD WS-EXCESS TO WS-EXC-TOTAL

       MOVE ACC-ID TO WS-ED-ACC
       MOVE ACC-NAME TO WS-ED-NAME
       MOVE ACC-BALANCE TO WS-ED-BALANCE
       MOVE ODQ-LIMIT TO WS-ED-LIMIT
       MOVE WS-EXCESS TO WS-ED-EXCESS
       MOVE ODQ-EXPIRY TO WS-ED-EXPIRY
       MOVE WS-EXC-REASON TO WS-ED-REASON
       MOVE WS-EXC-DETAIL TO EXCESS-LINE
       WRITE EXCESS-LINE.

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
       MOVE "OVERDRAFT-MAINT" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
