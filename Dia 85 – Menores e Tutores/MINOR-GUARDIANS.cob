       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINOR-GUARDIANS.

      *> Contas de menores e os seus tutores. Abrimos contas a
      *> criancas mas nada dizia quem pode agir por elas. Mantem
      *> guardians.dat: um ou dois tutores por cliente menor de 18
      *> anos (data de nascimento do mestre de clientes), sendo o
      *> tutor tambem cliente e maior. Com isto:
      *>   - o CREATE-ACCOUNT do BANK-SYSTEM so abre conta a um menor
      *>     com pelo menos um tutor ativo;
      *>   - levantamentos (TRANSACT) e transferencias
      *>     (BANK-SYSTEM-D26) de uma conta de menor exigem o ID de
      *>     cliente de um tutor ativo; o quiosque nao transfere;
      *>   - a corrida mensal de maioridade apanha quem fez 18 anos:
      *>     passa as contas do produto de menores para o produto
      *>     adulto indicado no catalogo (APT-ADULT-CODE, ACCT-PRODUCTS
      *>     Dia 72), termina o mandato dos tutores e escreve a carta
      *>     ao cliente em majority_letters.txt, registada em
      *>     notifications_log.dat como as cartas do NOTIFY-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIANS-FILE ASSIGN TO "guardians.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.

           SELECT GUARDIANS-TEMP ASSIGN TO "guardians.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT PRODUCTS-FILE ASSIGN TO "acct_products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APT-STATUS.

           SELECT LETTERS-FILE ASSIGN TO "majority_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Mesmo registo de cartas enviadas do NOTIFY-BATCH (Dia 57).
           SELECT NLOG-FILE ASSIGN TO "notifications_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GUARDIANS-FILE.
       COPY "GUARDIAN-RECORD.cpy".

      *> Width must match GD-REC exactly (68 chars).
       FD GUARDIANS-TEMP.
       01 GD-TEMP-REC PIC X(68).

       FD CUSTOMERS-FILE.
       01 CUST-REC.
           05 CUST-ID          PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-NAME        PIC A(20).
           05 CUST-EMAIL       PIC X(30).
           05 CUST-DOC         PIC X(22).
           05 CUST-BIRTH-DATE  PIC 9(8).
           05 CUST-ADDRESS     PIC X(40).
           05 CUST-KYC-REST    PIC X(19).
           05 CUST-MERGED-INTO PIC 9(3).
           05 CUST-TAX         PIC X(75).
           05 CUST-DECEASED    PIC X.

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD PRODUCTS-FILE.
       COPY "ACCT-PRODUCT-RECORD.cpy".

       FD LETTERS-FILE.
       01 LETTER-LINE PIC X(90).

       FD NLOG-FILE.
       01 NLG-REC.
           05 NLG-DATE  PIC 9(8).
           05 NLG-ACC   PIC 9(8).
           05 NLG-EVENT PIC X(8).
           05 NLG-KEY   PIC 9(8).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-GD-STATUS      PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-APT-STATUS     PIC XX.
       01 WS-NLOG-STATUS    PIC XX.
       01 WS-GD-EOF         PIC X VALUE "N".
       01 WS-CUST-EOF       PIC X VALUE "N".
       01 WS-APT-EOF        PIC X VALUE "N".
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CONFIRM        PIC X.
       01 WS-LIST-COUNT     PIC 9(4).

      *> Registo e retirada de tutores.
       01 WS-IN-MINOR       PIC 9(3).
       01 WS-IN-GUARDIAN    PIC 9(3).
       01 WS-IN-RELATION    PIC X.
       01 WS-IN-GD-ID       PIC 9(4).
       01 WS-LAST-GD-ID     PIC 9(4) VALUE 0.
       01 WS-GD-ACTIVE-CNT  PIC 9(2).
       01 WS-GD-DUPLICATE   PIC X.
       01 WS-GD-FOUND       PIC X.
       01 WS-GD-MINOR-OF-ID PIC 9(3).
       01 WS-MINOR-ACCOUNTS PIC 9(3).

      *> Consulta a um cliente do mestre (FIND-CUSTOMER).
       01 WS-LOOK-ID        PIC 9(3).
       01 WS-LOOK-FOUND     PIC X.
       01 WS-LOOK-NAME      PIC A(20).
       01 WS-LOOK-BIRTH     PIC 9(8).
       01 WS-LOOK-DECEASED  PIC X.
       01 WS-LOOK-MERGED    PIC 9(3).
       01 WS-MINOR-NAME     PIC A(20).
       01 WS-MINOR-BIRTH    PIC 9(8).
      *> Data em que faz 18 anos (AAAAMMDD + 18 anos).
       01 WS-MAJORITY-DATE  PIC 9(8).

      *> Mestre de clientes em memoria para a corrida mensal,
      *> indexado pelo proprio ID de cliente (1-999).
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 999 TIMES.
               10 WS-CT-NAME    PIC A(20).
               10 WS-CT-ADDR    PIC X(40).
               10 WS-CT-BIRTH   PIC 9(8).
      *> Y = faz 18 anos nesta corrida.
               10 WS-CT-MAJOR   PIC X.
       01 WS-CI             PIC 9(3).

      *> Catalogo de produtos: codigo e produto adulto.
       01 WS-PT-COUNT       PIC 9(2) VALUE 0.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 50 TIMES.
               10 WS-PT-CODE    PIC X(3).
               10 WS-PT-ADULT   PIC X(3).
       01 WS-PI             PIC 9(2).

      *> Contas dos clientes que fizeram 18 anos, para as cartas.
       01 WS-MJ-COUNT       PIC 9(3) VALUE 0.
       01 WS-MJ-TABLE.
           05 WS-MJ-ENTRY OCCURS 500 TIMES.
               10 WS-MJ-CUST    PIC 9(3).
               10 WS-MJ-ACC     PIC 9(8).
               10 WS-MJ-OLD     PIC X(3).
               10 WS-MJ-NEW     PIC X(3).
       01 WS-MI             PIC 9(3).
       01 WS-NEW-PRODUCT    PIC X(3).
       01 WS-RUN-CUSTOMERS  PIC 9(3) VALUE 0.
       01 WS-RUN-CONVERTED  PIC 9(3) VALUE 0.
       01 WS-RUN-LETTERS    PIC 9(3) VALUE 0.

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
       MOVE "MINOR-GUARDIANS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "MINOR-GUARDIANS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
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
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/customers.dat de versao diferente da do layout
      *> com que foi compilado.
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
       MOVE "MINOR-GUARDIANS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== MENORES E TUTORES ====="
       DISPLAY "1. Listar tutores"
       DISPLAY "2. Registar tutor de um menor"
       DISPLAY "3. Retirar tutor"
       DISPLAY "4. Corrida mensal de maioridade"
       DISPLAY "5. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Consulta aberta a todos os perfis; o resto e trabalho de
      *> Teller.
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-GUARDIANS
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-GUARDIAN
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REMOVE-GUARDIAN
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM MAJORITY-RUN
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-GUARDIANS.
       DISPLAY "ID do cliente menor (0 = todos):"
       ACCEPT WS-IN-MINOR
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT GUARDIANS-FILE
       IF WS-GD-STATUS = "35"
           CLOSE GUARDIANS-FILE
           DISPLAY "Nao existem tutores registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-GD-EOF
       PERFORM UNTIL WS-GD-EOF = "Y"
           READ GUARDIANS-FILE
               AT END MOVE "Y" TO WS-GD-EOF
               NOT AT END
                   IF WS-IN-MINOR = 0 OR GD-MINOR-ID = WS-IN-MINOR
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY GD-ID " menor " GD-MINOR-ID
                               " tutor " GD-GUARDIAN-ID " "
                               GD-GUARDIAN-NAME " " GD-RELATION
                               " desde " GD-SINCE
                               " estado " GD-STATUS
                               " fim " GD-END-DATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE
       DISPLAY WS-LIST-COUNT " mandato(s).".

*>-----------------------------------------------------------------
*> Registo de um tutor: o menor e o tutor sao clientes vivos e nao
*> fundidos do mestre, o menor tem menos de 18 anos e o tutor 18 ou
*> mais (ambos com data de nascimento no mestre), e o menor fica
*> com no maximo dois tutores ativos.
*>-----------------------------------------------------------------
REGISTER-GUARDIAN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "ID do cliente menor:"
       ACCEPT WS-IN-MINOR
       DISPLAY "ID de cliente do tutor:"
       ACCEPT WS-IN-GUARDIAN
       DISPLAY "Relacao: P = pai/mae, T = tutor nomeado:"
       ACCEPT WS-IN-RELATION

       IF WS-IN-RELATION NOT = "P" AND WS-IN-RELATION NOT = "T"
           DISPLAY "Relacao invalida."
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-MINOR = WS-IN-GUARDIAN
           DISPLAY "O menor nao pode ser o seu proprio tutor."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-IN-MINOR TO WS-LOOK-ID
       PERFORM FIND-CUSTOMER
       IF WS-LOOK-FOUND = "N"
           DISPLAY "Cliente " WS-IN-MINOR " nao existe, esta fundido "
                   "ou falecido."
           EXIT PARAGRAPH
       END-IF
       IF WS-LOOK-BIRTH = 0
           DISPLAY "Cliente sem data de nascimento no mestre - "
                   "atualize-a no CUSTOMER-MANAGER."
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-MAJORITY-DATE = WS-LOOK-BIRTH + 180000
       IF WS-MAJORITY-DATE <= WS-TODAY
           DISPLAY "O cliente " WS-IN-MINOR " ja tem 18 anos."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-LOOK-NAME TO WS-MINOR-NAME
       MOVE WS-LOOK-BIRTH TO WS-MINOR-BIRTH

       MOVE WS-IN-GUARDIAN TO WS-LOOK-ID
       PERFORM FIND-CUSTOMER
       IF WS-LOOK-FOUND = "N"
           DISPLAY "Tutor " WS-IN-GUARDIAN " nao existe como cliente, "
                   "esta fundido ou falecido."
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-MAJORITY-DATE = WS-LOOK-BIRTH + 180000
       IF WS-LOOK-BIRTH = 0 OR WS-MAJORITY-DATE > WS-TODAY
           DISPLAY "O tutor tem de ser maior de idade (data de "
                   "nascimento no mestre)."
           EXIT PARAGRAPH
       END-IF

       PERFORM COUNT-MINOR-GUARDIANS
       IF WS-GD-DUPLICATE = "Y"
           DISPLAY "Este tutor ja esta ativo para o menor."
           EXIT PARAGRAPH
       END-IF
       IF WS-GD-ACTIVE-CNT >= 2
           DISPLAY "O menor ja tem dois tutores ativos."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Registar " WS-LOOK-NAME " como tutor de "
               WS-MINOR-NAME "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Operacao cancelada."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND GUARDIANS-FILE
       IF WS-GD-STATUS = "05" OR WS-GD-STATUS = "35"
           CLOSE GUARDIANS-FILE
           OPEN OUTPUT GUARDIANS-FILE
           CLOSE GUARDIANS-FILE
           OPEN EXTEND GUARDIANS-FILE
       END-IF
       ADD 1 TO WS-LAST-GD-ID
       MOVE WS-LAST-GD-ID TO GD-ID
       MOVE WS-IN-MINOR TO GD-MINOR-ID
       MOVE WS-IN-GUARDIAN TO GD-GUARDIAN-ID
       MOVE WS-LOOK-NAME TO GD-GUARDIAN-NAME
       MOVE WS-IN-RELATION TO GD-RELATION
       MOVE WS-TODAY TO GD-SINCE
       MOVE "A" TO GD-STATUS
       MOVE 0 TO GD-END-DATE
       MOVE WS-OPER-NAME TO GD-OPERATOR
       WRITE GD-REC
       CLOSE GUARDIANS-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "GUARDIAN ADD MINOR " DELIMITED BY SIZE
              WS-IN-MINOR DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-IN-GUARDIAN DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Tutor registado (mandato " WS-LAST-GD-ID ").".

      *> Tutores ativos de WS-IN-MINOR (e se WS-IN-GUARDIAN ja e um
      *> deles); deixa tambem o ultimo GD-ID em WS-LAST-GD-ID.
COUNT-MINOR-GUARDIANS.
       MOVE 0 TO WS-GD-ACTIVE-CNT
       MOVE 0 TO WS-LAST-GD-ID
       MOVE "N" TO WS-GD-DUPLICATE
       OPEN INPUT GUARDIANS-FILE
       IF WS-GD-STATUS = "35"
           CLOSE GUARDIANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-GD-EOF
       PERFORM UNTIL WS-GD-EOF = "Y"
           READ GUARDIANS-FILE
               AT END MOVE "Y" TO WS-GD-EOF
               NOT AT END
                   IF GD-ID > WS-LAST-GD-ID
                       MOVE GD-ID TO WS-LAST-GD-ID
                   END-IF
                   IF GD-MINOR-ID = WS-IN-MINOR AND GD-ACTIVE
                       ADD 1 TO WS-GD-ACTIVE-CNT
                       IF GD-GUARDIAN-ID = WS-IN-GUARDIAN
                           MOVE "Y" TO WS-GD-DUPLICATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE.

      *> Le WS-LOOK-ID no mestre; cliente fundido ou falecido conta
      *> como nao encontrado.
FIND-CUSTOMER.
       MOVE "N" TO WS-LOOK-FOUND
       MOVE 0 TO WS-LOOK-BIRTH
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
                   IF CUST-ID = WS-LOOK-ID
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE "Y" TO WS-CUST-EOF
                       MOVE CUST-NAME TO WS-LOOK-NAME
                       MOVE CUST-DECEASED TO WS-LOOK-DECEASED
                       MOVE 0 TO WS-LOOK-MERGED
                       IF CUST-MERGED-INTO IS NUMERIC
                           MOVE CUST-MERGED-INTO TO WS-LOOK-MERGED
                       END-IF
                       IF CUST-BIRTH-DATE IS NUMERIC
                           MOVE CUST-BIRTH-DATE TO WS-LOOK-BIRTH
                       END-IF
                       IF WS-LOOK-MERGED = 0
                          AND WS-LOOK-DECEASED NOT = "Y"
                           MOVE "Y" TO WS-LOOK-FOUND
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

*>-----------------------------------------------------------------
*> Retirada de um tutor (decisao do tribunal, obito...). O ultimo
*> tutor ativo de um menor com contas abertas nao sai: regista-se
*> primeiro o substituto.
*>-----------------------------------------------------------------
REMOVE-GUARDIAN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Numero do mandato a retirar:"
       ACCEPT WS-IN-GD-ID

       MOVE "N" TO WS-GD-FOUND
       OPEN INPUT GUARDIANS-FILE
       IF WS-GD-STATUS = "35"
           CLOSE GUARDIANS-FILE
           DISPLAY "Nao existem tutores registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-GD-EOF
       PERFORM UNTIL WS-GD-EOF = "Y"
           READ GUARDIANS-FILE
               AT END MOVE "Y" TO WS-GD-EOF
               NOT AT END
                   IF GD-ID = WS-IN-GD-ID AND GD-ACTIVE
                       MOVE "Y" TO WS-GD-FOUND
                       MOVE GD-MINOR-ID TO WS-GD-MINOR-OF-ID
                       MOVE "Y" TO WS-GD-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE
       IF WS-GD-FOUND = "N"
           DISPLAY "Mandato inexistente ou ja terminado."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-GD-MINOR-OF-ID TO WS-IN-MINOR
       MOVE 0 TO WS-IN-GUARDIAN
       PERFORM COUNT-MINOR-GUARDIANS
       PERFORM COUNT-MINOR-ACCOUNTS
       IF WS-GD-ACTIVE-CNT <= 1 AND WS-MINOR-ACCOUNTS > 0
           DISPLAY "Ultimo tutor de um menor com " WS-MINOR-ACCOUNTS
                   " conta(s) aberta(s) - registe primeiro o "
                   "substituto."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Retirar o mandato " WS-IN-GD-ID " do menor "
               WS-IN-MINOR "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Operacao cancelada."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT GUARDIANS-FILE
       OPEN OUTPUT GUARDIANS-TEMP
       MOVE "N" TO WS-GD-EOF
       PERFORM UNTIL WS-GD-EOF = "Y"
           READ GUARDIANS-FILE
               AT END MOVE "Y" TO WS-GD-EOF
               NOT AT END
                   IF GD-ID = WS-IN-GD-ID
                       MOVE "R" TO GD-STATUS
                       MOVE WS-TODAY TO GD-END-DATE
                       MOVE WS-OPER-NAME TO GD-OPERATOR
                   END-IF
                   MOVE GD-REC TO GD-TEMP-REC
                   WRITE GD-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE
       CLOSE GUARDIANS-TEMP
       CALL "SYSTEM" USING "mv guardians.tmp guardians.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "GUARDIAN REMOVE " DELIMITED BY SIZE
              WS-IN-GD-ID DELIMITED BY SIZE
              " MINOR " DELIMITED BY SIZE
              WS-IN-MINOR DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Mandato " WS-IN-GD-ID " retirado.".

COUNT-MINOR-ACCOUNTS.
       MOVE 0 TO WS-MINOR-ACCOUNTS
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
                   IF ACC-CUST-ID = WS-IN-MINOR AND NOT ACC-CLOSED
                       ADD 1 TO WS-MINOR-ACCOUNTS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

*>-----------------------------------------------------------------
*> Corrida mensal de maioridade: cada cliente com mandato ativo
*> que ja fez 18 anos fica com os mandatos terminados (E), as
*> contas em produto de menores passam ao produto adulto do
*> catalogo e sai uma carta com as contas e os produtos. Correr de
*> novo no mesmo mes nao repete nada - os mandatos ja terminaram.
*>-----------------------------------------------------------------
MAJORITY-RUN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-RUN-CUSTOMERS
       MOVE 0 TO WS-RUN-CONVERTED
       MOVE 0 TO WS-RUN-LETTERS
       MOVE 0 TO WS-MJ-COUNT
       PERFORM LOAD-CUSTOMER-TABLE
       PERFORM LOAD-PRODUCT-TABLE

      *> Quem faz 18 anos: mandato ativo e data de maioridade ja
      *> passada.
       OPEN INPUT GUARDIANS-FILE
       IF WS-GD-STATUS = "35"
           CLOSE GUARDIANS-FILE
           DISPLAY "Nao existem tutores registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-GD-EOF
       PERFORM UNTIL WS-GD-EOF = "Y"
           READ GUARDIANS-FILE
               AT END MOVE "Y" TO WS-GD-EOF
               NOT AT END
                   IF GD-ACTIVE AND GD-MINOR-ID > 0
                      AND WS-CT-BIRTH (GD-MINOR-ID) > 0
                       COMPUTE WS-MAJORITY-DATE =
                           WS-CT-BIRTH (GD-MINOR-ID) + 180000
                       IF WS-MAJORITY-DATE <= WS-TODAY
                          AND WS-CT-MAJOR (GD-MINOR-ID) = "N"
                           MOVE "Y" TO WS-CT-MAJOR (GD-MINOR-ID)
                           ADD 1 TO WS-RUN-CUSTOMERS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE
       IF WS-RUN-CUSTOMERS = 0
           DISPLAY "Nenhum menor fez 18 anos - nada a converter."
           EXIT PARAGRAPH
       END-IF

       PERFORM END-MAJOR-MANDATES
       PERFORM CONVERT-MAJOR-ACCOUNTS
       PERFORM WRITE-MAJORITY-LETTERS

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "MAJORITY RUN CUST " DELIMITED BY SIZE
              WS-RUN-CUSTOMERS DELIMITED BY SIZE
              " ACC " DELIMITED BY SIZE
              WS-RUN-CONVERTED DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Maioridade: " WS-RUN-CUSTOMERS " cliente(s), "
               WS-RUN-CONVERTED " conta(s) convertida(s), "
               WS-RUN-LETTERS " carta(s) em majority_letters.txt.".

LOAD-CUSTOMER-TABLE.
       PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > 999
           MOVE SPACES TO WS-CT-NAME (WS-CI)
           MOVE SPACES TO WS-CT-ADDR (WS-CI)
           MOVE 0 TO WS-CT-BIRTH (WS-CI)
           MOVE "N" TO WS-CT-MAJOR (WS-CI)
       END-PERFORM
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
                   IF CUST-ID IS NUMERIC AND NOT CUST-LAYOUT-HEADER
                       MOVE CUST-NAME TO WS-CT-NAME (CUST-ID)
                       MOVE CUST-ADDRESS TO WS-CT-ADDR (CUST-ID)
                       IF CUST-BIRTH-DATE IS NUMERIC
                           MOVE CUST-BIRTH-DATE
                               TO WS-CT-BIRTH (CUST-ID)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

LOAD-PRODUCT-TABLE.
       MOVE 0 TO WS-PT-COUNT
       OPEN INPUT PRODUCTS-FILE
       IF WS-APT-STATUS = "35"
           CLOSE PRODUCTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-APT-EOF
       PERFORM UNTIL WS-APT-EOF = "Y"
           READ PRODUCTS-FILE
               AT END MOVE "Y" TO WS-APT-EOF
               NOT AT END
                   IF WS-PT-COUNT < 50
                       ADD 1 TO WS-PT-COUNT
                       MOVE APT-CODE TO WS-PT-CODE (WS-PT-COUNT)
                       MOVE APT-ADULT-CODE TO WS-PT-ADULT (WS-PT-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE.

      *> Termina (E) os mandatos ativos de quem fez 18 anos.
END-MAJOR-MANDATES.
       OPEN INPUT GUARDIANS-FILE
       OPEN OUTPUT GUARDIANS-TEMP
       MOVE "N" TO WS-GD-EOF
       PERFORM UNTIL WS-GD-EOF = "Y"
           READ GUARDIANS-FILE
               AT END MOVE "Y" TO WS-GD-EOF
               NOT AT END
                   IF GD-ACTIVE AND GD-MINOR-ID > 0
                       IF WS-CT-MAJOR (GD-MINOR-ID) = "Y"
                           MOVE "E" TO GD-STATUS
                           MOVE WS-TODAY TO GD-END-DATE
                           MOVE WS-OPER-NAME TO GD-OPERATOR
                       END-IF
                   END-IF
                   MOVE GD-REC TO GD-TEMP-REC
                   WRITE GD-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE
       CLOSE GUARDIANS-TEMP
       CALL "SYSTEM" USING "mv guardians.tmp guardians.dat".

      *> Contas nao encerradas de quem fez 18 anos: produto de
      *> menores passa ao produto adulto; todas entram na carta.
CONVERT-MAJOR-ACCOUNTS.
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
                   IF ACC-CUST-ID > 0 AND NOT ACC-CLOSED
                       IF WS-CT-MAJOR (ACC-CUST-ID) = "Y"
                           PERFORM CONVERT-ONE-ACCOUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

CONVERT-ONE-ACCOUNT.
       MOVE ACC-PRODUCT TO WS-NEW-PRODUCT
       PERFORM VARYING WS-PI FROM 1 BY 1 UNTIL WS-PI > WS-PT-COUNT
           IF WS-PT-CODE (WS-PI) = ACC-PRODUCT
              AND ACC-PRODUCT NOT = SPACES
              AND WS-PT-ADULT (WS-PI) NOT = SPACES
               MOVE WS-PT-ADULT (WS-PI) TO WS-NEW-PRODUCT
           END-IF
       END-PERFORM

       IF WS-MJ-COUNT < 500
           ADD 1 TO WS-MJ-COUNT
           MOVE ACC-CUST-ID TO WS-MJ-CUST (WS-MJ-COUNT)
           MOVE ACC-ID TO WS-MJ-ACC (WS-MJ-COUNT)
           MOVE ACC-PRODUCT TO WS-MJ-OLD (WS-MJ-COUNT)
           MOVE WS-NEW-PRODUCT TO WS-MJ-NEW (WS-MJ-COUNT)
       END-IF

       IF WS-NEW-PRODUCT = ACC-PRODUCT
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NEW-PRODUCT TO ACC-PRODUCT
       REWRITE ACCOUNT-RECORD
       ADD 1 TO WS-RUN-CONVERTED

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "MAJORITY " DELIMITED BY SIZE
              ACC-ID DELIMITED BY SIZE
              " PRODUCT " DELIMITED BY SIZE
              WS-MJ-OLD (WS-MJ-COUNT) DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-NEW-PRODUCT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Uma carta por cliente que fez 18 anos, com as contas e os
      *> produtos; cada conta fica no registo de notificacoes com a
      *> data de maioridade como chave.
WRITE-MAJORITY-LETTERS.
       OPEN OUTPUT LETTERS-FILE
       MOVE SPACES TO LETTER-LINE
       STRING "CARTAS DE MAIORIDADE - CORRIDA DE " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO LETTER-LINE
       END-STRING
       WRITE LETTER-LINE

       OPEN EXTEND NLOG-FILE
       IF WS-NLOG-STATUS = "05" OR WS-NLOG-STATUS = "35"
           CLOSE NLOG-FILE
           OPEN OUTPUT NLOG-FILE
           CLOSE NLOG-FILE
           OPEN EXTEND NLOG-FILE
       END-IF

       PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > 999
           IF WS-CT-MAJOR (WS-CI) = "Y"
               PERFORM WRITE-ONE-LETTER
           END-IF
       END-PERFORM

       CLOSE NLOG-FILE
       CLOSE LETTERS-FILE
       MOVE "majority_letters.txt" TO RPQ-FILE
       MOVE "MAJLTR" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT.

WRITE-ONE-LETTER.
       COMPUTE WS-MAJORITY-DATE = WS-CT-BIRTH (WS-CI) + 180000
       MOVE SPACES TO LETTER-LINE
       IF WS-CT-ADDR (WS-CI) = SPACES
           STRING "CARTA: " DELIMITED BY SIZE
                  WS-CT-NAME (WS-CI) DELIMITED BY SIZE
                  " - (SEM MORADA NO MESTRE)" DELIMITED BY SIZE
                  INTO LETTER-LINE
           END-STRING
       ELSE
           STRING "CARTA: " DELIMITED BY SIZE
                  WS-CT-NAME (WS-CI) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-CT-ADDR (WS-CI) DELIMITED BY SIZE
                  INTO LETTER-LINE
           END-STRING
       END-IF
       WRITE LETTER-LINE
       MOVE SPACES TO LETTER-LINE
       STRING "  CLIENTE " DELIMITED BY SIZE
              WS-CI DELIMITED BY SIZE
              " [MAJORITY] FEZ 18 ANOS EM " DELIMITED BY SIZE
              WS-MAJORITY-DATE DELIMITED BY SIZE
              " - TERMINOU O MANDATO DOS TUTORES" DELIMITED BY SIZE
              INTO LETTER-LINE
       END-STRING
       WRITE LETTER-LINE
       MOVE SPACES TO LETTER-LINE
       STRING "  PASSA A MOVIMENTAR AS SUAS CONTAS SOZINHO; "
              DELIMITED BY SIZE
              "PRODUTOS A PARTIR DE HOJE:" DELIMITED BY SIZE
              INTO LETTER-LINE
       END-STRING
       WRITE LETTER-LINE

       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MJ-COUNT
           IF WS-MJ-CUST (WS-MI) = WS-CI
               MOVE SPACES TO LETTER-LINE
               STRING "    CONTA " DELIMITED BY SIZE
                      WS-MJ-ACC (WS-MI) DELIMITED BY SIZE
                      "  PRODUTO " DELIMITED BY SIZE
                      WS-MJ-OLD (WS-MI) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-MJ-NEW (WS-MI) DELIMITED BY SIZE
                      INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
               MOVE WS-TODAY TO NLG-DATE
               MOVE WS-MJ-ACC (WS-MI) TO NLG-ACC
               MOVE "MAJORITY" TO NLG-EVENT
               MOVE WS-MAJORITY-DATE TO NLG-KEY
               WRITE NLG-REC
           END-IF
       END-PERFORM
       ADD 1 TO WS-RUN-LETTERS.

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
       MOVE "MINOR-GUARDIANS" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
