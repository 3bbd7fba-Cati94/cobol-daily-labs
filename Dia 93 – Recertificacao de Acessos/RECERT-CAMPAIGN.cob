       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT-CAMPAIGN.

      *> Recertificacao periodica dos acessos. Um Admin abre uma
      *> campanha com prazo: cada utilizador ativo de users.dat fica
      *> numa linha de recert_campaign.dat com o perfil, o limite de
      *> autorizacao e o ultimo login (da trilha de auditoria) da
      *> altura, e o gestor que o tem de rever (user_managers.dat).
      *> A lista de revisao sai agrupada por gestor
      *> (recert_review_list.txt); cada gestor regista manter (K) ou
      *> revogar (R) para os seus. Utilizadores sem gestor sao
      *> revistos por um Admin, e ninguem decide sobre o seu proprio
      *> acesso.
      *>
      *> Fechar a campanha (no prazo, ou antes se ja tudo estiver
      *> decidido) desativa em users.dat os revogados e os que
      *> ninguem reviu, como o desativar do BANK-SYSTEM-D28, com uma
      *> linha na trilha por utilizador. A campanha fechada fica no
      *> ficheiro ate a seguinte ser aberta, que a arquiva como
      *> recert_campaign_AAAAMMDD.dat (data de abertura).
      *>
      *> Abrir e fechar correm tambem a detecao de conflitos de
      *> segregacao de funcoes (sod_conflicts.txt), que se pode
      *> correr a parte:
      *>   - o mesmo operador maker e checker de um pedido de dupla
      *>     autorizacao (pending_auth.dat);
      *>   - um Admin ou um Auditor a lancar movimentos de balcao
      *>     (DEPOSIT ACC / WITHDRAWAL ACC / TELLER TXN na trilha);
      *>   - um operador a definir o seu proprio limite de
      *>     autorizacao (AUTH LIMIT SET no BANK-SYSTEM-D28).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "recert_campaign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.

           SELECT RECERT-TEMP-FILE ASSIGN TO "recert_campaign.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MANAGER-FILE ASSIGN TO "user_managers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UM-STATUS.

           SELECT MANAGER-TEMP-FILE ASSIGN TO "user_managers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "recert_review_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-REPORT-FILE ASSIGN TO "sod_conflicts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Uma linha por utilizador em revisao na campanha corrente.
       FD RECERT-FILE.
       01 RCT-REC.
           05 RCT-USER         PIC A(20).
           05 RCT-ROLE         PIC X.
           05 RCT-AUTH-LIMIT   PIC 9(7)V99.
      *> Ultimo login a data da abertura; zero = nunca entrou.
           05 RCT-LAST-LOGIN   PIC 9(8).
      *> Em branco = sem gestor atribuido (revisto por um Admin).
           05 RCT-MANAGER      PIC A(20).
      *> P = por decidir, K = manter, R = revogar.
           05 RCT-DECISION     PIC X.
               88 RCT-PENDING  VALUE "P".
               88 RCT-KEEP     VALUE "K".
               88 RCT-REVOKE   VALUE "R".
      *> Resultado do fecho: branco = campanha aberta, M = mantido,
      *> D = desativado.
           05 RCT-OUTCOME      PIC X.
           05 RCT-DECIDED-BY   PIC A(20).
           05 RCT-DECIDED-DATE PIC 9(8).
           05 RCT-OPENED       PIC 9(8).
           05 RCT-DEADLINE     PIC 9(8).
           05 RCT-CLOSED       PIC 9(8).

      *> Width must match RCT-REC exactly (112 chars).
       FD RECERT-TEMP-FILE.
       01 RCT-TEMP-REC PIC X(112).

      *> Gestor responsavel por rever cada utilizador.
       FD MANAGER-FILE.
       01 UM-REC.
           05 UM-USER          PIC A(20).
           05 UM-MANAGER       PIC A(20).
           05 UM-SET-BY        PIC A(20).
           05 UM-SET-DATE      PIC 9(8).

      *> Width must match UM-REC exactly (68 chars).
       FD MANAGER-TEMP-FILE.
       01 UM-TEMP-REC PIC X(68).

       FD PENDING-AUTH-FILE.
       COPY "AUTH-RECORD.cpy".

       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-LINE PIC X(100).

       FD SOD-REPORT-FILE.
       01 SOD-REPORT-LINE PIC X(100).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-RCT-STATUS     PIC XX.
       01 WS-UM-STATUS      PIC XX.
       01 WS-PA-STATUS      PIC XX.
       01 WS-RCT-EOF        PIC X VALUE "N".
       01 WS-UM-EOF         PIC X VALUE "N".
       01 WS-PA-EOF         PIC X VALUE "N".
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CONFIRM        PIC X.
       01 WS-FOUND          PIC X.
       01 WS-SYS-CMD        PIC X(80).

      *> Prazo por omissao de uma campanha nova, em dias
      *> (parametro RECERT-DAYS).
       01 WS-RECERT-DAYS    PIC 9(3) VALUE 30.

      *> Campanha corrente, carregada de recert_campaign.dat.
       01 WS-CAMP-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
               10 WS-CT-USER         PIC A(20).
               10 WS-CT-ROLE         PIC X.
               10 WS-CT-AUTH-LIMIT   PIC 9(7)V99.
               10 WS-CT-LAST-LOGIN   PIC 9(8).
               10 WS-CT-MANAGER      PIC A(20).
               10 WS-CT-DECISION     PIC X.
               10 WS-CT-OUTCOME      PIC X.
               10 WS-CT-DECIDED-BY   PIC A(20).
               10 WS-CT-DECIDED-DATE PIC 9(8).
               10 WS-CT-OPENED       PIC 9(8).
               10 WS-CT-DEADLINE     PIC 9(8).
               10 WS-CT-CLOSED       PIC 9(8).
       01 WS-CT-COUNT       PIC 9(4) VALUE 0.
       01 WS-CT-IDX         PIC 9(4).
       01 WS-CT-SWAP        PIC X(112).
       01 WS-CAMP-OPEN      PIC X VALUE "N".
       01 WS-CAMP-OPENED    PIC 9(8).
       01 WS-CAMP-DEADLINE  PIC 9(8).
       01 WS-PENDING-COUNT  PIC 9(4).
       01 WS-KEPT-COUNT     PIC 9(4).
       01 WS-REVOKED-COUNT  PIC 9(4).
       01 WS-DISABLED-COUNT PIC 9(4).

      *> users.dat em memoria: perfil, gestor e ultimo login de cada
      *> utilizador (ativos ou nao), para a abertura e para a
      *> detecao de conflitos.
       01 WS-USER-TABLE.
           05 WS-UT-ENTRY OCCURS 200 TIMES.
               10 WS-UT-NAME       PIC A(20).
               10 WS-UT-ROLE       PIC X.
               10 WS-UT-LIMIT      PIC 9(7)V99.
               10 WS-UT-ACTIVE     PIC X.
               10 WS-UT-LAST-LOGIN PIC 9(8).
               10 WS-UT-MANAGER    PIC A(20).
       01 WS-UT-COUNT       PIC 9(4) VALUE 0.
       01 WS-UT-IDX         PIC 9(4).
       01 WS-FIND-NAME      PIC A(20).

      *> Ordenacao da campanha por gestor e utilizador.
       01 WS-SORT-I         PIC 9(4).
       01 WS-SORT-J         PIC 9(4).
       01 WS-SORT-LIMIT     PIC 9(4).

      *> Decisao ou atribuicao de gestor em curso.
       01 WS-IN-USER        PIC A(20).
       01 WS-IN-MANAGER     PIC A(20).
       01 WS-IN-DECISION    PIC X.
       01 WS-IN-DEADLINE    PIC 9(8).
       01 WS-SHOWN-COUNT    PIC 9(4).

      *> Linha da trilha de auditoria decomposta (formato novo com
      *> sequencia e cadeia, ou antigo sem elas).
       01 WS-SCAN-DATE      PIC X(8).
       01 WS-SCAN-USER      PIC A(20).
       01 WS-SCAN-ACTION    PIC X(40).
       01 WS-LOGIN-HITS     PIC 9(3).

      *> Conflitos de segregacao de funcoes.
       01 WS-SOD-FROM       PIC 9(8).
       01 WS-SOD-MAKER-CHK  PIC 9(4).
       01 WS-SOD-TELLER     PIC 9(4).
       01 WS-SOD-SELF-LIMIT PIC 9(4).
       01 WS-SOD-TOTAL      PIC 9(4).
       01 WS-SOD-TEXT       PIC X(40).

      *> Layout of one detail line on the review list.
       01 WS-RRPT-DETAIL.
           05 WS-RRPT-USER     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RRPT-ROLE     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RRPT-LIMIT    PIC Z(6)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RRPT-LOGIN    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RRPT-DECISION PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RRPT-BY       PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RRPT-OUTCOME  PIC X(11).
       01 WS-RRPT-MANAGER      PIC X(20).

      *> Layout of one detail line on the conflicts report.
       01 WS-SRPT-DETAIL.
           05 WS-SRPT-RULE     PIC X(17).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SRPT-DATE     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SRPT-USER     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SRPT-TEXT     PIC X(40).

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

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "RECERT-CAMPAIGN" TO LOCK-PROGRAM
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
       END-IF
       MOVE "RECERT-DAYS" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-RECERT-DAYS
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
       MOVE "RECERT-CAMPAIGN" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== RECERTIFICACAO DE ACESSOS ====="
       DISPLAY "1. Abrir campanha"
       DISPLAY "2. Imprimir listas de revisao"
       DISPLAY "3. Registar decisao (manter/revogar)"
       DISPLAY "4. Fechar campanha"
       DISPLAY "5. Atribuir gestor a um utilizador"
       DISPLAY "6. Detetar conflitos de segregacao de funcoes"
       DISPLAY "7. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM OPEN-CAMPAIGN
               ELSE
                   DISPLAY "Acesso negado: campanhas reservadas a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM REPRINT-REVIEW-LISTS
           WHEN 3 PERFORM RECORD-DECISION
           WHEN 4
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM CLOSE-CAMPAIGN
               ELSE
                   DISPLAY "Acesso negado: campanhas reservadas a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ASSIGN-MANAGER
               ELSE
                   DISPLAY "Acesso negado: gestores atribuidos so "
                           "por Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 PERFORM RUN-SOD-SCAN
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

*>-----------------------------------------------------------------
*> Abertura: so com a campanha anterior fechada. Cada utilizador
*> ativo entra por decidir, com o perfil, o limite, o ultimo login
*> e o gestor de hoje; a lista de revisao e os conflitos saem logo.
*>-----------------------------------------------------------------
OPEN-CAMPAIGN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM LOAD-CAMPAIGN
       IF WS-CAMP-OPEN = "Y"
           DISPLAY "Ja ha uma campanha aberta (desde " WS-CAMP-OPENED
                   ", prazo " WS-CAMP-DEADLINE ") - feche-a primeiro."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Prazo da campanha (AAAAMMDD, 0 = daqui a "
               WS-RECERT-DAYS " dias):"
       ACCEPT WS-IN-DEADLINE
       IF WS-IN-DEADLINE = 0
           COMPUTE WS-IN-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-RECERT-DAYS)
       END-IF
       IF WS-IN-DEADLINE <= WS-TODAY
           DISPLAY "Prazo invalido: tem de ser posterior a hoje."
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-USER-TABLE
       MOVE 0 TO WS-CT-COUNT
       PERFORM VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-UT-COUNT
           IF WS-UT-ACTIVE (WS-UT-IDX) NOT = "D"
               ADD 1 TO WS-CT-COUNT
               MOVE WS-UT-NAME (WS-UT-IDX) TO WS-CT-USER (WS-CT-COUNT)
               MOVE WS-UT-ROLE (WS-UT-IDX) TO WS-CT-ROLE (WS-CT-COUNT)
               MOVE WS-UT-LIMIT (WS-UT-IDX)
                   TO WS-CT-AUTH-LIMIT (WS-CT-COUNT)
               MOVE WS-UT-LAST-LOGIN (WS-UT-IDX)
                   TO WS-CT-LAST-LOGIN (WS-CT-COUNT)
               MOVE WS-UT-MANAGER (WS-UT-IDX)
                   TO WS-CT-MANAGER (WS-CT-COUNT)
               MOVE "P" TO WS-CT-DECISION (WS-CT-COUNT)
               MOVE SPACE TO WS-CT-OUTCOME (WS-CT-COUNT)
               MOVE SPACES TO WS-CT-DECIDED-BY (WS-CT-COUNT)
               MOVE 0 TO WS-CT-DECIDED-DATE (WS-CT-COUNT)
               MOVE WS-TODAY TO WS-CT-OPENED (WS-CT-COUNT)
               MOVE WS-IN-DEADLINE TO WS-CT-DEADLINE (WS-CT-COUNT)
               MOVE 0 TO WS-CT-CLOSED (WS-CT-COUNT)
           END-IF
       END-PERFORM
       IF WS-CT-COUNT = 0
           DISPLAY "Sem utilizadores ativos em users.dat."
           EXIT PARAGRAPH
       END-IF

      *> A campanha fechada anterior fica arquivada pela sua data de
      *> abertura antes de o ficheiro ser reescrito.
       OPEN INPUT RECERT-FILE
       IF WS-RCT-STATUS = "00"
           READ RECERT-FILE
               AT END MOVE 0 TO RCT-OPENED
           END-READ
           CLOSE RECERT-FILE
           IF RCT-OPENED NOT = 0
               MOVE SPACES TO WS-SYS-CMD
               STRING "mv recert_campaign.dat recert_campaign_"
                          DELIMITED BY SIZE
                      RCT-OPENED DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-SYS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SYS-CMD
           END-IF
       ELSE
           CLOSE RECERT-FILE
       END-IF

       PERFORM SORT-CAMPAIGN-TABLE
       PERFORM SAVE-CAMPAIGN
       MOVE "Y" TO WS-CAMP-OPEN
       MOVE WS-TODAY TO WS-CAMP-OPENED
       MOVE WS-IN-DEADLINE TO WS-CAMP-DEADLINE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "RECERT OPEN " DELIMITED BY SIZE
              WS-CT-COUNT DELIMITED BY SIZE
              " USERS DUE " DELIMITED BY SIZE
              WS-IN-DEADLINE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Campanha aberta: " WS-CT-COUNT
               " utilizador(es) a rever ate " WS-IN-DEADLINE "."
       PERFORM PRINT-REVIEW-LISTS
       MOVE 0 TO WS-SOD-FROM
       PERFORM SCAN-SOD-CONFLICTS.

REPRINT-REVIEW-LISTS.
       PERFORM LOAD-CAMPAIGN
       IF WS-CT-COUNT = 0
           DISPLAY "Nenhuma campanha registada."
           EXIT PARAGRAPH
       END-IF
       PERFORM PRINT-REVIEW-LISTS.

*>-----------------------------------------------------------------
*> Decisao de um gestor: mostra os utilizadores que lhe cabem e
*> ainda estao por decidir, e regista K ou R para um deles. Os sem
*> gestor cabem aos Admins; o proprio acesso nunca.
*>-----------------------------------------------------------------
RECORD-DECISION.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM LOAD-CAMPAIGN
       IF WS-CAMP-OPEN NOT = "Y"
           DISPLAY "Nenhuma campanha aberta."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-SHOWN-COUNT
       DISPLAY "Por decidir a seu cargo (prazo " WS-CAMP-DEADLINE "):"
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF WS-CT-DECISION (WS-CT-IDX) = "P"
              AND WS-CT-USER (WS-CT-IDX) NOT = WS-OPER-NAME
              AND (WS-CT-MANAGER (WS-CT-IDX) = WS-OPER-NAME
                   OR (WS-CT-MANAGER (WS-CT-IDX) = SPACES
                       AND OPER-ADMIN))
               ADD 1 TO WS-SHOWN-COUNT
               DISPLAY "  " WS-CT-USER (WS-CT-IDX)
                       " perfil " WS-CT-ROLE (WS-CT-IDX)
                       " limite " WS-CT-AUTH-LIMIT (WS-CT-IDX)
                       " ultimo login " WS-CT-LAST-LOGIN (WS-CT-IDX)
           END-IF
       END-PERFORM
       IF WS-SHOWN-COUNT = 0
           DISPLAY "  (nenhum)"
       END-IF

       DISPLAY "Username a decidir:"
       ACCEPT WS-IN-USER
       MOVE "N" TO WS-FOUND
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND = "Y"
           IF WS-CT-USER (WS-CT-IDX) = WS-IN-USER
               MOVE "Y" TO WS-FOUND
           END-IF
       END-PERFORM
       IF WS-FOUND NOT = "Y"
           DISPLAY "Utilizador fora da campanha."
           EXIT PARAGRAPH
       END-IF
       SUBTRACT 1 FROM WS-CT-IDX

       IF WS-IN-USER = WS-OPER-NAME
           DISPLAY "Acesso negado: ninguem recertifica o seu proprio "
                   "acesso."
           PERFORM LOG-ACCESS-DENIED
           EXIT PARAGRAPH
       END-IF
       IF WS-CT-MANAGER (WS-CT-IDX) NOT = WS-OPER-NAME
          AND NOT (WS-CT-MANAGER (WS-CT-IDX) = SPACES AND OPER-ADMIN)
           DISPLAY "Acesso negado: so o gestor do utilizador decide "
                   "(sem gestor: um Admin)."
           PERFORM LOG-ACCESS-DENIED
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Decisao atual: " WS-CT-DECISION (WS-CT-IDX)
               " - nova (K=manter / R=revogar):"
       ACCEPT WS-IN-DECISION
       MOVE FUNCTION UPPER-CASE(WS-IN-DECISION) TO WS-IN-DECISION
       IF WS-IN-DECISION NOT = "K" AND WS-IN-DECISION NOT = "R"
           DISPLAY "Decisao invalida."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-IN-DECISION TO WS-CT-DECISION (WS-CT-IDX)
       MOVE WS-OPER-NAME TO WS-CT-DECIDED-BY (WS-CT-IDX)
       MOVE WS-TODAY TO WS-CT-DECIDED-DATE (WS-CT-IDX)
       PERFORM SAVE-CAMPAIGN

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       IF WS-IN-DECISION = "K"
           STRING "RECERT " DELIMITED BY SIZE
                  WS-IN-USER DELIMITED BY SIZE
                  " KEEP" DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
       ELSE
           STRING "RECERT " DELIMITED BY SIZE
                  WS-IN-USER DELIMITED BY SIZE
                  " REVOKE" DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
       END-IF
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Decisao registada.".

*>-----------------------------------------------------------------
*> Fecho: no prazo ou depois, ou antes se ja nada estiver por
*> decidir. Revogados e nao revistos sao desativados em users.dat;
*> os mantidos ficam como estao.
*>-----------------------------------------------------------------
CLOSE-CAMPAIGN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM LOAD-CAMPAIGN
       IF WS-CAMP-OPEN NOT = "Y"
           DISPLAY "Nenhuma campanha aberta."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-PENDING-COUNT
       MOVE 0 TO WS-KEPT-COUNT
       MOVE 0 TO WS-REVOKED-COUNT
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           EVALUATE WS-CT-DECISION (WS-CT-IDX)
               WHEN "K" ADD 1 TO WS-KEPT-COUNT
               WHEN "R" ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
       END-PERFORM
       IF WS-TODAY < WS-CAMP-DEADLINE AND WS-PENDING-COUNT > 0
           DISPLAY "Prazo " WS-CAMP-DEADLINE " ainda nao passou e "
                   "faltam " WS-PENDING-COUNT " decisao(oes)."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Manter " WS-KEPT-COUNT ", revogar " WS-REVOKED-COUNT
               ", nao revistos " WS-PENDING-COUNT
               " (tambem desativados). Fechar? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Campanha continua aberta."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-DISABLED-COUNT
       OPEN I-O USERS-FILE
       IF WS-USERS-STATUS = "00"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ USERS-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       PERFORM CLOSE-ONE-USER
               END-READ
           END-PERFORM
       END-IF
       CLOSE USERS-FILE

      *> Linhas de utilizadores entretanto apagados de users.dat.
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF WS-CT-OUTCOME (WS-CT-IDX) = SPACE
               IF WS-CT-DECISION (WS-CT-IDX) = "K"
                   MOVE "M" TO WS-CT-OUTCOME (WS-CT-IDX)
               ELSE
                   MOVE "D" TO WS-CT-OUTCOME (WS-CT-IDX)
               END-IF
               MOVE WS-TODAY TO WS-CT-CLOSED (WS-CT-IDX)
           END-IF
       END-PERFORM
       PERFORM SAVE-CAMPAIGN
       MOVE "N" TO WS-CAMP-OPEN

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "RECERT CLOSE " DELIMITED BY SIZE
              WS-KEPT-COUNT DELIMITED BY SIZE
              " KEPT " DELIMITED BY SIZE
              WS-DISABLED-COUNT DELIMITED BY SIZE
              " DISABLED" DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Campanha fechada: " WS-DISABLED-COUNT
               " utilizador(es) desativado(s)."
       PERFORM PRINT-REVIEW-LISTS
       MOVE 0 TO WS-SOD-FROM
       PERFORM SCAN-SOD-CONFLICTS.

      *> Utilizador corrente de users.dat contra a campanha: mantido
      *> fica; revogado ou por decidir e desativado (se ainda nao
      *> estiver) com uma linha na trilha.
CLOSE-ONE-USER.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND = "Y"
           IF WS-CT-USER (WS-CT-IDX) = USER-NAME
              AND WS-CT-OUTCOME (WS-CT-IDX) = SPACE
               MOVE "Y" TO WS-FOUND
           END-IF
       END-PERFORM
       IF WS-FOUND NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       SUBTRACT 1 FROM WS-CT-IDX
       MOVE WS-TODAY TO WS-CT-CLOSED (WS-CT-IDX)
       IF WS-CT-DECISION (WS-CT-IDX) = "K"
           MOVE "M" TO WS-CT-OUTCOME (WS-CT-IDX)
           EXIT PARAGRAPH
       END-IF

       MOVE "D" TO WS-CT-OUTCOME (WS-CT-IDX)
       IF USER-DISABLED
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO USER-ACTIVE
       REWRITE USER-REC
       PERFORM CHECK-USERS-REWRITE
       ADD 1 TO WS-DISABLED-COUNT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "RECERT DISABLED " DELIMITED BY SIZE
              USER-NAME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-DECISION (WS-CT-IDX) DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

*>-----------------------------------------------------------------
*> Gestor de um utilizador (em branco retira a atribuicao). Com
*> uma campanha aberta, a linha ainda por decidir passa logo para
*> o gestor novo.
*>-----------------------------------------------------------------
ASSIGN-MANAGER.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Username:"
       ACCEPT WS-IN-USER
       DISPLAY "Gestor (username, em branco para retirar):"
       ACCEPT WS-IN-MANAGER

       PERFORM LOAD-USER-TABLE
       MOVE WS-IN-USER TO WS-FIND-NAME
       PERFORM FIND-USER-ENTRY
       IF WS-FOUND NOT = "Y"
           DISPLAY "Utilizador nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-MANAGER NOT = SPACES
           IF WS-IN-MANAGER = WS-IN-USER
               DISPLAY "Um utilizador nao pode ser o seu proprio "
                       "gestor."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-MANAGER TO WS-FIND-NAME
           PERFORM FIND-USER-ENTRY
           IF WS-FOUND NOT = "Y"
               DISPLAY "Gestor nao encontrado em users.dat."
               EXIT PARAGRAPH
           END-IF
       END-IF

       OPEN OUTPUT MANAGER-TEMP-FILE
       OPEN INPUT MANAGER-FILE
       IF WS-UM-STATUS = "00"
           MOVE "N" TO WS-UM-EOF
           PERFORM UNTIL WS-UM-EOF = "Y"
               READ MANAGER-FILE
                   AT END MOVE "Y" TO WS-UM-EOF
                   NOT AT END
                       IF UM-USER NOT = WS-IN-USER
                           MOVE UM-REC TO UM-TEMP-REC
                           WRITE UM-TEMP-REC
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MANAGER-FILE
       IF WS-IN-MANAGER NOT = SPACES
           MOVE WS-IN-USER TO UM-USER
           MOVE WS-IN-MANAGER TO UM-MANAGER
           MOVE WS-OPER-NAME TO UM-SET-BY
           MOVE WS-TODAY TO UM-SET-DATE
           MOVE UM-REC TO UM-TEMP-REC
           WRITE UM-TEMP-REC
       END-IF
       CLOSE MANAGER-TEMP-FILE
       CALL "SYSTEM" USING "mv user_managers.tmp user_managers.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "RECERT MGR " DELIMITED BY SIZE
              FUNCTION TRIM(WS-IN-USER) DELIMITED BY SIZE
              " > " DELIMITED BY SIZE
              FUNCTION TRIM(WS-IN-MANAGER) DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Gestor atribuido."

       PERFORM LOAD-CAMPAIGN
       IF WS-CAMP-OPEN NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-FOUND
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF WS-CT-USER (WS-CT-IDX) = WS-IN-USER
              AND WS-CT-DECISION (WS-CT-IDX) = "P"
               MOVE WS-IN-MANAGER TO WS-CT-MANAGER (WS-CT-IDX)
               MOVE "Y" TO WS-FOUND
           END-IF
       END-PERFORM
       IF WS-FOUND = "Y"
           PERFORM SORT-CAMPAIGN-TABLE
           PERFORM SAVE-CAMPAIGN
           DISPLAY "Revisao pendente na campanha aberta passa para o "
                   "gestor novo."
       END-IF.

*>-----------------------------------------------------------------
*> Listas de revisao, uma por gestor (a campanha esta gravada por
*> gestor e utilizador): perfil, limite, ultimo login, decisao e,
*> depois do fecho, o resultado.
*>-----------------------------------------------------------------
PRINT-REVIEW-LISTS.
       OPEN OUTPUT REVIEW-REPORT-FILE
       MOVE SPACES TO REVIEW-REPORT-LINE
       STRING "RECERTIFICACAO DE ACESSOS - aberta em " DELIMITED BY SIZE
              WS-CAMP-OPENED DELIMITED BY SIZE
              ", prazo " DELIMITED BY SIZE
              WS-CAMP-DEADLINE DELIMITED BY SIZE
              INTO REVIEW-REPORT-LINE
       END-STRING
       IF WS-CAMP-OPEN NOT = "Y"
           MOVE "(FECHADA)" TO REVIEW-REPORT-LINE(70:9)
       END-IF
       WRITE REVIEW-REPORT-LINE

       MOVE HIGH-VALUES TO WS-RRPT-MANAGER
       MOVE 0 TO WS-PENDING-COUNT
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF WS-CT-MANAGER (WS-CT-IDX) NOT = WS-RRPT-MANAGER
               PERFORM PRINT-MANAGER-HEADER
           END-IF
           PERFORM PRINT-REVIEW-LINE
       END-PERFORM

       MOVE SPACES TO REVIEW-REPORT-LINE
       WRITE REVIEW-REPORT-LINE
       MOVE SPACES TO REVIEW-REPORT-LINE
       STRING "Utilizadores: " DELIMITED BY SIZE
              WS-CT-COUNT DELIMITED BY SIZE
              "   por decidir: " DELIMITED BY SIZE
              WS-PENDING-COUNT DELIMITED BY SIZE
              INTO REVIEW-REPORT-LINE
       END-STRING
       WRITE REVIEW-REPORT-LINE
       CLOSE REVIEW-REPORT-FILE
       MOVE "recert_review_list.txt" TO RPQ-FILE
       MOVE "RECERTRV" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Listas de revisao gravadas em recert_review_list.txt.".

PRINT-MANAGER-HEADER.
       MOVE WS-CT-MANAGER (WS-CT-IDX) TO WS-RRPT-MANAGER
       MOVE SPACES TO REVIEW-REPORT-LINE
       WRITE REVIEW-REPORT-LINE
       MOVE SPACES TO REVIEW-REPORT-LINE
       IF WS-RRPT-MANAGER = SPACES
           MOVE "GESTOR: (sem gestor - revisao por um Admin)"
               TO REVIEW-REPORT-LINE
       ELSE
           STRING "GESTOR: " DELIMITED BY SIZE
                  WS-RRPT-MANAGER DELIMITED BY SIZE
                  INTO REVIEW-REPORT-LINE
           END-STRING
       END-IF
       WRITE REVIEW-REPORT-LINE
       MOVE "UTILIZADOR            PERFIL        LIMITE  LOGIN     "
          & "DECISAO   DECIDIDO POR          RESULTADO"
           TO REVIEW-REPORT-LINE
       WRITE REVIEW-REPORT-LINE
       MOVE ALL "-" TO REVIEW-REPORT-LINE
       WRITE REVIEW-REPORT-LINE.

PRINT-REVIEW-LINE.
       MOVE WS-CT-USER (WS-CT-IDX) TO WS-RRPT-USER
       EVALUATE WS-CT-ROLE (WS-CT-IDX)
           WHEN "A" MOVE "Admin"   TO WS-RRPT-ROLE
           WHEN "T" MOVE "Teller"  TO WS-RRPT-ROLE
           WHEN "R" MOVE "Auditor" TO WS-RRPT-ROLE
           WHEN OTHER MOVE "User"  TO WS-RRPT-ROLE
       END-EVALUATE
       MOVE WS-CT-AUTH-LIMIT (WS-CT-IDX) TO WS-RRPT-LIMIT
       IF WS-CT-LAST-LOGIN (WS-CT-IDX) = 0
           MOVE "NUNCA" TO WS-RRPT-LOGIN
       ELSE
           MOVE WS-CT-LAST-LOGIN (WS-CT-IDX) TO WS-RRPT-LOGIN
       END-IF
       EVALUATE WS-CT-DECISION (WS-CT-IDX)
           WHEN "K" MOVE "MANTER"  TO WS-RRPT-DECISION
           WHEN "R" MOVE "REVOGAR" TO WS-RRPT-DECISION
           WHEN OTHER
               MOVE "PENDENTE" TO WS-RRPT-DECISION
               ADD 1 TO WS-PENDING-COUNT
       END-EVALUATE
       MOVE WS-CT-DECIDED-BY (WS-CT-IDX) TO WS-RRPT-BY
       EVALUATE WS-CT-OUTCOME (WS-CT-IDX)
           WHEN "M" MOVE "MANTIDO"     TO WS-RRPT-OUTCOME
           WHEN "D" MOVE "DESATIVADO"  TO WS-RRPT-OUTCOME
           WHEN OTHER MOVE SPACES      TO WS-RRPT-OUTCOME
       END-EVALUATE
       MOVE WS-RRPT-DETAIL TO REVIEW-REPORT-LINE
       WRITE REVIEW-REPORT-LINE.

RUN-SOD-SCAN.
       DISPLAY "Trilha a partir de (AAAAMMDD, 0 = toda):"
       ACCEPT WS-SOD-FROM
       PERFORM SCAN-SOD-CONFLICTS.

*>-----------------------------------------------------------------
*> Conflitos de segregacao de funcoes (sod_conflicts.txt):
*>   MAKER=CHECKER  pedido de pending_auth.dat despachado por quem
*>                  o criou;
*>   BALCAO/ADMIN   movimento de balcao lancado por um Admin (ou
*>   BALCAO/AUDITOR por um Auditor, perfil so de consulta);
*>   AUTO-LIMITE    operador que definiu o seu proprio limite de
*>                  autorizacao.
*> Linhas da trilha anteriores a WS-SOD-FROM nao contam.
*>-----------------------------------------------------------------
SCAN-SOD-CONFLICTS.
       PERFORM LOAD-USER-TABLE
       MOVE 0 TO WS-SOD-MAKER-CHK
       MOVE 0 TO WS-SOD-TELLER
       MOVE 0 TO WS-SOD-SELF-LIMIT

       OPEN OUTPUT SOD-REPORT-FILE
       MOVE SPACES TO SOD-REPORT-LINE
       STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - trilha desde "
                  DELIMITED BY SIZE
              WS-SOD-FROM DELIMITED BY SIZE
              INTO SOD-REPORT-LINE
       END-STRING
       WRITE SOD-REPORT-LINE
       MOVE "REGRA              DATA      UTILIZADOR            DETALHE"
           TO SOD-REPORT-LINE
       WRITE SOD-REPORT-LINE
       MOVE ALL "-" TO SOD-REPORT-LINE
       WRITE SOD-REPORT-LINE

       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "00"
           MOVE "N" TO WS-PA-EOF
           PERFORM UNTIL WS-PA-EOF = "Y"
               READ PENDING-AUTH-FILE
                   AT END MOVE "Y" TO WS-PA-EOF
                   NOT AT END
                       IF PA-CHECKER NOT = SPACES
                          AND PA-CHECKER = PA-MAKER
                          AND PA-DISP-DATE >= WS-SOD-FROM
                           PERFORM WRITE-MAKER-CHECKER-CONFLICT
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PENDING-AUTH-FILE

       OPEN INPUT AUDIT-FILE
       IF WS-AUDIT-STATUS = "00"
           MOVE "N" TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM PARSE-AUDIT-LINE
                       IF WS-SCAN-DATE IS NUMERIC
                          AND WS-SCAN-DATE >= WS-SOD-FROM
                           PERFORM CHECK-AUDIT-CONFLICT
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE AUDIT-FILE

       COMPUTE WS-SOD-TOTAL = WS-SOD-MAKER-CHK + WS-SOD-TELLER
                            + WS-SOD-SELF-LIMIT
       MOVE SPACES TO SOD-REPORT-LINE
       WRITE SOD-REPORT-LINE
       MOVE SPACES TO SOD-REPORT-LINE
       STRING "Maker=checker: " DELIMITED BY SIZE
              WS-SOD-MAKER-CHK DELIMITED BY SIZE
              "   balcao por Admin/Auditor: " DELIMITED BY SIZE
              WS-SOD-TELLER DELIMITED BY SIZE
              "   auto-limite: " DELIMITED BY SIZE
              WS-SOD-SELF-LIMIT DELIMITED BY SIZE
              INTO SOD-REPORT-LINE
       END-STRING
       WRITE SOD-REPORT-LINE
       CLOSE SOD-REPORT-FILE
       MOVE "sod_conflicts.txt" TO RPQ-FILE
       MOVE "SODCONF" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SOD SCAN " DELIMITED BY SIZE
              WS-SOD-TOTAL DELIMITED BY SIZE
              " CONFLICTS" DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Conflitos de segregacao de funcoes: " WS-SOD-TOTAL
               " (sod_conflicts.txt).".

WRITE-MAKER-CHECKER-CONFLICT.
       ADD 1 TO WS-SOD-MAKER-CHK
       MOVE "MAKER=CHECKER" TO WS-SRPT-RULE
       MOVE PA-DISP-DATE TO WS-SRPT-DATE
       MOVE PA-MAKER TO WS-SRPT-USER
       MOVE SPACES TO WS-SOD-TEXT
       STRING "PEDIDO " DELIMITED BY SIZE
              PA-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PA-SOURCE DELIMITED BY SPACE
              " ESTADO " DELIMITED BY SIZE
              PA-STATUS DELIMITED BY SIZE
              INTO WS-SOD-TEXT
       END-STRING
       MOVE WS-SOD-TEXT TO WS-SRPT-TEXT
       MOVE WS-SRPT-DETAIL TO SOD-REPORT-LINE
       WRITE SOD-REPORT-LINE.

      *> Linha da trilha ja decomposta contra as regras da trilha.
CHECK-AUDIT-CONFLICT.
       IF WS-SCAN-ACTION(1:12) = "DEPOSIT ACC "
          OR WS-SCAN-ACTION(1:15) = "WITHDRAWAL ACC "
          OR WS-SCAN-ACTION(1:11) = "TELLER TXN "
           MOVE WS-SCAN-USER TO WS-FIND-NAME
           PERFORM FIND-USER-ENTRY
           IF WS-FOUND = "Y"
               IF WS-UT-ROLE (WS-UT-IDX) = "A"
                   MOVE "BALCAO/ADMIN" TO WS-SRPT-RULE
                   PERFORM WRITE-AUDIT-CONFLICT
                   ADD 1 TO WS-SOD-TELLER
               END-IF
               IF WS-UT-ROLE (WS-UT-IDX) = "R"
                   MOVE "BALCAO/AUDITOR" TO WS-SRPT-RULE
                   PERFORM WRITE-AUDIT-CONFLICT
                   ADD 1 TO WS-SOD-TELLER
               END-IF
           END-IF
       END-IF
       IF WS-SCAN-ACTION(1:15) = "AUTH LIMIT SET "
          AND WS-SCAN-ACTION(16:20) = WS-SCAN-USER
           MOVE "AUTO-LIMITE" TO WS-SRPT-RULE
           PERFORM WRITE-AUDIT-CONFLICT
           ADD 1 TO WS-SOD-SELF-LIMIT
       END-IF.

WRITE-AUDIT-CONFLICT.
       MOVE WS-SCAN-DATE TO WS-SRPT-DATE
       MOVE WS-SCAN-USER TO WS-SRPT-USER
       MOVE WS-SCAN-ACTION TO WS-SRPT-TEXT
       MOVE WS-SRPT-DETAIL TO SOD-REPORT-LINE
       WRITE SOD-REPORT-LINE.

      *> Formato novo: conteudo a partir da coluna 19 (data, user na
      *> 30, acao na 51); formato antigo: user na 12, acao na 33.
PARSE-AUDIT-LINE.
       IF AUDIT-LINE(1:6) IS NUMERIC AND AUDIT-LINE(8:10) IS NUMERIC
           MOVE AUDIT-LINE(19:8) TO WS-SCAN-DATE
           MOVE AUDIT-LINE(30:20) TO WS-SCAN-USER
           MOVE AUDIT-LINE(51:40) TO WS-SCAN-ACTION
       ELSE
           MOVE AUDIT-LINE(1:8) TO WS-SCAN-DATE
           MOVE AUDIT-LINE(12:20) TO WS-SCAN-USER
           MOVE AUDIT-LINE(33:40) TO WS-SCAN-ACTION
       END-IF.

*>-----------------------------------------------------------------
*> users.dat para WS-USER-TABLE, com o gestor de
*> user_managers.dat e o ultimo LOGIN SUCCESS da trilha.
*>-----------------------------------------------------------------
LOAD-USER-TABLE.
       MOVE 0 TO WS-UT-COUNT
       OPEN INPUT USERS-FILE
       IF WS-USERS-STATUS = "00"
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ USERS-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF WS-UT-COUNT < 200
                           ADD 1 TO WS-UT-COUNT
                           MOVE USER-NAME TO WS-UT-NAME (WS-UT-COUNT)
                           MOVE USER-ROLE TO WS-UT-ROLE (WS-UT-COUNT)
                           MOVE USER-ACTIVE
                               TO WS-UT-ACTIVE (WS-UT-COUNT)
                           IF USER-AUTH-LIMIT IS NUMERIC
                               MOVE USER-AUTH-LIMIT
                                   TO WS-UT-LIMIT (WS-UT-COUNT)
                           ELSE
                               MOVE 0 TO WS-UT-LIMIT (WS-UT-COUNT)
                           END-IF
                           MOVE 0 TO WS-UT-LAST-LOGIN (WS-UT-COUNT)
                           MOVE SPACES TO WS-UT-MANAGER (WS-UT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE USERS-FILE

       OPEN INPUT MANAGER-FILE
       IF WS-UM-STATUS = "00"
           MOVE "N" TO WS-UM-EOF
           PERFORM UNTIL WS-UM-EOF = "Y"
               READ MANAGER-FILE
                   AT END MOVE "Y" TO WS-UM-EOF
                   NOT AT END
                       MOVE UM-USER TO WS-FIND-NAME
                       PERFORM FIND-USER-ENTRY
                       IF WS-FOUND = "Y"
                           MOVE UM-MANAGER TO WS-UT-MANAGER (WS-UT-IDX)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MANAGER-FILE

       OPEN INPUT AUDIT-FILE
       IF WS-AUDIT-STATUS = "00"
           MOVE "N" TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       MOVE 0 TO WS-LOGIN-HITS
                       INSPECT AUDIT-LINE TALLYING WS-LOGIN-HITS
                           FOR ALL "LOGIN SUCCESS"
                       IF WS-LOGIN-HITS > 0
                           PERFORM PARSE-AUDIT-LINE
                           MOVE WS-SCAN-USER TO WS-FIND-NAME
                           PERFORM FIND-USER-ENTRY
                           IF WS-FOUND = "Y" AND WS-SCAN-DATE IS NUMERIC
                               MOVE WS-SCAN-DATE
                                   TO WS-UT-LAST-LOGIN (WS-UT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE AUDIT-FILE.

      *> WS-FIND-NAME em WS-USER-TABLE: WS-FOUND e WS-UT-IDX.
FIND-USER-ENTRY.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-UT-COUNT OR WS-FOUND = "Y"
           IF WS-UT-NAME (WS-UT-IDX) = WS-FIND-NAME
               MOVE "Y" TO WS-FOUND
           END-IF
       END-PERFORM
       IF WS-FOUND = "Y"
           SUBTRACT 1 FROM WS-UT-IDX
       END-IF.

      *> recert_campaign.dat para WS-CAMP-TABLE; a campanha esta
      *> aberta enquanto houver linhas sem resultado de fecho.
LOAD-CAMPAIGN.
       MOVE 0 TO WS-CT-COUNT
       MOVE "N" TO WS-CAMP-OPEN
       MOVE 0 TO WS-CAMP-OPENED
       MOVE 0 TO WS-CAMP-DEADLINE
       OPEN INPUT RECERT-FILE
       IF WS-RCT-STATUS NOT = "00"
           CLOSE RECERT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RCT-EOF
       PERFORM UNTIL WS-RCT-EOF = "Y"
           READ RECERT-FILE
               AT END MOVE "Y" TO WS-RCT-EOF
               NOT AT END
                   IF WS-CT-COUNT < 200
                       ADD 1 TO WS-CT-COUNT
                       MOVE RCT-REC TO WS-CT-ENTRY (WS-CT-COUNT)
                       MOVE RCT-OPENED TO WS-CAMP-OPENED
                       MOVE RCT-DEADLINE TO WS-CAMP-DEADLINE
                       IF RCT-OUTCOME = SPACE
                           MOVE "Y" TO WS-CAMP-OPEN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RECERT-FILE.

SAVE-CAMPAIGN.
       OPEN OUTPUT RECERT-TEMP-FILE
       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           MOVE WS-CT-ENTRY (WS-CT-IDX) TO RCT-TEMP-REC
           WRITE RCT-TEMP-REC
       END-PERFORM
       CLOSE RECERT-TEMP-FILE
       CALL "SYSTEM" USING "mv recert_campaign.tmp recert_campaign.dat".

      *> Bubble sort da campanha por gestor e, dentro do gestor, por
      *> utilizador, para a lista sair agrupada.
SORT-CAMPAIGN-TABLE.
       IF WS-CT-COUNT > 1
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CT-COUNT
               COMPUTE WS-SORT-LIMIT = WS-CT-COUNT - WS-SORT-I
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-SORT-LIMIT
                   PERFORM COMPARE-AND-SWAP-CAMPAIGN
               END-PERFORM
           END-PERFORM
       END-IF.

COMPARE-AND-SWAP-CAMPAIGN.
       IF WS-CT-MANAGER (WS-SORT-J) > WS-CT-MANAGER (WS-SORT-J + 1)
          OR (WS-CT-MANAGER (WS-SORT-J) = WS-CT-MANAGER (WS-SORT-J + 1)
              AND WS-CT-USER (WS-SORT-J) > WS-CT-USER (WS-SORT-J + 1))
           MOVE WS-CT-ENTRY (WS-SORT-J) TO WS-CT-SWAP
           MOVE WS-CT-ENTRY (WS-SORT-J + 1) TO WS-CT-ENTRY (WS-SORT-J)
           MOVE WS-CT-SWAP TO WS-CT-ENTRY (WS-SORT-J + 1)
       END-IF.

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
       MOVE "RECERT-CAMPAIGN" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
