       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-MAINT.

      *> Manutencao dos parametros do sistema (system_parameters.dat:
      *> codigo, valor, data de efeito, valor anterior e descricao).
      *> Os limiares que estavam fixos em WORKING-STORAGE -- o limite
      *> de transferencia grande e o periodo de carencia de
      *> beneficiarios (dias e limite) do BANK-SYSTEM-D26, o limite
      *> diario do quiosque (KIOSK), a tolerancia de
      *> conferencia e a dupla autorizacao do AP-SYSTEM, a dupla
      *> autorizacao do TRANSACT e do LOAN-SYSTEM, as tentativas de
      *> login ate bloquear, o periodo de dormencia, o prazo da
      *> recertificacao de acessos e o prazo de resposta a
      *> reclamacoes -- sao lidos daqui no arranque de
      *> cada programa (SYS-PARAM); sem linha no ficheiro cada
      *> programa fica com o valor compilado.
      *>
      *> Listar esta aberto a qualquer operador; alterar e carregar
      *> os valores de origem e so para Admins, e cada alteracao fica
      *> na trilha de auditoria com o valor antigo e o novo. Uma
      *> alteracao com data de efeito futura so conta a partir dessa
      *> data: ate la os programas continuam com o valor anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "system_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

           SELECT PARAM-TEMP-FILE ASSIGN TO "system_parameters.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FILE.
       COPY "SYSTEM-PARAM-RECORD.cpy".

      *> Width must match SP-REC exactly (86 chars).
       FD PARAM-TEMP-FILE.
       01 SP-TEMP-REC PIC X(86).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-SP-STATUS      PIC XX.
       01 WS-SP-EOF         PIC X VALUE "N".
       01 WS-SP-FOUND       PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-LIST-COUNT     PIC 9(3).
       01 WS-DISP-VALUE     PIC Z(6)9.99.
       01 WS-DISP-PREV      PIC Z(6)9.99.

      *> Alteracao em curso: o que o Admin teclou e a linha atual.
       01 WS-IN-CODE        PIC X(12).
       01 WS-IN-VALUE       PIC 9(7)V99.
       01 WS-IN-EFF-DATE    PIC 9(8).
       01 WS-IN-DESC        PIC X(40).
       01 WS-CONFIRM        PIC X.
       01 WS-OLD-VALUE      PIC 9(7)V99.
       01 WS-OLD-EFF-DATE   PIC 9(8).
       01 WS-OLD-PREV-VALUE PIC 9(7)V99.
       01 WS-OLD-PREV-DATE  PIC 9(8).
       01 WS-OLD-DESC       PIC X(40).

      *> Carga dos valores de origem (os compilados nos programas).
       01 WS-SEED-CODE      PIC X(12).
       01 WS-SEED-VALUE     PIC 9(7)V99.
       01 WS-SEED-DESC      PIC X(40).
       01 WS-SEED-COUNT     PIC 9(2).

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

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       PERFORM LOGIN-OPERATOR
       IF WS-LOGIN-RESULT NOT = "S"
           DISPLAY "Acesso recusado."
           STOP RUN
       END-IF
       PERFORM MENU-LOOP
       STOP RUN.

MENU-LOOP.
       DISPLAY "===== PARAMETROS DO SISTEMA ====="
       DISPLAY "1. Listar parametros"
       DISPLAY "2. Alterar ou criar parametro"
       DISPLAY "3. Carregar valores de origem em falta"
       DISPLAY "4. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-PARAMETERS
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM CHANGE-PARAMETER
               ELSE
                   DISPLAY "Acesso negado: parametros reservados a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM SEED-PARAMETERS
               ELSE
                   DISPLAY "Acesso negado: parametros reservados a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

      *> O proprio ecra de parametros respeita o limite de tentativas
      *> de login que mantem.
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
       MOVE "PARAM-MAINT" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

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

LIST-PARAMETERS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       OPEN INPUT PARAM-FILE
       IF WS-SP-STATUS NOT = "00"
           DISPLAY "Sem parametros registados - os programas usam os "
                   "valores de origem (opcao 3 para os carregar)."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-LIST-COUNT
       MOVE "N" TO WS-SP-EOF
       PERFORM UNTIL WS-SP-EOF = "Y"
           READ PARAM-FILE
               AT END MOVE "Y" TO WS-SP-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE SP-VALUE TO WS-DISP-VALUE
                   DISPLAY SP-CODE " " WS-DISP-VALUE
                           " desde " SP-EFF-DATE " " SP-DESC
                   IF SP-EFF-DATE > WS-TODAY
                       IF SP-PREV-EFF-DATE NOT = 0
                           MOVE SP-PREV-VALUE TO WS-DISP-PREV
                           DISPLAY "    (ate la vigora "
                                   WS-DISP-PREV ")"
                       ELSE
                           DISPLAY "    (ate la vigora o valor de "
                                   "origem)"
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PARAM-FILE
       DISPLAY "Parametros: " WS-LIST-COUNT.

*>-----------------------------------------------------------------
*> Alteracao ou criacao: uma linha por codigo -- se o codigo ja
*> existe a linha e substituida, senao e acrescentada. Se o valor
*> atual ja estava em vigor passa a valor anterior (e o que os
*> programas usam ate a nova data de efeito); uma alteracao ainda
*> pendente e simplesmente substituida pela nova.
*>-----------------------------------------------------------------
CHANGE-PARAMETER.
       DISPLAY "Codigo do parametro:"
       ACCEPT WS-IN-CODE
       IF WS-IN-CODE = SPACES
           DISPLAY "Codigo invalido."
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-PARAMETER
       IF WS-SP-FOUND = "Y"
           MOVE WS-OLD-VALUE TO WS-DISP-VALUE
           DISPLAY WS-IN-CODE " = " WS-DISP-VALUE " desde "
                   WS-OLD-EFF-DATE " (" WS-OLD-DESC ")"
       ELSE
           DISPLAY "Parametro novo: " WS-IN-CODE
           MOVE 0 TO WS-OLD-VALUE
       END-IF

       DISPLAY "Novo valor:"
       ACCEPT WS-IN-VALUE
       DISPLAY "Data de efeito (AAAAMMDD, 0 = hoje):"
       ACCEPT WS-IN-EFF-DATE
       IF WS-SP-FOUND = "Y"
           DISPLAY "Descricao (em branco mantem a atual):"
       ELSE
           DISPLAY "Descricao:"
       END-IF
       MOVE SPACES TO WS-IN-DESC
       ACCEPT WS-IN-DESC

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-IN-EFF-DATE = 0
           MOVE WS-TODAY TO WS-IN-EFF-DATE
       END-IF
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-EFF-DATE) NOT = 0
           DISPLAY "Data de efeito invalida."
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-EFF-DATE < WS-TODAY
           DISPLAY "Data de efeito nao pode ser anterior a hoje."
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-DESC = SPACES
           IF WS-SP-FOUND = "Y"
               MOVE WS-OLD-DESC TO WS-IN-DESC
           ELSE
               DISPLAY "Parametro novo precisa de descricao."
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE WS-IN-VALUE TO WS-DISP-VALUE
       DISPLAY "Confirma " WS-IN-CODE " = " WS-DISP-VALUE
               " a partir de " WS-IN-EFF-DATE "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Nada alterado."
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-SP-FOUND
       OPEN OUTPUT PARAM-TEMP-FILE
       OPEN INPUT PARAM-FILE
       IF WS-SP-STATUS = "00"
           MOVE "N" TO WS-SP-EOF
           PERFORM UNTIL WS-SP-EOF = "Y"
               READ PARAM-FILE
                   AT END MOVE "Y" TO WS-SP-EOF
                   NOT AT END
                       IF SP-CODE = WS-IN-CODE
                           MOVE "Y" TO WS-SP-FOUND
                           PERFORM FILL-PARAMETER
                       END-IF
                       MOVE SP-REC TO SP-TEMP-REC
                       WRITE SP-TEMP-REC
               END-READ
           END-PERFORM
       END-IF
       CLOSE PARAM-FILE
       IF WS-SP-FOUND = "N"
           MOVE 0 TO WS-OLD-EFF-DATE
           PERFORM FILL-PARAMETER
           MOVE SP-REC TO SP-TEMP-REC
           WRITE SP-TEMP-REC
       END-IF
       CLOSE PARAM-TEMP-FILE
       CALL "SYSTEM" USING
           "mv system_parameters.tmp system_parameters.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "PARAM " DELIMITED BY SIZE
              WS-IN-CODE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-OLD-VALUE DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-IN-VALUE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       IF WS-IN-EFF-DATE > WS-TODAY
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PARAM " DELIMITED BY SIZE
                  WS-IN-CODE DELIMITED BY SPACE
                  " EFFECTIVE " DELIMITED BY SIZE
                  WS-IN-EFF-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
       END-IF

       DISPLAY "Parametro " WS-IN-CODE " = " WS-DISP-VALUE
               " a partir de " WS-IN-EFF-DATE ".".

      *> Linha nova a partir da atual (WS-OLD-...): o valor em vigor
      *> hoje fica como anterior; se o atual ainda estava pendente, o
      *> anterior mantem-se.
FILL-PARAMETER.
       IF WS-OLD-EFF-DATE NOT = 0
          AND WS-OLD-EFF-DATE <= WS-TODAY
           MOVE WS-OLD-VALUE TO SP-PREV-VALUE
           MOVE WS-OLD-EFF-DATE TO SP-PREV-EFF-DATE
       ELSE
           MOVE WS-OLD-PREV-VALUE TO SP-PREV-VALUE
           MOVE WS-OLD-PREV-DATE TO SP-PREV-EFF-DATE
       END-IF
       MOVE WS-IN-CODE TO SP-CODE
       MOVE WS-IN-VALUE TO SP-VALUE
       MOVE WS-IN-EFF-DATE TO SP-EFF-DATE
       MOVE WS-IN-DESC TO SP-DESC.

      *> Procura WS-IN-CODE e guarda a linha atual em WS-OLD-...
FIND-PARAMETER.
       MOVE "N" TO WS-SP-FOUND
       MOVE 0 TO WS-OLD-VALUE
       MOVE 0 TO WS-OLD-EFF-DATE
       MOVE 0 TO WS-OLD-PREV-VALUE
       MOVE 0 TO WS-OLD-PREV-DATE
       MOVE SPACES TO WS-OLD-DESC
       OPEN INPUT PARAM-FILE
       IF WS-SP-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SP-EOF
       PERFORM UNTIL WS-SP-EOF = "Y"
           READ PARAM-FILE
               AT END MOVE "Y" TO WS-SP-EOF
               NOT AT END
                   IF SP-CODE = WS-IN-CODE
                       MOVE "Y" TO WS-SP-FOUND
                       MOVE SP-VALUE TO WS-OLD-VALUE
                       MOVE SP-EFF-DATE TO WS-OLD-EFF-DATE
                       MOVE SP-PREV-VALUE TO WS-OLD-PREV-VALUE
                       MOVE SP-PREV-EFF-DATE TO WS-OLD-PREV-DATE
                       MOVE SP-DESC TO WS-OLD-DESC
                       MOVE "Y" TO WS-SP-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PARAM-FILE.

*>-----------------------------------------------------------------
*> Carga dos valores de origem: acrescenta, em vigor desde hoje,
*> os parametros que ainda nao estao no ficheiro, com os valores
*> que os programas tem compilados. Os que ja existem nao mudam.
*>-----------------------------------------------------------------
SEED-PARAMETERS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-SEED-COUNT

       MOVE "LOCKOUT-MAX" TO WS-SEED-CODE
       MOVE 3 TO WS-SEED-VALUE
       MOVE "Tentativas de login ate bloquear"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "PIN-LOCK-MAX" TO WS-SEED-CODE
       MOVE 3 TO WS-SEED-VALUE
       MOVE "Tentativas de PIN no quiosque ate reter"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "DORMANT-DAYS" TO WS-SEED-CODE
       MOVE 365 TO WS-SEED-VALUE
       MOVE "Dias sem movimento ate conta dormente"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "LARGE-TRF" TO WS-SEED-CODE
       MOVE 10000.00 TO WS-SEED-VALUE
       MOVE "Transferencia grande assinalada (D26)"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "DUAL-AUTH-TX" TO WS-SEED-CODE
       MOVE 5000.00 TO WS-SEED-VALUE
       MOVE "Movimento ao balcao c/ dupla autorizacao"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "DUAL-AUTH-LN" TO WS-SEED-CODE
       MOVE 5000.00 TO WS-SEED-VALUE
       MOVE "Credito com dupla autorizacao"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "DUAL-AUTH-AP" TO WS-SEED-CODE
       MOVE 25000.00 TO WS-SEED-VALUE
       MOVE "Pagamentos AP com dupla autorizacao"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "AP-MATCH-TOL" TO WS-SEED-CODE
       MOVE 0.05 TO WS-SEED-VALUE
       MOVE "Tolerancia conferencia faturas (0.05=5%)"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "RECERT-DAYS" TO WS-SEED-CODE
       MOVE 30 TO WS-SEED-VALUE
       MOVE "Dias de prazo da recertificacao"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "CPL-DAYS" TO WS-SEED-CODE
       MOVE 15 TO WS-SEED-VALUE
       MOVE "Dias uteis de resposta a reclamacoes"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "PAYEE-COOL-D" TO WS-SEED-CODE
       MOVE 3 TO WS-SEED-VALUE
       MOVE "Dias de carencia de beneficiario novo"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "PAYEE-COOL-L" TO WS-SEED-CODE
       MOVE 1000.00 TO WS-SEED-VALUE
       MOVE "Limite por transferencia em carencia"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       MOVE "KIOSK-DAY-LI" TO WS-SEED-CODE
       MOVE 2500.00 TO WS-SEED-VALUE
       MOVE "Limite diario de transferencia quiosque"
           TO WS-SEED-DESC
       PERFORM SEED-ONE-PARAMETER

       DISPLAY "Parametros carregados: " WS-SEED-COUNT.

SEED-ONE-PARAMETER.
       MOVE WS-SEED-CODE TO WS-IN-CODE
       PERFORM FIND-PARAMETER
       IF WS-SP-FOUND = "Y"
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND PARAM-FILE
       IF WS-SP-STATUS = "05" OR WS-SP-STATUS = "35"
           CLOSE PARAM-FILE
           OPEN OUTPUT PARAM-FILE
           CLOSE PARAM-FILE
           OPEN EXTEND PARAM-FILE
       END-IF
       MOVE WS-SEED-CODE TO SP-CODE
       MOVE WS-SEED-VALUE TO SP-VALUE
       MOVE WS-TODAY TO SP-EFF-DATE
       MOVE 0 TO SP-PREV-VALUE
       MOVE 0 TO SP-PREV-EFF-DATE
       MOVE WS-SEED-DESC TO SP-DESC
       WRITE SP-REC
       CLOSE PARAM-FILE
       ADD 1 TO WS-SEED-COUNT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "PARAM " DELIMITED BY SIZE
              WS-SEED-CODE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-OLD-VALUE DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-SEED-VALUE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "  " WS-SEED-CODE " carregado.".

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
