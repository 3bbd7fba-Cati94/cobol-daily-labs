       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFE-BOX.

      *> Cofres de aluguer das agencias, que ate aqui viviam num
      *> livro em papel. Mantem:
      *>   safe_boxes.dat          - os cofres de cada agencia
      *>                             (tamanho, estado, chaves, renda);
      *>   safe_box_contracts.dat  - os contratos de aluguer, cada um
      *>                             ligado ao cliente titular e a
      *>                             conta de cobranca da renda;
      *>   safe_box_access.dat     - o registo de todas as visitas
      *>                             (admitidas ou recusadas) e das
      *>                             aberturas forcadas.
      *> As pessoas autorizadas sao o titular e os contitulares da
      *> conta de cobranca e as assinaturas ativas dessa conta com
      *> plenos poderes (F) ou so acesso ao cofre (C), mantidas no
      *> SIGNATORY-MAINT (Dia 69) - nao ha uma segunda lista.
      *>
      *> A renda anual e cobrada pelo lancamento mensal do
      *> FEE-POSTING (Dia 34) em cada aniversario do contrato; o que
      *> a conta nao cobrir fica em atraso no contrato. O relatorio
      *> (safe_box_report.txt) lista as rendas em atraso e os cofres
      *> ja em condicoes de abertura forcada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE ASSIGN TO "safe_boxes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SB-STATUS.

           SELECT BOX-TEMP ASSIGN TO "safe_boxes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTRACT-FILE ASSIGN TO "safe_box_contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

           SELECT CONTRACT-TEMP ASSIGN TO "safe_box_contracts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCESS-FILE ASSIGN TO "safe_box_access.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.

           SELECT REPORT-FILE ASSIGN TO "safe_box_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCHES-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT SIGNATORIES-FILE ASSIGN TO "signatories.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

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

       FD BOX-FILE.
       COPY "SAFE-BOX-RECORD.cpy".

      *> Width must match SB-REC exactly (38 chars).
       FD BOX-TEMP.
       01 SB-TEMP-REC PIC X(38).

       FD CONTRACT-FILE.
       COPY "BOX-CONTRACT-RECORD.cpy".

      *> Width must match SC-REC exactly (124 chars).
       FD CONTRACT-TEMP.
       01 SC-TEMP-REC PIC X(124).

       FD ACCESS-FILE.
       COPY "BOX-ACCESS-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD BRANCHES-FILE.
       COPY "BRANCH-RECORD.cpy".

       FD SIGNATORIES-FILE.
       COPY "SIGNATORY-RECORD.cpy".

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 99 VALUE 0.
       01 WS-SB-STATUS      PIC XX.
       01 WS-SC-STATUS      PIC XX.
       01 WS-SX-STATUS      PIC XX.
       01 WS-BR-STATUS      PIC XX.
       01 WS-SG-STATUS      PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-SB-EOF         PIC X VALUE "N".
       01 WS-SC-EOF         PIC X VALUE "N".
       01 WS-SX-EOF         PIC X VALUE "N".
       01 WS-SG-EOF         PIC X VALUE "N".
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-NOW            PIC 9(6).
       01 WS-CONFIRM        PIC X.
       01 WS-LIST-COUNT     PIC 9(4).

      *> Cofre e contrato pedidos ao operador.
       01 WS-IN-BRANCH      PIC 9(4).
       01 WS-IN-BOX         PIC 9(4).
       01 WS-IN-SIZE        PIC X.
       01 WS-IN-KEY-CUST    PIC X(8).
       01 WS-IN-KEY-BANK    PIC X(8).
       01 WS-IN-RENT        PIC 9(5)V99.
       01 WS-IN-STATUS      PIC X.
       01 WS-IN-ACC         PIC 9(8).
       01 WS-IN-END         PIC 9(8).
       01 WS-IN-PERSON      PIC X(30).
       01 WS-IN-KEY         PIC X(8).
       01 WS-BRANCH-FOUND   PIC X.

      *> Copia do cofre lido (FIND-BOX) e do contrato lido
      *> (FIND-CONTRACT).
       01 WS-SB-FOUND       PIC X.
       01 WS-BOX-STATUS     PIC X.
       01 WS-BOX-KEY-CUST   PIC X(8).
       01 WS-BOX-RENT       PIC 9(5)V99.
       01 WS-BOX-CONTRACT   PIC 9(5).
       01 WS-SC-FOUND       PIC X.
       01 WS-CT-ID          PIC 9(5).
       01 WS-CT-HOLDER      PIC X(30).
       01 WS-CT-BILL-ACC    PIC 9(8).
       01 WS-CT-END         PIC 9(8).
       01 WS-CT-ARREARS     PIC 9(7)V99.
       01 WS-CT-UNPAID      PIC 9(8).
       01 WS-CT-STATUS      PIC X.
       01 WS-CT-START       PIC 9(8).
       01 WS-CT-CUST        PIC 9(4).
       01 WS-CT-RENT        PIC 9(5)V99.
       01 WS-CT-NEXT-DUE    PIC 9(8).
       01 WS-LAST-SC-ID     PIC 9(5) VALUE 0.
       01 WS-ACC-OK         PIC X.
       01 WS-ACC-CUST       PIC 9(4).
       01 WS-ACC-HOLDER     PIC X(30).
       01 WS-ACC-JOINT-COUNT PIC 9.
       01 WS-ACC-JOINTS.
           05 WS-ACC-JOINT   OCCURS 2 TIMES PIC X(30).

      *> Alteracao pedida a REWRITE-BOXES / REWRITE-CONTRACTS:
      *> C = dados do cofre, L/F = estado, R = alugar (liga o
      *> contrato), T = terminar, O = abertura forcada.
       01 WS-BOX-ACTION     PIC X.
       01 WS-CT-ACTION      PIC X.
       01 WS-REWRITE-HIT    PIC X.

      *> Visita: em que qualidade a pessoa entra e resultado.
       01 WS-CAPACITY       PIC X.
       01 WS-VISIT-RESULT   PIC X.
       01 WS-REFUSE-REASON  PIC X(40).
       01 WS-JOINT-IDX      PIC 9.

      *> Abertura forcada: renda em divida ha WS-FORCE-ARREARS-DAYS
      *> dias ou mais, ou contrato com termo ultrapassado ha
      *> WS-FORCE-END-DAYS dias sem a chave ter sido devolvida.
       01 WS-FORCE-ARREARS-DAYS PIC 9(3) VALUE 365.
       01 WS-FORCE-END-DAYS     PIC 9(3) VALUE 90.
       01 WS-DAYS-LATE      PIC S9(6).
       01 WS-DAYS-ENDED     PIC S9(6).
       01 WS-FORCE-DUE      PIC X.
       01 WS-FORCE-WHY      PIC X(20).
       01 WS-RPT-ARREARS    PIC 9(4) VALUE 0.
       01 WS-RPT-FORCE      PIC 9(4) VALUE 0.
       01 WS-RPT-TOTAL      PIC 9(9)V99 VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER         PIC X(6)  VALUE "CONTR.".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "AGEN/COFRE".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(24) VALUE "TITULAR".
           05 FILLER         PIC X(9)  VALUE "CONTA".
           05 FILLER         PIC X(13) VALUE "   EM ATRASO".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "DESDE".
           05 FILLER         PIC X(6)  VALUE " DIAS".
           05 FILLER         PIC X(17) VALUE "  MOTIVO".
       01 WS-RPT-DETAIL.
           05 WS-RD-ID       PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RD-BRANCH   PIC 9(4).
           05 FILLER         PIC X     VALUE "/".
           05 WS-RD-BOX      PIC 9(4).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RD-HOLDER   PIC X(23).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-ACC      PIC 9(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-ARREARS  PIC Z(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-SINCE    PIC 9(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-DAYS     PIC Z(5)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-WHY      PIC X(20).

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
       MOVE "SAFE-BOX" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "SAFE-BOX" TO LAYOUT-PROGRAM
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
       IF WS-OPTION = 11
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
       MOVE "SAFE-BOX" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== COFRES DE ALUGUER ====="
       DISPLAY "1. Listar cofres de uma agencia"
       DISPLAY "2. Registar cofre"
       DISPLAY "3. Alterar cofre (renda / chaves / estado)"
       DISPLAY "4. Novo contrato de aluguer"
       DISPLAY "5. Terminar contrato (devolucao da chave)"
       DISPLAY "6. Consultar contrato e pessoas autorizadas"
       DISPLAY "7. Registar visita ao cofre"
       DISPLAY "8. Consultar visitas de um cofre"
       DISPLAY "9. Relatorio de rendas em atraso e aberturas forcadas"
       DISPLAY "10. Registar abertura forcada"
       DISPLAY "11. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Consultas e relatorio abertos a todos os perfis; contratos
      *> e visitas sao trabalho de balcao (Teller); o parque de
      *> cofres e a abertura forcada ficam com o Admin.
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-BOXES
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ADD-BOX
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM CHANGE-BOX
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM RENT-BOX
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM END-CONTRACT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 PERFORM SHOW-CONTRACT
           WHEN 7
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-VISIT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 8 PERFORM LIST-VISITS
           WHEN 9 PERFORM BOX-REPORT
           WHEN 10
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM FORCE-OPEN-BOX
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 11 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-BOXES.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT BOX-FILE
       IF WS-SB-STATUS = "35"
           CLOSE BOX-FILE
           DISPLAY "Nao existem cofres registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SB-EOF
       PERFORM UNTIL WS-SB-EOF = "Y"
           READ BOX-FILE
               AT END MOVE "Y" TO WS-SB-EOF
               NOT AT END
                   IF SB-BRANCH = WS-IN-BRANCH
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY SB-BRANCH "/" SB-NUMBER
                               " tamanho " SB-SIZE
                               " renda " SB-ANNUAL-RENT
                               " estado " SB-STATUS
                               " contrato " SB-CONTRACT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BOX-FILE
       DISPLAY WS-LIST-COUNT " cofre(s) na agencia " WS-IN-BRANCH.

*>-----------------------------------------------------------------
*> Cofre novo: agencia ativa em branches.dat, numero livre na
*> agencia, tamanho P/M/G, as duas chaves e a renda de tabela.
*>-----------------------------------------------------------------
ADD-BOX.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       DISPLAY "Tamanho (P=pequeno, M=medio, G=grande):"
       ACCEPT WS-IN-SIZE
       DISPLAY "Numero da chave do cliente:"
       ACCEPT WS-IN-KEY-CUST
       DISPLAY "Numero da chave de guarda do banco:"
       ACCEPT WS-IN-KEY-BANK
       DISPLAY "Renda anual:"
       ACCEPT WS-IN-RENT

       IF WS-IN-BOX = 0 OR WS-IN-RENT = 0
          OR WS-IN-KEY-CUST = SPACES OR WS-IN-KEY-BANK = SPACES
          OR (WS-IN-SIZE NOT = "P" AND WS-IN-SIZE NOT = "M"
              AND WS-IN-SIZE NOT = "G")
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       PERFORM CHECK-BRANCH
       IF WS-BRANCH-FOUND = "N"
           DISPLAY "Agencia inexistente ou inativa."
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-BOX
       IF WS-SB-FOUND = "Y"
           DISPLAY "O cofre " WS-IN-BRANCH "/" WS-IN-BOX
                   " ja existe."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND BOX-FILE
       IF WS-SB-STATUS = "05" OR WS-SB-STATUS = "35"
           CLOSE BOX-FILE
           OPEN OUTPUT BOX-FILE
           CLOSE BOX-FILE
           OPEN EXTEND BOX-FILE
       END-IF
       MOVE WS-IN-BRANCH TO SB-BRANCH
       MOVE WS-IN-BOX TO SB-NUMBER
       MOVE WS-IN-SIZE TO SB-SIZE
       MOVE WS-IN-KEY-CUST TO SB-KEY-CUST
       MOVE WS-IN-KEY-BANK TO SB-KEY-BANK
       MOVE WS-IN-RENT TO SB-ANNUAL-RENT
       MOVE "L" TO SB-STATUS
       MOVE 0 TO SB-CONTRACT
       WRITE SB-REC
       CLOSE BOX-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SBOX ADD " DELIMITED BY SIZE
              WS-IN-BRANCH DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-IN-BOX DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-SIZE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Cofre " WS-IN-BRANCH "/" WS-IN-BOX " registado.".

*>-----------------------------------------------------------------
*> Alteracao do cofre: renda de tabela e chaves (troca de
*> fechadura), ou estado. Um cofre alugado so muda de renda de
*> tabela - o contrato em curso mantem a renda acordada. Um
*> cofre bloqueado por abertura forcada so volta a livre com
*> chaves novas.
*>-----------------------------------------------------------------
CHANGE-BOX.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       PERFORM FIND-BOX
       IF WS-SB-FOUND = "N"
           DISPLAY "Cofre nao encontrado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Estado atual: " WS-BOX-STATUS
       DISPLAY "C = renda e chaves, L = libertar, F = fora de servico:"
       ACCEPT WS-BOX-ACTION

       EVALUATE WS-BOX-ACTION
           WHEN "C"
               DISPLAY "Nova renda anual de tabela:"
               ACCEPT WS-IN-RENT
               IF WS-BOX-STATUS = "A"
                   MOVE SPACES TO WS-IN-KEY-CUST
                   MOVE SPACES TO WS-IN-KEY-BANK
               ELSE
                   DISPLAY "Nova chave do cliente (branco = manter):"
                   ACCEPT WS-IN-KEY-CUST
                   DISPLAY "Nova chave de guarda (branco = manter):"
                   ACCEPT WS-IN-KEY-BANK
               END-IF
               IF WS-IN-RENT = 0
                   DISPLAY "Renda invalida."
                   EXIT PARAGRAPH
               END-IF
           WHEN "L"
               IF WS-BOX-STATUS = "A"
                   DISPLAY "Cofre alugado - termine o contrato."
                   EXIT PARAGRAPH
               END-IF
               IF WS-BOX-STATUS = "B"
                   DISPLAY "Cofre aberto a forca: indique as chaves "
                           "da fechadura nova."
                   DISPLAY "Nova chave do cliente:"
                   ACCEPT WS-IN-KEY-CUST
                   DISPLAY "Nova chave de guarda:"
                   ACCEPT WS-IN-KEY-BANK
                   IF WS-IN-KEY-CUST = SPACES
                      OR WS-IN-KEY-BANK = SPACES
                       DISPLAY "Chaves obrigatorias."
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   MOVE SPACES TO WS-IN-KEY-CUST
                   MOVE SPACES TO WS-IN-KEY-BANK
               END-IF
           WHEN "F"
               IF WS-BOX-STATUS NOT = "L"
                   DISPLAY "So um cofre livre pode sair de servico."
                   EXIT PARAGRAPH
               END-IF
           WHEN OTHER
               DISPLAY "Acao invalida."
               EXIT PARAGRAPH
       END-EVALUATE

       PERFORM REWRITE-BOXES

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SBOX CHG " DELIMITED BY SIZE
              WS-IN-BRANCH DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-IN-BOX DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BOX-ACTION DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Cofre " WS-IN-BRANCH "/" WS-IN-BOX " atualizado.".

*>-----------------------------------------------------------------
*> Contrato novo: cofre livre, conta de cobranca aprovada e nao
*> dormente. O titular do contrato e o titular da conta; a
*> primeira anuidade vence ja (SC-NEXT-DUE = hoje) e sai no
*> lancamento do FEE-POSTING deste mes.
*>-----------------------------------------------------------------
RENT-BOX.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       PERFORM FIND-BOX
       IF WS-SB-FOUND = "N"
           DISPLAY "Cofre nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-BOX-STATUS NOT = "L"
           DISPLAY "Cofre nao esta livre (estado " WS-BOX-STATUS ")."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Conta de cobranca da renda:"
       ACCEPT WS-IN-ACC
       DISPLAY "Data de termo (AAAAMMDD, 0 = sem termo):"
       ACCEPT WS-IN-END

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-IN-END NOT = 0 AND WS-IN-END <= WS-TODAY
           DISPLAY "Data de termo invalida."
           EXIT PARAGRAPH
       END-IF

       PERFORM READ-BILLING-ACCOUNT
       IF WS-ACC-OK = "N"
           DISPLAY "Conta inexistente, nao aprovada ou dormente."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Titular: " WS-ACC-HOLDER
       DISPLAY "Renda anual: " WS-BOX-RENT
       DISPLAY "Confirmar o contrato? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Contrato cancelado."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-LAST-CONTRACT-ID
       ADD 1 TO WS-LAST-SC-ID
       OPEN EXTEND CONTRACT-FILE
       IF WS-SC-STATUS = "05" OR WS-SC-STATUS = "35"
           CLOSE CONTRACT-FILE
           OPEN OUTPUT CONTRACT-FILE
           CLOSE CONTRACT-FILE
           OPEN EXTEND CONTRACT-FILE
       END-IF
       MOVE WS-LAST-SC-ID TO SC-ID
       MOVE WS-IN-BRANCH TO SC-BRANCH
       MOVE WS-IN-BOX TO SC-BOX
       MOVE WS-ACC-CUST TO SC-CUST-ID
       MOVE WS-ACC-HOLDER TO SC-HOLDER
       MOVE WS-IN-ACC TO SC-BILL-ACC
       MOVE WS-TODAY TO SC-START
       MOVE WS-IN-END TO SC-END
       MOVE WS-BOX-RENT TO SC-RENT
      *> Aniversario a 29/02 passa a 28/02, para SC-NEXT-DUE + 1 ano
      *> ser sempre uma data valida.
       MOVE WS-TODAY TO SC-NEXT-DUE
       IF WS-TODAY(5:4) = "0229"
           MOVE "28" TO SC-NEXT-DUE(7:2)
       END-IF
       MOVE 0 TO SC-ARREARS
       MOVE 0 TO SC-UNPAID-SINCE
       MOVE "A" TO SC-STATUS
       MOVE WS-OPER-NAME TO SC-OPERATOR
       WRITE SC-REC
       CLOSE CONTRACT-FILE

       MOVE WS-LAST-SC-ID TO WS-BOX-CONTRACT
       MOVE "R" TO WS-BOX-ACTION
       PERFORM REWRITE-BOXES

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SBOX RENT " DELIMITED BY SIZE
              WS-LAST-SC-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-BRANCH DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-IN-BOX DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-ACC DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Contrato " WS-LAST-SC-ID " criado. Entregar a chave "
               WS-BOX-KEY-CUST " ao titular.".

*>-----------------------------------------------------------------
*> Fim do contrato com devolucao da chave: so sem renda em
*> atraso; o cofre volta a livre.
*>-----------------------------------------------------------------
END-CONTRACT.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       PERFORM FIND-BOX
       IF WS-SB-FOUND = "N" OR WS-BOX-STATUS NOT = "A"
           DISPLAY "Cofre inexistente ou nao alugado."
           EXIT PARAGRAPH
       END-IF
       PERFORM FIND-CONTRACT
       IF WS-SC-FOUND = "N" OR WS-CT-STATUS NOT = "A"
           DISPLAY "Contrato ativo do cofre nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-CT-ARREARS > 0
           DISPLAY "Renda em atraso de " WS-CT-ARREARS
                   " - regularize antes de terminar o contrato."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Contrato " WS-CT-ID " de " WS-CT-HOLDER
       DISPLAY "Chave " WS-BOX-KEY-CUST " devolvida e cofre "
               "esvaziado? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Contrato mantido."
           EXIT PARAGRAPH
       END-IF

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE "T" TO WS-CT-ACTION
       PERFORM REWRITE-CONTRACTS
       MOVE "T" TO WS-BOX-ACTION
       PERFORM REWRITE-BOXES

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SBOX END " DELIMITED BY SIZE
              WS-CT-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-BRANCH DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-IN-BOX DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Contrato " WS-CT-ID " terminado; cofre livre.".

      *> Contrato em curso do cofre com as pessoas autorizadas:
      *> titulares da conta de cobranca e assinaturas F/C em vigor.
SHOW-CONTRACT.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       PERFORM FIND-BOX
       IF WS-SB-FOUND = "N"
           DISPLAY "Cofre nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-BOX-CONTRACT = 0
           DISPLAY "Cofre sem contrato (estado " WS-BOX-STATUS ")."
           EXIT PARAGRAPH
       END-IF
       PERFORM FIND-CONTRACT
       IF WS-SC-FOUND = "N"
           DISPLAY "Contrato " WS-BOX-CONTRACT " nao encontrado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Contrato " WS-CT-ID " estado " WS-CT-STATUS
               " desde " WS-CT-START " termo " WS-CT-END
       DISPLAY "Titular: " WS-CT-HOLDER " (cliente " WS-CT-CUST ")"
       DISPLAY "Conta de cobranca: " WS-CT-BILL-ACC
               " renda anual " WS-CT-RENT
       DISPLAY "Proximo aniversario: " WS-CT-NEXT-DUE
               " em atraso " WS-CT-ARREARS " desde " WS-CT-UNPAID

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-CT-BILL-ACC TO WS-IN-ACC
       PERFORM READ-BILLING-ACCOUNT
       DISPLAY "Pessoas autorizadas:"
       DISPLAY "  Titular: " WS-ACC-HOLDER
       PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
               UNTIL WS-JOINT-IDX > WS-ACC-JOINT-COUNT
           DISPLAY "  Contitular: " WS-ACC-JOINT (WS-JOINT-IDX)
       END-PERFORM
       OPEN INPUT SIGNATORIES-FILE
       IF WS-SG-STATUS = "35"
           CLOSE SIGNATORIES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SG-EOF
       PERFORM UNTIL WS-SG-EOF = "Y"
           READ SIGNATORIES-FILE
               AT END MOVE "Y" TO WS-SG-EOF
               NOT AT END
                   IF SG-ACC-ID = WS-CT-BILL-ACC
                      AND SG-ACTIVE
                      AND SG-EXPIRY >= WS-TODAY
                      AND (SG-FULL OR SG-BOX-ONLY)
                       DISPLAY "  Assinatura: " SG-NAME
                               " poderes " SG-POWER
                               " ate " SG-EXPIRY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SIGNATORIES-FILE.

*>-----------------------------------------------------------------
*> Visita ao cofre: a pessoa tem de ser titular ou contitular da
*> conta de cobranca, ou assinatura ativa e nao caducada dessa
*> conta com poderes F ou C, e apresentar a chave do cofre. Com
*> renda em atraso o acesso e recusado. Toda a visita, admitida
*> ou recusada, fica em safe_box_access.dat.
*>-----------------------------------------------------------------
REGISTER-VISIT.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       PERFORM FIND-BOX
       IF WS-SB-FOUND = "N" OR WS-BOX-STATUS NOT = "A"
           DISPLAY "Cofre inexistente ou nao alugado."
           EXIT PARAGRAPH
       END-IF
       PERFORM FIND-CONTRACT
       IF WS-SC-FOUND = "N" OR WS-CT-STATUS NOT = "A"
           DISPLAY "Contrato ativo do cofre nao encontrado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Nome da pessoa que se apresenta:"
       ACCEPT WS-IN-PERSON
       DISPLAY "Numero da chave apresentada:"
       ACCEPT WS-IN-KEY
       IF WS-IN-PERSON = SPACES
           DISPLAY "Nome obrigatorio."
           EXIT PARAGRAPH
       END-IF

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       ACCEPT WS-NOW FROM TIME
       MOVE "A" TO WS-VISIT-RESULT
       MOVE SPACES TO WS-REFUSE-REASON
       PERFORM CHECK-BOX-PERSON

       EVALUATE TRUE
           WHEN WS-CAPACITY = SPACE
               MOVE "R" TO WS-VISIT-RESULT
               MOVE "pessoa nao autorizada" TO WS-REFUSE-REASON
           WHEN WS-IN-KEY NOT = WS-BOX-KEY-CUST
               MOVE "R" TO WS-VISIT-RESULT
               MOVE "chave nao corresponde ao cofre"
                   TO WS-REFUSE-REASON
           WHEN WS-CT-ARREARS > 0
               MOVE "R" TO WS-VISIT-RESULT
               MOVE "renda em atraso" TO WS-REFUSE-REASON
       END-EVALUATE

       MOVE WS-IN-PERSON TO SX-PERSON
       MOVE WS-CAPACITY TO SX-CAPACITY
       PERFORM WRITE-ACCESS-LOG

       IF WS-VISIT-RESULT = "A"
           DISPLAY "ACESSO AUTORIZADO ao cofre " WS-IN-BRANCH "/"
                   WS-IN-BOX " (qualidade " WS-CAPACITY ")."
       ELSE
           DISPLAY "ACESSO RECUSADO: " WS-REFUSE-REASON
           IF WS-CT-ARREARS > 0
               DISPLAY "Renda em atraso: " WS-CT-ARREARS
           END-IF
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SBOX VISIT REFUSED " DELIMITED BY SIZE
                  WS-IN-BRANCH DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-IN-BOX DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
       END-IF.

      *> WS-CAPACITY fica T (titular), J (contitular), S (assinatura
      *> F/C em vigor) ou em branco se a pessoa nao e autorizada.
CHECK-BOX-PERSON.
       MOVE SPACE TO WS-CAPACITY
       MOVE WS-CT-BILL-ACC TO WS-IN-ACC
       PERFORM READ-BILLING-ACCOUNT
       IF WS-IN-PERSON = WS-ACC-HOLDER
           MOVE "T" TO WS-CAPACITY
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
               UNTIL WS-JOINT-IDX > WS-ACC-JOINT-COUNT
           IF WS-IN-PERSON = WS-ACC-JOINT (WS-JOINT-IDX)
               MOVE "J" TO WS-CAPACITY
           END-IF
       END-PERFORM
       IF WS-CAPACITY NOT = SPACE
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT SIGNATORIES-FILE
       IF WS-SG-STATUS = "35"
           CLOSE SIGNATORIES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SG-EOF
       PERFORM UNTIL WS-SG-EOF = "Y"
           READ SIGNATORIES-FILE
               AT END MOVE "Y" TO WS-SG-EOF
               NOT AT END
                   IF SG-ACC-ID = WS-CT-BILL-ACC
                      AND SG-NAME = WS-IN-PERSON
                      AND SG-ACTIVE
                      AND SG-EXPIRY >= WS-TODAY
                      AND (SG-FULL OR SG-BOX-ONLY)
                       MOVE "S" TO WS-CAPACITY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SIGNATORIES-FILE.

LIST-VISITS.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT ACCESS-FILE
       IF WS-SX-STATUS = "35"
           CLOSE ACCESS-FILE
           DISPLAY "Registo de visitas vazio."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SX-EOF
       PERFORM UNTIL WS-SX-EOF = "Y"
           READ ACCESS-FILE
               AT END MOVE "Y" TO WS-SX-EOF
               NOT AT END
                   IF SX-BRANCH = WS-IN-BRANCH AND SX-BOX = WS-IN-BOX
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY SX-DATE " " SX-TIME
                               " contrato " SX-CONTRACT " "
                               SX-PERSON " " SX-CAPACITY
                               " " SX-RESULT " " SX-OPERATOR
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCESS-FILE
       DISPLAY WS-LIST-COUNT " visita(s).".

*>-----------------------------------------------------------------
*> Relatorio: contratos ativos com renda em atraso e, de entre os
*> ativos, os que ja estao em condicoes de abertura forcada
*> (atraso de WS-FORCE-ARREARS-DAYS dias ou termo ultrapassado ha
*> WS-FORCE-END-DAYS dias sem devolucao da chave).
*>-----------------------------------------------------------------
BOX-REPORT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-RPT-ARREARS
       MOVE 0 TO WS-RPT-FORCE
       MOVE 0 TO WS-RPT-TOTAL

       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-LINE
       STRING "COFRES DE ALUGUER - RENDAS EM ATRASO E ABERTURAS "
                  DELIMITED BY SIZE
              "FORCADAS - " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE

       OPEN INPUT CONTRACT-FILE
       IF WS-SC-STATUS = "35"
           CLOSE CONTRACT-FILE
           MOVE "Sem contratos de aluguer." TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Nao existem contratos de aluguer."
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE "RENDAS EM ATRASO" TO REPORT-LINE
       WRITE REPORT-LINE
       WRITE REPORT-LINE FROM WS-RPT-HEADER
       MOVE "N" TO WS-SC-EOF
       PERFORM UNTIL WS-SC-EOF = "Y"
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-SC-EOF
               NOT AT END
                   IF SC-ACTIVE AND SC-ARREARS > 0
                       PERFORM CHECK-FORCE-DUE
                       MOVE SPACES TO WS-RD-WHY
                       PERFORM WRITE-REPORT-DETAIL
                       ADD 1 TO WS-RPT-ARREARS
                       ADD SC-ARREARS TO WS-RPT-TOTAL
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONTRACT-FILE

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE "COFRES PARA ABERTURA FORCADA" TO REPORT-LINE
       WRITE REPORT-LINE
       WRITE REPORT-LINE FROM WS-RPT-HEADER
       OPEN INPUT CONTRACT-FILE
       MOVE "N" TO WS-SC-EOF
       PERFORM UNTIL WS-SC-EOF = "Y"
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-SC-EOF
               NOT AT END
                   IF SC-ACTIVE
                       PERFORM CHECK-FORCE-DUE
                       IF WS-FORCE-DUE = "Y"
                           MOVE WS-FORCE-WHY TO WS-RD-WHY
                           PERFORM WRITE-REPORT-DETAIL
                           ADD 1 TO WS-RPT-FORCE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONTRACT-FILE

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "Contratos em atraso: " DELIMITED BY SIZE
              WS-RPT-ARREARS DELIMITED BY SIZE
              "  Total em atraso: " DELIMITED BY SIZE
              WS-RPT-TOTAL DELIMITED BY SIZE
              "  Para abertura forcada: " DELIMITED BY SIZE
              WS-RPT-FORCE DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       CLOSE REPORT-FILE
       MOVE "safe_box_report.txt" TO RPQ-FILE
       MOVE "SAFEBOX" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Contratos em atraso: " WS-RPT-ARREARS
               " (total " WS-RPT-TOTAL ")"
       DISPLAY "Cofres para abertura forcada: " WS-RPT-FORCE
       DISPLAY "Relatorio em safe_box_report.txt.".

WRITE-REPORT-DETAIL.
       MOVE SC-ID TO WS-RD-ID
       MOVE SC-BRANCH TO WS-RD-BRANCH
       MOVE SC-BOX TO WS-RD-BOX
       MOVE SC-HOLDER TO WS-RD-HOLDER
       MOVE SC-BILL-ACC TO WS-RD-ACC
       MOVE SC-ARREARS TO WS-RD-ARREARS
       MOVE SC-UNPAID-SINCE TO WS-RD-SINCE
       IF WS-DAYS-LATE > 0
           MOVE WS-DAYS-LATE TO WS-RD-DAYS
       ELSE
           MOVE 0 TO WS-RD-DAYS
       END-IF
       WRITE REPORT-LINE FROM WS-RPT-DETAIL.

      *> Sobre o contrato em SC-REC: dias de atraso, dias desde o
      *> termo e se o cofre ja pode ser aberto a forca.
CHECK-FORCE-DUE.
       MOVE "N" TO WS-FORCE-DUE
       MOVE SPACES TO WS-FORCE-WHY
       MOVE 0 TO WS-DAYS-LATE
       MOVE 0 TO WS-DAYS-ENDED
       IF SC-ARREARS > 0 AND SC-UNPAID-SINCE > 0
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(SC-UNPAID-SINCE)
           IF WS-DAYS-LATE >= WS-FORCE-ARREARS-DAYS
               MOVE "Y" TO WS-FORCE-DUE
               MOVE "RENDA EM ATRASO" TO WS-FORCE-WHY
           END-IF
       END-IF
       IF SC-END > 0 AND SC-END < WS-TODAY
           COMPUTE WS-DAYS-ENDED =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(SC-END)
           IF WS-DAYS-ENDED >= WS-FORCE-END-DAYS
               MOVE "Y" TO WS-FORCE-DUE
               IF WS-FORCE-WHY = SPACES
                   MOVE "TERMO ULTRAPASSADO" TO WS-FORCE-WHY
               ELSE
                   MOVE "ATRASO E TERMO" TO WS-FORCE-WHY
               END-IF
           END-IF
       END-IF.

*>-----------------------------------------------------------------
*> Abertura forcada: so de um contrato que o relatorio ja da como
*> devido, na presenca de uma testemunha. O contrato fica O, o
*> cofre bloqueado (conteudo em custodia) ate a fechadura ser
*> trocada (opcao 3, L), e a abertura entra no registo de acessos.
*> A renda em atraso continua no contrato para cobranca.
*>-----------------------------------------------------------------
FORCE-OPEN-BOX.
       DISPLAY "Agencia (BR-CODE):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Numero do cofre:"
       ACCEPT WS-IN-BOX
       PERFORM FIND-BOX
       IF WS-SB-FOUND = "N" OR WS-BOX-STATUS NOT = "A"
           DISPLAY "Cofre inexistente ou nao alugado."
           EXIT PARAGRAPH
       END-IF
       PERFORM FIND-CONTRACT
       IF WS-SC-FOUND = "N" OR WS-CT-STATUS NOT = "A"
           DISPLAY "Contrato ativo do cofre nao encontrado."
           EXIT PARAGRAPH
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-FORCE-DUE
       IF WS-FORCE-DUE = "N"
           DISPLAY "O contrato " WS-CT-ID " nao esta em condicoes de "
                   "abertura forcada."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Contrato " WS-CT-ID " de " WS-CT-HOLDER
               " - " WS-FORCE-WHY
       DISPLAY "Nome da testemunha:"
       ACCEPT WS-IN-PERSON
       IF WS-IN-PERSON = SPACES
           DISPLAY "Testemunha obrigatoria."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Confirmar a abertura forcada? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Abertura cancelada."
           EXIT PARAGRAPH
       END-IF

       MOVE "O" TO WS-CT-ACTION
       PERFORM REWRITE-CONTRACTS
       MOVE "O" TO WS-BOX-ACTION
       PERFORM REWRITE-BOXES

       ACCEPT WS-NOW FROM TIME
       MOVE "A" TO WS-VISIT-RESULT
       MOVE WS-IN-PERSON TO SX-PERSON
       MOVE "F" TO SX-CAPACITY
       PERFORM WRITE-ACCESS-LOG

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SBOX FORCED " DELIMITED BY SIZE
              WS-CT-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-BRANCH DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-IN-BOX DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Abertura forcada registada; cofre bloqueado ate "
               "a troca da fechadura.".

      *> Acrescenta a linha de acesso (SX-PERSON e SX-CAPACITY ja
      *> preenchidos pelo chamador).
WRITE-ACCESS-LOG.
       MOVE WS-TODAY TO SX-DATE
       MOVE WS-NOW TO SX-TIME
       MOVE WS-IN-BRANCH TO SX-BRANCH
       MOVE WS-IN-BOX TO SX-BOX
       MOVE WS-CT-ID TO SX-CONTRACT
       MOVE WS-VISIT-RESULT TO SX-RESULT
       MOVE WS-OPER-NAME TO SX-OPERATOR
       OPEN EXTEND ACCESS-FILE
       IF WS-SX-STATUS = "05" OR WS-SX-STATUS = "35"
           CLOSE ACCESS-FILE
           OPEN OUTPUT ACCESS-FILE
           CLOSE ACCESS-FILE
           OPEN EXTEND ACCESS-FILE
       END-IF
       WRITE SX-REC
       CLOSE ACCESS-FILE.

      *> Le o cofre WS-IN-BRANCH/WS-IN-BOX para os campos WS-BOX-*.
FIND-BOX.
       MOVE "N" TO WS-SB-FOUND
       OPEN INPUT BOX-FILE
       IF WS-SB-STATUS = "35"
           CLOSE BOX-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SB-EOF
       PERFORM UNTIL WS-SB-EOF = "Y"
           READ BOX-FILE
               AT END MOVE "Y" TO WS-SB-EOF
               NOT AT END
                   IF SB-BRANCH = WS-IN-BRANCH
                      AND SB-NUMBER = WS-IN-BOX
                       MOVE "Y" TO WS-SB-FOUND
                       MOVE SB-STATUS TO WS-BOX-STATUS
                       MOVE SB-KEY-CUST TO WS-BOX-KEY-CUST
                       MOVE SB-ANNUAL-RENT TO WS-BOX-RENT
                       MOVE SB-CONTRACT TO WS-BOX-CONTRACT
                       MOVE "Y" TO WS-SB-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BOX-FILE.

      *> Le o contrato WS-BOX-CONTRACT para os campos WS-CT-*.
FIND-CONTRACT.
       MOVE "N" TO WS-SC-FOUND
       OPEN INPUT CONTRACT-FILE
       IF WS-SC-STATUS = "35"
           CLOSE CONTRACT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SC-EOF
       PERFORM UNTIL WS-SC-EOF = "Y"
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-SC-EOF
               NOT AT END
                   IF SC-ID = WS-BOX-CONTRACT
                       MOVE "Y" TO WS-SC-FOUND
                       MOVE SC-ID TO WS-CT-ID
                       MOVE SC-HOLDER TO WS-CT-HOLDER
                       MOVE SC-BILL-ACC TO WS-CT-BILL-ACC
                       MOVE SC-END TO WS-CT-END
                       MOVE SC-ARREARS TO WS-CT-ARREARS
                       MOVE SC-UNPAID-SINCE TO WS-CT-UNPAID
                       MOVE SC-STATUS TO WS-CT-STATUS
                       MOVE SC-START TO WS-CT-START
                       MOVE SC-CUST-ID TO WS-CT-CUST
                       MOVE SC-RENT TO WS-CT-RENT
                       MOVE SC-NEXT-DUE TO WS-CT-NEXT-DUE
                       MOVE "Y" TO WS-SC-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONTRACT-FILE.

GET-LAST-CONTRACT-ID.
       MOVE 0 TO WS-LAST-SC-ID
       OPEN INPUT CONTRACT-FILE
       IF WS-SC-STATUS = "35"
           CLOSE CONTRACT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SC-EOF
       PERFORM UNTIL WS-SC-EOF = "Y"
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-SC-EOF
               NOT AT END
                   IF SC-ID > WS-LAST-SC-ID
                       MOVE SC-ID TO WS-LAST-SC-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONTRACT-FILE.

      *> Conta WS-IN-ACC: WS-ACC-OK = Y se existe, aprovada e nao
      *> dormente; titular, contitulares e cliente ficam nos campos
      *> WS-ACC-*.
READ-BILLING-ACCOUNT.
       MOVE "N" TO WS-ACC-OK
       MOVE SPACES TO WS-ACC-HOLDER
       MOVE SPACES TO WS-ACC-JOINTS
       MOVE 0 TO WS-ACC-JOINT-COUNT
       MOVE 0 TO WS-ACC-CUST
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IN-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               MOVE "N" TO WS-ACC-OK
           NOT INVALID KEY
               IF ACC-APPROVED AND NOT ACC-IS-DORMANT
                   MOVE "Y" TO WS-ACC-OK
               END-IF
               MOVE ACC-NAME TO WS-ACC-HOLDER
               MOVE ACC-CUST-ID TO WS-ACC-CUST
               MOVE ACC-JOINT-COUNT TO WS-ACC-JOINT-COUNT
               MOVE ACC-JOINT-OWNERS TO WS-ACC-JOINTS
       END-READ
       CLOSE ACCOUNTS-FILE.

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

      *> Regrava safe_boxes.dat aplicando WS-BOX-ACTION ao cofre
      *> WS-IN-BRANCH/WS-IN-BOX.
REWRITE-BOXES.
       MOVE "N" TO WS-REWRITE-HIT
       OPEN INPUT BOX-FILE
       IF WS-SB-STATUS = "35"
           CLOSE BOX-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT BOX-TEMP
       MOVE "N" TO WS-SB-EOF
       PERFORM UNTIL WS-SB-EOF = "Y"
           READ BOX-FILE
               AT END MOVE "Y" TO WS-SB-EOF
               NOT AT END
                   IF SB-BRANCH = WS-IN-BRANCH
                      AND SB-NUMBER = WS-IN-BOX
                       MOVE "Y" TO WS-REWRITE-HIT
                       PERFORM APPLY-BOX-CHANGE
                   END-IF
                   MOVE SB-REC TO SB-TEMP-REC
                   WRITE SB-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE BOX-FILE
       CLOSE BOX-TEMP
       IF WS-REWRITE-HIT = "N"
           CALL "SYSTEM" USING "rm -f safe_boxes.tmp"
           EXIT PARAGRAPH
       END-IF
       CALL "SYSTEM" USING "mv safe_boxes.tmp safe_boxes.dat".

APPLY-BOX-CHANGE.
       EVALUATE WS-BOX-ACTION
           WHEN "C"
               MOVE WS-IN-RENT TO SB-ANNUAL-RENT
               IF WS-IN-KEY-CUST NOT = SPACES
                   MOVE WS-IN-KEY-CUST TO SB-KEY-CUST
               END-IF
               IF WS-IN-KEY-BANK NOT = SPACES
                   MOVE WS-IN-KEY-BANK TO SB-KEY-BANK
               END-IF
           WHEN "L"
               IF WS-IN-KEY-CUST NOT = SPACES
                   MOVE WS-IN-KEY-CUST TO SB-KEY-CUST
                   MOVE WS-IN-KEY-BANK TO SB-KEY-BANK
               END-IF
               MOVE "L" TO SB-STATUS
               MOVE 0 TO SB-CONTRACT
           WHEN "F"
               MOVE "F" TO SB-STATUS
           WHEN "R"
               MOVE "A" TO SB-STATUS
               MOVE WS-BOX-CONTRACT TO SB-CONTRACT
           WHEN "T"
               MOVE "L" TO SB-STATUS
               MOVE 0 TO SB-CONTRACT
           WHEN "O"
               MOVE "B" TO SB-STATUS
               MOVE 0 TO SB-CONTRACT
       END-EVALUATE.

      *> Regrava safe_box_contracts.dat aplicando WS-CT-ACTION ao
      *> contrato WS-CT-ID.
REWRITE-CONTRACTS.
       MOVE "N" TO WS-REWRITE-HIT
       OPEN INPUT CONTRACT-FILE
       IF WS-SC-STATUS = "35"
           CLOSE CONTRACT-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CONTRACT-TEMP
       MOVE "N" TO WS-SC-EOF
       PERFORM UNTIL WS-SC-EOF = "Y"
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-SC-EOF
               NOT AT END
                   IF SC-ID = WS-CT-ID
                       MOVE "Y" TO WS-REWRITE-HIT
                       PERFORM APPLY-CONTRACT-CHANGE
                   END-IF
                   MOVE SC-REC TO SC-TEMP-REC
                   WRITE SC-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CONTRACT-FILE
       CLOSE CONTRACT-TEMP
       IF WS-REWRITE-HIT = "N"
           CALL "SYSTEM" USING "rm -f safe_box_contracts.tmp"
           EXIT PARAGRAPH
       END-IF
       CALL "SYSTEM" USING
           "mv safe_box_contracts.tmp safe_box_contracts.dat".

APPLY-CONTRACT-CHANGE.
       EVALUATE WS-CT-ACTION
           WHEN "T"
               MOVE "T" TO SC-STATUS
               MOVE WS-TODAY TO SC-END
           WHEN "O"
               MOVE "O" TO SC-STATUS
       END-EVALUATE
       MOVE WS-OPER-NAME TO SC-OPERATOR.

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
       MOVE "SAFE-BOX" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
