               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

      *> Mandatos de tutor dos clientes menores (MINOR-GUARDIANS,
      *> Dia 85).
           SELECT GUARDIANS-FILE ASSIGN TO "guardians.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.

      *> Fila de dupla autorizacao (AUTH-QUEUE, Dia 68).
           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD SIGNATORIES-FILE.
       COPY "SIGNATORY-RECORD.cpy".

       FD GUARDIANS-FILE.
       COPY "GUARDIAN-RECORD.cpy".

       FD PENDING-AUTH-FILE.
       COPY "AUTH-RECORD.cpy".

      *> Width must match PA-REC exactly (157 chars).
       FD PENDING-AUTH-TEMP.
       01 PA-TEMP-REC PIC X(157).

       FD REASON-FILE.
       COPY "REASON-CODE-RECORD.cpy".
       FD CUSTOMERS-FILE.
       01 CUST-CHECK-RECORD.
           05 CUST-CHECK-ID     PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-CHECK-NAME   PIC A(20).
           05 CUST-CHECK-EMAIL  PIC A(30).
      *> Resto do registo do CUSTOMER-MANAGER (KYC, credito);
      *> aqui interessam a data de nascimento (titular menor precisa
      *> de tutor) e a marca de fundido no fim.
           05 CUST-CHECK-DOC    PIC X(22).
           05 CUST-CHECK-BIRTH  PIC 9(8).
           05 CUST-CHECK-KYC    PIC X(59).
           05 CUST-CHECK-MERGED PIC 9(3).
      *> Residencia fiscal (nao usada aqui) e marca de obito do
      *> ESTATE-MAINT (Dia 83): cliente falecido nao abre contas.
           05 CUST-CHECK-TAX    PIC X(75).
           05 CUST-CHECK-DECEASED PIC X.

      *> Layout shared with CHEQUE-HOLDS (Dia 33), which releases
      *> matured holds.
       01 WS-TRANS-OPTION  PIC X.
       01 WS-ACC-ID        PIC 9(8).
       01 WS-ACC-NAME      PIC A(30).
       01 WS-ACC-BALANCE   PIC S9(7)V99.
       01 WS-AMOUNT        PIC 9(7)V99.
       01 WS-FLAG          PIC X VALUE 'N'.
       01 WS-EOF-ACCOUNTS  PIC X VALUE 'N'.
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido da consulta de descoberto autorizado
      *> (OVERDRAFT-LIMIT, Dia 75).
       COPY "OVERDRAFT-REQUEST.cpy".

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK, Dia 86).
       COPY "IBAN-REQUEST.cpy".

      *> Motivo e descritivo do movimento (mestre de codigos em
      *> reason_codes.dat, REASON-CODES Dia 54).
       01 WS-REASON-CODE     PIC X(3).
       01 WS-PRESENTER-OK    PIC X.
       01 WS-PRESENTER-PWR   PIC X.

      *> Titulares menores: mandatos de tutor ativos do cliente
      *> (guardians.dat) e o tutor identificado ao balcao.
       01 WS-GD-STATUS       PIC XX.
       01 WS-GD-EOF          PIC X.
       01 WS-GD-CUST         PIC 9(3).
       01 WS-GD-QUERY        PIC 9(3).
       01 WS-GD-COUNT        PIC 9.
       01 WS-GD-MATCH        PIC X.
       01 WS-GD-OK           PIC X.

      *> Limite de autorizacao proprio do operador (USER-REC) e
      *> override de Admin ao balcao.
       01 WS-OPER-LIMIT      PIC 9(7)V99 VALUE 0.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 WS-RPT-NAME     PIC X(30).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 WS-RPT-BALANCE  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 WS-RPT-STATUS   PIC X(10).
           05 FILLER          PIC X     VALUE SPACE.
       01 WS-RPT-PAGE-NUM      PIC 9(3) VALUE 0.
       01 WS-RPT-LINE-COUNT    PIC 9(2) VALUE 0.
       01 WS-RPT-LINES-PP      PIC 9(2) VALUE 20.
       01 WS-RPT-PAGE-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-RPT-GRAND-TOTAL   PIC S9(9)V99 VALUE 0.
       01 WS-RPT-ACC-COUNT     PIC 9(5) VALUE 0.
      *> Totais por produto de conta no fim do extrato; a entrada
      *> "---" agrupa as contas sem produto (anteriores ao catalogo).
           05 WS-RPT-PROD OCCURS 10 TIMES.
               10 WS-RPT-PROD-CODE  PIC X(3).
               10 WS-RPT-PROD-QTY   PIC 9(5).
               10 WS-RPT-PROD-TOTAL PIC S9(9)V99.
       01 WS-RPT-PROD-USED     PIC 9(2).
       01 WS-RPT-PROD-IDX      PIC 9(2).
       01 WS-RPT-PROD-HIT      PIC X.
           88 OPER-ADMIN   VALUE "A".
           88 OPER-TELLER  VALUE "T".
           88 OPER-AUDITOR VALUE "R".
      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       01 WS-CUST-FILE-STATUS PIC XX.
       01 WS-CUST-ID         PIC 9(3).
       01 WS-CUST-FOUND      PIC X VALUE 'N'.
       01 WS-CUST-DECEASED   PIC X VALUE 'N'.
       01 WS-CUST-NAME       PIC A(20).
       01 WS-CUST-BIRTH      PIC 9(8) VALUE 0.
       01 WS-EOF-CUST        PIC X VALUE 'N'.
       01 WS-POS-COUNT       PIC 9(3) VALUE 0.
       01 WS-POS-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-POS-TOTAL-DISP  PIC -ZZZ,ZZZ,ZZ9.99.

      *> Cheque deposits: funds land on the ledger balance but stay
      *> held until the clearing period passes; debits only see the
       01 WS-REV-BRANCH      PIC 9(4).
       01 WS-CONTRA-TYPE     PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-SYSTEM-PARAMS
           MOVE "BANK-SYSTEM" TO LOCK-PROGRAM
           PERFORM ACQUIRE-BANK-LOCK
           IF LOCK-RESULT NOT = "Y"
               STOP RUN
           END-IF
           MOVE "BANK-SYSTEM" TO LAYOUT-PROGRAM
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
           END-IF
           MOVE "DUAL-AUTH-TX" TO PRM-CODE
           MOVE 0 TO PRM-DATE
           CALL "SYS-PARAM" USING PARAM-REQUEST
           IF PRM-FOUND = "Y"
               MOVE PRM-VALUE TO WS-AUTH-THRESHOLD
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
           MOVE "BANK-SYSTEM" TO PMQ-PROGRAM
           MOVE WS-OPTION TO PMQ-OPTION
           MOVE WS-OPER-ROLE TO PMQ-ROLE
           MOVE WS-OPER-NAME TO PMQ-USER.


      *> Authenticates the operator against users.dat before the menu
      *> is offered, with the same failed-attempt counter and lockout
           DISPLAY "12. Executar movimentos aprovados (dupla aut.)"
           DISPLAY "Escolha uma opcao (1-12): "
           ACCEPT WS-OPTION
           PERFORM CHECK-MENU-PERMISSION
           IF PERM-REFUSED
               EXIT PARAGRAPH
           END-IF
      *> Consultas (2, 4, 5) estao abertas a todos os perfis; criar
      *> e movimentar contas e trabalho de Teller e a aprovacao
      *> maker/checker e exclusiva de Admin.
           EVALUATE WS-OPTION
               WHEN 1
                   IF OPER-TELLER OR PERM-GRANTED
                       PERFORM CREATE-ACCOUNT
                   ELSE
                       DISPLAY "Acesso negado: opcao reservada a Tellers."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN 2
                   PERFORM VIEW-ACCOUNT
               WHEN 3
                   IF OPER-TELLER OR PERM-GRANTED
                       PERFORM TRANSACT
                   ELSE
                       DISPLAY "Acesso negado: opcao reservada a Tellers."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN 4
                   PERFORM VIEW-TRANSACTIONS
               WHEN 6
                   CONTINUE
               WHEN 7
                   IF OPER-ADMIN OR PERM-GRANTED
                       PERFORM APPROVE-ACCOUNT
                   ELSE
                       DISPLAY "Acesso negado: aprovacoes reservadas a "
                               "Admins."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN 8
                   IF OPER-ADMIN OR PERM-GRANTED
                       PERFORM CLOSE-ACCOUNT
                   ELSE
                       DISPLAY "Acesso negado: encerramentos reservados "
                               "a Admins."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN 9
                   IF OPER-ADMIN OR PERM-GRANTED
                       PERFORM FREEZE-ACCOUNT
                   ELSE
                       DISPLAY "Acesso negado: congelamentos reservados "
                               "a Admins."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN 10
                   PERFORM CUSTOMER-POSITION
               WHEN 11
                   IF OPER-TELLER OR PERM-GRANTED
                       PERFORM REVERSE-TRANSACTION
                   ELSE
                       DISPLAY "Acesso negado: opcao reservada a Tellers."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN 12
                   IF OPER-TELLER OR PERM-GRANTED
                       PERFORM EXECUTE-APPROVED-AUTH
                   ELSE
                       DISPLAY "Acesso negado: opcao reservada a Tellers."
                       PERFORM LOG-ACCESS-DENIED
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcao invalida."
               DISPLAY "Cliente nao encontrado - registe-o primeiro "
                       "no CUSTOMER-MANAGER."
               EXIT PARAGRAPH.
           IF WS-CUST-DECEASED = 'Y'
               DISPLAY "Cliente falecido (espolio em ESTATE-MAINT) - "
                       "nao abre contas novas."
               EXIT PARAGRAPH.

      *> Titular com menos de 18 anos (data de nascimento do
      *> mestre): a conta so abre com um ou dois tutores ativos
      *> registados no MINOR-GUARDIANS (Dia 85). Sem data no mestre
      *> a abertura segue como ate aqui.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PC-TODAY
           MOVE 0 TO WS-GD-COUNT
           IF WS-CUST-BIRTH NOT = 0
              AND WS-CUST-BIRTH + 180000 > PC-TODAY
               MOVE WS-CUST-ID TO WS-GD-CUST
               MOVE 0 TO WS-GD-QUERY
               PERFORM COUNT-ACTIVE-GUARDIANS
               IF WS-GD-COUNT = 0
                   DISPLAY "Titular menor de 18 anos sem tutor - "
                           "registe o(s) tutor(es) no "
                           "MINOR-GUARDIANS (Dia 85)."
               ELSE
                   DISPLAY "Titular menor - " WS-GD-COUNT
                           " tutor(es) ativo(s)."
               END-IF
           END-IF
           IF WS-CUST-BIRTH NOT = 0
              AND WS-CUST-BIRTH + 180000 > PC-TODAY
              AND WS-GD-COUNT = 0
               EXIT PARAGRAPH.
           MOVE WS-CUST-NAME TO WS-ACC-NAME
           DISPLAY "Titular: " WS-CUST-NAME

           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erro: Conta ja existe!"
               NOT INVALID KEY
                   ADD 1 TO LAYOUT-ACC-DELTA
           END-WRITE
           CLOSE ACCOUNTS-FILE
           DISPLAY "Conta criada com sucesso! Aguarda aprovacao (opcao 7)".
                   MOVE 'Y' TO WS-PRESENTER-OK
           END-EVALUATE.

      *> Conta de menor (o cliente ACC-CUST-ID da conta carregada tem
      *> mandato de tutor ativo): pede o ID de cliente do tutor e
      *> confere-o; fica na trilha quem autorizou.
       CHECK-MINOR-GUARDIAN.
           MOVE 'Y' TO WS-GD-OK
           IF ACC-CUST-ID = 0
               EXIT PARAGRAPH.
           MOVE ACC-CUST-ID TO WS-GD-CUST
           MOVE 0 TO WS-GD-QUERY
           PERFORM COUNT-ACTIVE-GUARDIANS
           IF WS-GD-COUNT = 0
               EXIT PARAGRAPH.
           DISPLAY "Conta de menor - ID de cliente do tutor: "
           ACCEPT WS-GD-QUERY
           PERFORM COUNT-ACTIVE-GUARDIANS
           IF WS-GD-MATCH NOT = 'Y'
               MOVE 'N' TO WS-GD-OK
               EXIT PARAGRAPH.
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MINOR DEBIT " DELIMITED BY SIZE
                  ACC-ID DELIMITED BY SIZE
                  " GUARDIAN " DELIMITED BY SIZE
                  WS-GD-QUERY DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

      *> Conta os tutores ativos do cliente WS-GD-CUST e diz se
      *> WS-GD-QUERY (quando teclado) e um deles.
       COUNT-ACTIVE-GUARDIANS.
           MOVE 0 TO WS-GD-COUNT
           MOVE 'N' TO WS-GD-MATCH
           OPEN INPUT GUARDIANS-FILE
           IF WS-GD-STATUS = "35"
               CLOSE GUARDIANS-FILE
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-GD-EOF
           PERFORM UNTIL WS-GD-EOF = 'Y'
               READ GUARDIANS-FILE
                   AT END MOVE 'Y' TO WS-GD-EOF
                   NOT AT END
                       IF GD-MINOR-ID = WS-GD-CUST AND GD-ACTIVE
                           ADD 1 TO WS-GD-COUNT
                           IF GD-GUARDIAN-ID = WS-GD-QUERY
                              AND WS-GD-QUERY NOT = 0
                               MOVE 'Y' TO WS-GD-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARDIANS-FILE.

      *> Poe o movimento teclado na fila de dupla autorizacao e
      *> regista o maker na trilha.
       QUEUE-PENDING-AUTH.
      *> seguem na fila para a execucao pos-aprovacao aplicar.
           MOVE WS-VALUE-DATE TO PA-VALUE-DATE
           MOVE WS-VD-SUPER TO PA-VD-SUPER
           MOVE 0 TO PA-APP-ID
           WRITE PA-REC
           CLOSE PENDING-AUTH-FILE

                       IF ACC-PRODUCT NOT = SPACES
                           PERFORM CHECK-PRODUCT-DEBITS
                       END-IF
                       MOVE ACC-ID TO ODQ-ACC-ID
                       MOVE PC-TODAY TO ODQ-DATE
                       CALL "OVERDRAFT-LIMIT" USING OVERDRAFT-REQUEST
                       COMPUTE WS-AUTH-AVAILABLE =
                           ACC-BALANCE - ACC-HOLD-AMOUNT + ODQ-LIMIT
                       IF WS-APT-OK = 'N'
                           DISPLAY "Pedido " PA-ID ": limite de "
                                   "debitos do produto esgotado - "
               MOVE PC-POST-DATE TO TRANS-VALUE-DATE
           END-IF
           WRITE TRANSACTION-RECORD
           ADD 1 TO LAYOUT-TRANS-DELTA
           CLOSE TRANSACTIONS-FILE

      *> Perna de caixa do operador: sem ela o fecho de caixa do
                       "operacao recusada."
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH.
      *> Conta de menor: o levantamento exige a identificacao de um
      *> dos tutores ativos (ID de cliente).
           MOVE 'Y' TO WS-GD-OK
           IF WS-TRANS-OPTION = 'L'
               PERFORM CHECK-MINOR-GUARDIAN
           END-IF
           IF WS-GD-OK = 'N'
               DISPLAY "Conta de menor - o levantamento exige um "
                       "tutor ativo do titular. Operacao recusada."
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH.
           DISPLAY "Digite valor: "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT <= 0
               PERFORM REGISTER-CHEQUE-HOLD
           ELSE
               IF WS-TRANS-OPTION = 'L'
      *> Com descoberto autorizado em vigor (OVERDRAFT-LIMIT,
      *> Dia 75) o saldo pode descer ate menos o limite.
                   MOVE ACC-ID TO ODQ-ACC-ID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ODQ-DATE
                   CALL "OVERDRAFT-LIMIT" USING OVERDRAFT-REQUEST
                   COMPUTE WS-AVAILABLE =
                       ACC-BALANCE - ACC-HOLD-AMOUNT + ODQ-LIMIT
                   IF WS-AMOUNT > WS-AVAILABLE
                       DISPLAY "Saldo disponivel insuficiente "
                               "(cativos por compensar: "
                               ACC-HOLD-AMOUNT
                               ", descoberto autorizado: "
                               ODQ-LIMIT ")!"
                       MOVE "WARNING" TO SYSLOG-SEVERITY
                       MOVE "BANK-SYSTEM" TO SYSLOG-MODULE
                       MOVE "withdrawal rejected: available balance"
               MOVE PC-POST-DATE TO TRANS-VALUE-DATE
           END-IF
           WRITE TRANSACTION-RECORD
           ADD 1 TO LAYOUT-TRANS-DELTA
           CLOSE TRANSACTIONS-FILE
      *> Movimentos de caixa (deposito em numerario e levantamento,
      *> nao cheques) entram no diario de caixa do operador.
           MOVE "ESTORNO" TO TRANS-NARRATIVE
           MOVE TRANS-DATE TO TRANS-VALUE-DATE
           WRITE TRANSACTION-RECORD
           ADD 1 TO LAYOUT-TRANS-DELTA
           CLOSE TRANSACTIONS-FILE
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           SET TRANS-LAYOUT-HEADER TO TRUE
           START TRANSACTIONS-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-TRANS
           END-START
           PERFORM UNTIL WS-EOF-TRANS = 'Y'
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TRANS
      *> Replays ACCOUNTS-FILE into a formatted, column-aligned report
      *> file (account_statement.txt) with headers and per-page totals,
      *> suitable for printing or handing to an auditor, instead of a
      *> scrolling console dump. Each account carries its IBAN on the
      *> line below the detail line.
       LIST-ACCOUNTS.
           PERFORM OPEN-ACCOUNTS-FILE
           OPEN OUTPUT ACCOUNTS-REPORT-FILE
           PERFORM PRINT-REPORT-HEADER

           MOVE 'N' TO WS-EOF-ACCOUNTS
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ACCOUNTS
           END-START
           END-PERFORM

           CLOSE ACCOUNTS-REPORT-FILE
           MOVE "account_statement.txt" TO RPQ-FILE
           MOVE "ACCSTMT" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           CLOSE ACCOUNTS-FILE
           DISPLAY "Relatorio gravado em account_statement.txt".

           MOVE WS-BRANCH-NAME TO WS-RPT-BRANCH
           MOVE WS-RPT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'G' TO IBR-ACTION
           MOVE ACC-ID TO IBR-ACC-ID
           MOVE ACC-BRANCH TO IBR-BRANCH
           CALL "IBAN-CHECK" USING IBAN-REQUEST
           MOVE SPACES TO REPORT-LINE
           STRING "           IBAN " IBR-PRINT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           ADD 1 TO WS-RPT-LINE-COUNT
           ADD 1 TO WS-RPT-ACC-COUNT
      *> there is nothing to link against, so the lookup fails.
       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE 'N' TO WS-CUST-DECEASED
           MOVE 0 TO WS-CUST-BIRTH
           MOVE 'N' TO WS-EOF-CUST
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-FILE-STATUS = "35"
                   AT END MOVE 'Y' TO WS-EOF-CUST
                   NOT AT END
                       IF CUST-CHECK-ID = WS-CUST-ID
                          AND NOT CUST-LAYOUT-HEADER
      *> Registo fundido noutro cliente esta bloqueado para uso
      *> novo: abre-se a conta no sobrevivente.
                           IF CUST-CHECK-MERGED IS NUMERIC
                           ELSE
                               MOVE 'Y' TO WS-CUST-FOUND
                               MOVE CUST-CHECK-NAME TO WS-CUST-NAME
                               MOVE CUST-CHECK-DECEASED
                                   TO WS-CUST-DECEASED
                               IF CUST-CHECK-BIRTH IS NUMERIC
                                   MOVE CUST-CHECK-BIRTH
                                       TO WS-CUST-BIRTH
                               END-IF
                               MOVE 'Y' TO WS-EOF-CUST
                           END-IF
                       END-IF
           MOVE 0 TO WS-POS-TOTAL
           PERFORM OPEN-ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF-ACCOUNTS
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ACCOUNTS
           END-START
                       WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                       "(Dia 28) para alargar o ficheiro."
           END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "BANK-SYSTEM" TO RPQ-PROGRAM
           MOVE WS-OPER-NAME TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
