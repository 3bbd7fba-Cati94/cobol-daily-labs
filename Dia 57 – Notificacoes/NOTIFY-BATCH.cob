      *>   FEEADV   - pre-aviso mensal da comissao de manutencao as
      *>              contas nao isentas;
      *>   TDMAT    - deposito a prazo a vencer nos proximos 7 dias;
      *>   FROZEN   - conta congelada;
      *>   RATECHG  - revisao da taxa de um emprestimo de taxa
      *>              variavel (loan_rate_changes.dat, escrito pelo
      *>              LOAN-SYSTEM Dia 32), antes da prestacao nova;
      *>   BOREADY  - encomenda pendente de um cliente da faturacao
      *>              libertada por uma rececao de mercadoria
      *>              (sales_orders.dat, PURCHASING Day4); a carta
      *>              nao tem conta, o cliente e o do nome da
      *>              encomenda.
      *> Cada evento notificado fica em notifications_log.dat com a
      *> sua chave (id do deposito, mes da comissao, data do ultimo
      *> movimento da dormencia, emprestimo + AAMM da revisao, numero
      *> da encomenda pendente), por
      *> isso o mesmo evento nunca gera
      *> carta duas vezes e a consulta mostra o que se enviou e
      *> quando. As cartas da corrida saem em
      *> notification_letters.txt.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT RCN-FILE ASSIGN TO "loan_rate_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

           SELECT SO-FILE ASSIGN TO "sales_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT NLOG-FILE ASSIGN TO "notifications_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.
       FD CUSTOMERS-FILE.
       01 CUST-REC.
           05 CUST-ID          PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-NAME        PIC A(20).
           05 CUST-EMAIL       PIC A(30).
           05 CUST-DOC-TYPE    PIC X(2).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-CREDIT-HOLD  PIC X.

       FD RCN-FILE.
       COPY "RATE-CHANGE-RECORD.cpy".

       FD SO-FILE.
       COPY "SALES-ORDER-RECORD.cpy".

       FD NLOG-FILE.
       01 NLG-REC.
           05 NLG-DATE  PIC 9(8).
       01 WS-TD-STATUS     PIC XX.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-NLOG-STATUS   PIC XX.
       01 WS-RCN-STATUS    PIC XX.
       01 WS-SO-STATUS     PIC XX.
       01 WS-SO-CUST-W     PIC A(20).
       01 WS-RCN-RATE-ED   PIC Z9.9999.
       01 WS-RCN-INST-ED   PIC Z(6)9.99.
       01 EOF-FLAG         PIC X VALUE "N".
       01 WS-TODAY         PIC 9(8).
       01 WS-TODAY-INT     PIC 9(9).
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
       MOVE "NOTIFY-BATCH" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "NOTIFY-BATCH" TO LAYOUT-PROGRAM
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
       MOVE "DORMANT-DAYS" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-DORMANT-DAYS
       END-IF.

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 3
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
       MOVE "NOTIFY-BATCH" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== NOTIFICACOES A CLIENTES ====="
       DISPLAY "2. Consultar notificacoes de uma conta"
       DISPLAY "3. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM GENERATE-NOTIFICATIONS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM SHOW-NOTIFICATIONS
           WHEN 3 EXIT PARAGRAPH

       PERFORM SCAN-ACCOUNTS
       PERFORM SCAN-TERM-DEPOSITS
       PERFORM SCAN-RATE-CHANGES
       PERFORM SCAN-BACKORDERS

       CLOSE LETTERS-FILE
       MOVE "notification_letters.txt" TO RPQ-FILE
       MOVE "NOTIFLTR" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
       END-PERFORM
       CLOSE TD-FILE.

      *> Revisoes de taxa variavel: uma carta por revisao, com a
      *> taxa nova, a prestacao nova e o primeiro vencimento a que
      *> se aplica.
SCAN-RATE-CHANGES.
       OPEN INPUT RCN-FILE
       IF WS-RCN-STATUS = "35"
           CLOSE RCN-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ RCN-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE RCN-ACC-ID TO WS-LETTER-ACC
                   PERFORM GET-CUST-OF-ACCOUNT
                   MOVE "RATECHG" TO WS-EVENT
                   MOVE RCN-LOAN-ID TO WS-EVENT-KEY(1:4)
                   MOVE RCN-RESET-DATE(3:4) TO WS-EVENT-KEY(5:4)
                   MOVE RCN-NEW-RATE TO WS-RCN-RATE-ED
                   MOVE RCN-NEW-INST TO WS-RCN-INST-ED
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "TAXA REVISTA: " DELIMITED BY SIZE
                          WS-RCN-RATE-ED DELIMITED BY SIZE
                          "% PREST. " DELIMITED BY SIZE
                          WS-RCN-INST-ED DELIMITED BY SIZE
                          " DESDE " DELIMITED BY SIZE
                          RCN-FIRST-DUE DELIMITED BY SIZE
                          INTO WS-EVENT-TEXT
                   END-STRING
                   PERFORM NOTIFY-IF-NEW
           END-READ
       END-PERFORM
       CLOSE RCN-FILE.

      *> Encomendas pendentes libertadas para faturar: uma carta
      *> por encomenda, ao cliente do mestre com o nome dela.
SCAN-BACKORDERS.
       OPEN INPUT SO-FILE
       IF WS-SO-STATUS = "35"
           CLOSE SO-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SO-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SO-RELEASED
                       MOVE 0 TO WS-LETTER-ACC
                       MOVE SO-CUSTOMER TO WS-SO-CUST-W
                       PERFORM GET-CUST-BY-NAME
                       MOVE "BOREADY" TO WS-EVENT
                       MOVE SO-ID TO WS-EVENT-KEY
                       MOVE SPACES TO WS-EVENT-TEXT
                       STRING "ENCOMENDA PRONTA: PRODUTO "
                              DELIMITED BY SIZE
                              SO-PROD-ID DELIMITED BY SIZE
                              " QTD " DELIMITED BY SIZE
                              SO-QTY DELIMITED BY SIZE
                              " (ENC. " DELIMITED BY SIZE
                              SO-ID DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-EVENT-TEXT
                       END-STRING
                       PERFORM NOTIFY-IF-NEW
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SO-FILE.

      *> CUST-ID do cliente com o nome WS-SO-CUST-W (0 se nao ha).
GET-CUST-BY-NAME.
       MOVE 0 TO WS-CUST-ID-W
       OPEN INPUT CUSTOMERS-FILE
       IF WS-CUST-STATUS = "35"
           CLOSE CUSTOMERS-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-CUST-STATUS NOT = "00"
           READ CUSTOMERS-FILE
               AT END MOVE "10" TO WS-CUST-STATUS
               NOT AT END
                   IF CUST-NAME = WS-SO-CUST-W
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE CUST-ID TO WS-CUST-ID-W
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

GET-CUST-OF-ACCOUNT.
       MOVE 0 TO WS-CUST-ID-W
       OPEN INPUT ACCOUNTS-FILE
       END-STRING
       WRITE LETTER-LINE
       MOVE SPACES TO LETTER-LINE
      *> Cartas de encomendas nao tem conta bancaria (conta 0).
       IF WS-LETTER-ACC = 0
           STRING "  [" DELIMITED BY SIZE
                  WS-EVENT DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-EVENT-TEXT DELIMITED BY SIZE
                  INTO LETTER-LINE
           END-STRING
       ELSE
           STRING "  CONTA " DELIMITED BY SIZE
                  WS-LETTER-ACC DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-EVENT DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-EVENT-TEXT DELIMITED BY SIZE
                  INTO LETTER-LINE
           END-STRING
       END-IF
       WRITE LETTER-LINE
       ADD 1 TO WS-LETTERS-SENT

               AT END MOVE "10" TO WS-CUST-STATUS
               NOT AT END
                   IF CUST-ID = WS-CUST-ID-W
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE CUST-NAME TO WS-CUST-NAME-W
                       IF CUST-ADDRESS NOT = SPACES
                           MOVE CUST-ADDRESS TO WS-CUST-ADDR-W
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "NOTIFY-BATCH" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
