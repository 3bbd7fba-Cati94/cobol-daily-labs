       FD CUSTOMERS-FILE.
       01 CUST-CHECK-RECORD.
           05 CUST-CHECK-ID     PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-CHECK-NAME   PIC A(20).
           05 CUST-CHECK-EMAIL  PIC A(30).

       01 WS-AMOUNT       PIC 9(7)V99.
       01 WS-TYPE         PIC X.
       01 WS-ACCID        PIC 9(8).
       01 WS-BALANCE      PIC S9(7)V99.
       01 WS-DATE         PIC 9(8) VALUE 20260322.
       01 WS-PERIOD-OK    PIC X.
       01 TOTAL-SALDO     PIC S9(10)V99 VALUE 0.
       01 COUNT-ACCOUNTS  PIC 9(5) VALUE 0.
       01 WS-MEDIO        PIC S9(7)V99.

      *> Layout of one detail line on the account statement report.
       01 WS-RPT-DETAIL.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-RPT-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RPT-BALANCE  PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-PAGE-NUM      PIC 9(3) VALUE 0.
       01 WS-RPT-LINE-COUNT    PIC 9(2) VALUE 0.
       01 WS-RPT-LINES-PP      PIC 9(2) VALUE 20.
       01 WS-RPT-PAGE-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-RPT-GRAND-TOTAL   PIC S9(9)V99 VALUE 0.

      *> Suporte de hash salgado de passwords (migra em claro ->
      *> hash no primeiro login bem sucedido).
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
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN-PROGRAM.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "BANK-SYSTEM-D21" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "BANK-SYSTEM-D21" TO LAYOUT-PROGRAM
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
       MOVE "BANK-SYSTEM-D21" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


      *> Authenticates the operator against users.dat before the menu
      *> is offered, with the same failed-attempt counter and lockout
       DISPLAY "6. Sair"
       DISPLAY "Escolha uma opcao (1-6): "
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           EXIT PARAGRAPH
       END-IF
      *> Consultas (2, 4, 5) abertas a todos os perfis; criar e
      *> movimentar contas e trabalho de Teller.
       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CREATE-ACCOUNT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-ACCOUNTS
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM TRANSACTIONS-PAR
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM SHOW-HISTORY
           WHEN 5 PERFORM BANK-STATS-PAR
       DISPLAY "Titular: " WS-CUST-NAME
       DISPLAY "Digite o saldo inicial: "
       ACCEPT WS-BALANCE
       IF WS-BALANCE < 0
           DISPLAY "Saldo inicial nao pode ser negativo."
           EXIT PARAGRAPH
       END-IF
       PERFORM OPEN-ACCOUNTS-FILE
       MOVE WS-LAST-ACCID TO ACC-ID
       MOVE WS-NAME TO ACC-NAME
       MOVE "N" TO ACC-DORMANT
       MOVE SPACES TO ACC-PRODUCT
       WRITE ACCOUNT-RECORD
       ADD 1 TO LAYOUT-ACC-DELTA
       CLOSE ACCOUNTS-FILE
       DISPLAY "Conta criada com sucesso! ID: " WS-LAST-ACCID
       DISPLAY "Conta pendente de aprovacao antes de movimentar.".
               AT END MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF CUST-CHECK-ID = WS-CUST-ID
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE "Y" TO WS-CUST-FOUND
                       MOVE CUST-CHECK-NAME TO WS-CUST-NAME
                       MOVE "Y" TO WS-EOF-CUST
GET-LAST-ACCID.
       PERFORM OPEN-ACCOUNTS-FILE
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
       PERFORM PRINT-REPORT-HEADER

       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
       WRITE REPORT-LINE

       CLOSE ACCOUNTS-REPORT-FILE
       MOVE "account_statement.txt" TO RPQ-FILE
       MOVE "ACCSTMT" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       CLOSE ACCOUNTS-FILE
       DISPLAY "Relatorio gravado em account_statement.txt".

       OPEN I-O TRANSACTIONS-FILE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANSACTIONS-FILE.

      *> Maior TRANS-ID por posicionamento na chave, em vez do
       ACCEPT WS-ACCID
       OPEN INPUT TRANSACTIONS-FILE
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANSACTIONS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       DISPLAY "Historico de transacoes:"
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANSACTIONS-FILE NEXT RECORD
       MOVE "N" TO EOF-FLAG
       MOVE 0 TO COUNT-ACCOUNTS
       MOVE 0 TO TOTAL-SALDO
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "BANK-SYSTEM-D21" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
