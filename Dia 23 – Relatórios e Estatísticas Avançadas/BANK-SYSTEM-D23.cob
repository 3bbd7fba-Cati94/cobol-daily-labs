       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS     PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 TOTAL-SALDO       PIC S9(12)V99 VALUE 0.
       01 COUNT-ACCOUNTS    PIC 9(5) VALUE 0.
       01 MAX-SALDO         PIC S9(7)V99 VALUE 0.
       01 MIN-SALDO         PIC S9(7)V99 VALUE 9999999.99.
       01 TOTAL-CREDITO     PIC 9(12)V99 VALUE 0.
       01 TOTAL-DEBITO      PIC 9(12)V99 VALUE 0.
       01 COUNT-CREDITO     PIC 9(5) VALUE 0.
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM   PIC X.
       01 WS-BV-GAP         PIC S9(5).
       01 WS-BV-CORRECTION  PIC S9(7)V99.
       01 WS-INTEREST       PIC 9(7)V99.
       01 WS-OLD-BALANCE    PIC S9(7)V99.

      *> Juros devedores do descoberto: saldo de fecho de cada dia do
      *> mes reconstruido para tras a partir do saldo atual (o
      *> liquido de cada dia sai das transacoes da conta), e sobre a
      *> soma dos saldos negativos aplica-se a taxa anual do acordo
      *> (OVERDRAFT-LIMIT) pro rata a 365 dias. Conta a descoberto
      *> sem acordo algum paga a taxa de descoberto nao autorizado.
       01 WS-OD-DEFAULT-RATE PIC 9(2)V9(4) VALUE 15.0000.
       01 WS-OD-RATE        PIC 9(2)V9(4).
       01 WS-DAY-NET-TABLE.
           05 WS-DAY-NET OCCURS 31 TIMES PIC S9(9)V99.
       01 WS-DAY-IDX        PIC 9(2).
       01 WS-RUN-DAY        PIC 9(2).
       01 WS-TDAY           PIC 9(2).
       01 WS-SIGNED         PIC S9(9)V99.
       01 WS-DAY-BAL        PIC S9(11)V99.
       01 WS-OD-DAY-SUM     PIC 9(13)V99.
       01 WS-OD-DAYS        PIC 9(2).
       01 WS-DEBIT-INT      PIC 9(7)V99.
       01 WS-DEBIT-EOF      PIC X.
       01 WS-DEBIT-ACC      PIC 9(8).
      *> Bloco de pedido da consulta de descoberto (OVERDRAFT-LIMIT,
      *> Dia 75).
       COPY "OVERDRAFT-REQUEST.cpy".
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-RUN-DATE       PIC 9(8).
      *> End-of-day reconciliation: recomputes each account's balance
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-WDRAWALS  PIC -(10)9.99.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN-PROGRAM.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "BANK-SYSTEM-D23" TO LOCK-PROGRAM
       ACCEPT WS-BANKEND-STEP FROM ENVIRONMENT "BANKEND_STEP"
       MOVE "BANK-SYSTEM-D23" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
      *> O fecho nao assistido nao pode ler o OK da corrida anterior.
           IF WS-BANKEND-STEP = "RECONCILE"
               OPEN OUTPUT RECON-STATUS-FILE
               MOVE "LAYOUT" TO RECON-STATUS-LINE
               WRITE RECON-STATUS-LINE
               CLOSE RECON-STATUS-FILE
           END-IF
           GOBACK
       END-IF
       IF WS-BANKEND-STEP = "RECONCILE"
      *> A reconciliacao so le; nao precisa do lock de escrita.
           PERFORM RECONCILE-BALANCES
       DISPLAY "4. Relatorio por agencia e moeda (regulamentar)"
       DISPLAY "5. Repor snapshot anterior ao ultimo fecho de mes"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           PERFORM RELEASE-BANK-LOCK
           GOBACK
       END-IF

       EVALUATE WS-OPTION
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM INTEREST-ACCRUAL
               ELSE
                   DISPLAY "Acesso negado: fecho de mes reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 PERFORM RECONCILE-BALANCES
           WHEN 4 PERFORM REGULATORY-REPORT
           WHEN 5
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ROLLBACK-INTEREST
               ELSE
                   DISPLAY "Acesso negado: reposicao reservada a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN OTHER
               PERFORM ACCOUNT-STATS
       END-IF.

RELEASE-BANK-LOCK.
      *> O que esta execucao escreveu/apagou vai para o contador
      *> do cabecalho de layout antes de largar o lock.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
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
      *> deste programa; sem linha vale a regra.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       MOVE "C" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

      *> Recusa pela regra de perfil do programa: fica na trilha.
LOG-ACCESS-DENIED.
       MOVE "D" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

FILL-PERM-REQUEST.
       MOVE "BANK-SYSTEM-D23" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


ACCOUNT-STATS.
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           MOVE "S" TO EOF-FLAG
       ELSE
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
       END-IF
TRANSACTION-STATS.
       OPEN INPUT TRANSACTIONS-FILE
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANSACTIONS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANSACTIONS-FILE NEXT RECORD
               AT END
       PERFORM OPEN-ACCOUNTS-FILE-IO
       OPEN I-O TRANSACTIONS-FILE
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START

                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE ACC-BALANCE TO WS-OLD-BALANCE
      *> Contas internas (99999901 e seguintes) nao pagam juros
      *> devedores.
                   IF ACC-ID < 99999900
                       PERFORM CHARGE-DEBIT-INTEREST
                   END-IF
      *> Conta que fecha o mes a descoberto nao vence juros credores.
                   IF ACC-BALANCE < 0
                       EXIT PERFORM CYCLE
                   END-IF
                   PERFORM GET-PRODUCT-RATE
                   COMPUTE WS-INTEREST ROUNDED =
                       ACC-BALANCE * WS-EFF-RATE
                   MOVE "JUROS MENSAIS" TO TRANS-NARRATIVE
                   MOVE TRANS-DATE TO TRANS-VALUE-DATE
                   WRITE TRANSACTION-RECORD
                   ADD 1 TO LAYOUT-TRANS-DELTA

                   DISPLAY "Conta: " ACC-ID " Titular: " ACC-NAME
                   DISPLAY "  Saldo anterior: " WS-OLD-BALANCE

       DISPLAY "Fecho de mes concluido.".

*>-----------------------------------------------------------------
*> Juros devedores da conta carregada em ACCOUNT-RECORD: liquido
*> diario do mes pela chave alternativa da conta, saldos de fecho
*> de cada dia ate a data do fecho reconstruidos para tras a partir
*> do saldo atual, e juros = soma dos descobertos diarios x taxa
*> anual / 100 / 365. Lancado como perna F (codigo JDV), como as
*> comissoes, para nao se confundir com movimento do cliente.
*>-----------------------------------------------------------------
CHARGE-DEBIT-INTEREST.
       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
           MOVE 0 TO WS-DAY-NET (WS-DAY-IDX)
       END-PERFORM

       MOVE ACC-ID TO WS-DEBIT-ACC
       MOVE "N" TO WS-DEBIT-EOF
       MOVE WS-DEBIT-ACC TO TRANS-ACC-ID
       START TRANSACTIONS-FILE KEY IS EQUAL TO TRANS-ACC-ID
           INVALID KEY MOVE "S" TO WS-DEBIT-EOF
       END-START
       PERFORM UNTIL WS-DEBIT-EOF = "S"
           READ TRANSACTIONS-FILE NEXT RECORD
               AT END MOVE "S" TO WS-DEBIT-EOF
               NOT AT END
                   IF TRANS-ACC-ID NOT = WS-DEBIT-ACC
                       MOVE "S" TO WS-DEBIT-EOF
                   ELSE
                       IF TRANS-DATE(1:6) = WS-THIS-MONTH
                           PERFORM ADD-DAY-NET
                       END-IF
                   END-IF
           END-READ
       END-PERFORM

      *> Do dia do fecho para tras: o fecho do dia anterior e o
      *> fecho do dia menos o liquido desse dia.
       MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY
       MOVE ACC-BALANCE TO WS-DAY-BAL
       MOVE 0 TO WS-OD-DAY-SUM
       MOVE 0 TO WS-OD-DAYS
       PERFORM VARYING WS-DAY-IDX FROM WS-RUN-DAY BY -1
               UNTIL WS-DAY-IDX < 1
           IF WS-DAY-BAL < 0
               SUBTRACT WS-DAY-BAL FROM WS-OD-DAY-SUM
               ADD 1 TO WS-OD-DAYS
           END-IF
           SUBTRACT WS-DAY-NET (WS-DAY-IDX) FROM WS-DAY-BAL
       END-PERFORM
       IF WS-OD-DAYS = 0
           EXIT PARAGRAPH
       END-IF

       MOVE ACC-ID TO ODQ-ACC-ID
       MOVE WS-RUN-DATE TO ODQ-DATE
       CALL "OVERDRAFT-LIMIT" USING OVERDRAFT-REQUEST
       IF ODQ-FOUND = "Y"
           MOVE ODQ-RATE TO WS-OD-RATE
       ELSE
           MOVE WS-OD-DEFAULT-RATE TO WS-OD-RATE
       END-IF
       COMPUTE WS-DEBIT-INT ROUNDED =
           WS-OD-DAY-SUM * WS-OD-RATE / 100 / 365
       IF WS-DEBIT-INT = 0
           EXIT PARAGRAPH
       END-IF

       SUBTRACT WS-DEBIT-INT FROM ACC-BALANCE
       REWRITE ACCOUNT-RECORD

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE ACC-ID TO TRANS-ACC-ID
       MOVE "F" TO TRANS-TYPE
       MOVE WS-DEBIT-INT TO TRANS-AMOUNT
       MOVE WS-RUN-DATE TO TRANS-DATE
       MOVE ACC-CURRENCY TO TRANS-CURRENCY
       MOVE ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "JDV" TO TRANS-REASON
       MOVE "JUROS DEVEDORES" TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       DISPLAY "Conta: " ACC-ID " Titular: " ACC-NAME
       DISPLAY "  Dias a descoberto: " WS-OD-DAYS
               " Taxa anual: " WS-OD-RATE "%"
       DISPLAY "  Juros devedores debitados: " WS-DEBIT-INT.

ADD-DAY-NET.
       MOVE TRANS-DATE(7:2) TO WS-TDAY
       IF WS-TDAY < 1 OR WS-TDAY > 31
           EXIT PARAGRAPH
       END-IF
       IF TRANS-CREDIT OR TRANS-INTEREST OR TRANS-REVERSAL-CR
           MOVE TRANS-AMOUNT TO WS-SIGNED
       ELSE
           COMPUTE WS-SIGNED = 0 - TRANS-AMOUNT
       END-IF
       ADD WS-SIGNED TO WS-DAY-NET (WS-TDAY).

*> Carrega o catalogo de produtos para a tabela em memoria; sem
*> catalogo a tabela fica vazia e todas as contas seguem a taxa
*> unica legada.
           OPEN EXTEND SNAPSHOT-FILE
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANSACTIONS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANSACTIONS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
           PERFORM APPLY-ONE-BACKVALUE
       END-PERFORM
       CLOSE BACKVAL-FILE
       MOVE "backvaluation_report.txt" TO RPQ-FILE
       MOVE "BACKVAL" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Correcoes de retro-valorizacao: " WS-BV-COUNT
               " (backvaluation_report.txt)".

       MOVE "CORRECAO DATA-VALOR" TO TRANS-NARRATIVE
       MOVE WS-BV-VDATE (WS-BV-IDX) TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANSACTIONS-FILE

       PERFORM WRITE-BACKVALUE-LINE.
       IF WS-ACC-STATUS = "35"
           MOVE "S" TO EOF-FLAG
       ELSE
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
       END-IF
       MOVE 0 TO WS-COMPUTED-BAL
       OPEN INPUT TRANSACTIONS-FILE
       MOVE "N" TO WS-EOF-RECON-TXN
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANSACTIONS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO WS-EOF-RECON-TXN
       END-START
       PERFORM UNTIL WS-EOF-RECON-TXN = "S"
           READ TRANSACTIONS-FILE NEXT RECORD
               AT END
       IF WS-ACC-STATUS = "35"
           MOVE "S" TO EOF-FLAG
       ELSE
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
       END-IF

       OPEN INPUT TRANSACTIONS-FILE
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANSACTIONS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANSACTIONS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
       WRITE REG-REPORT-LINE

       CLOSE REG-REPORT-FILE
       MOVE "branch_currency_report.txt" TO RPQ-FILE
       MOVE "BRCCY" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Relatorio gravado em branch_currency_report.txt"
               " (" WS-RC-COUNT " grupo(s)).".

                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "BANK-SYSTEM-D23" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
