      *>     prazos de pagamento; fora dela ficam em retencao (H)
      *>     com o motivo, ate alguem rever e libertar;
      *>   - razao de pendentes por fornecedor com vencimentos;
      *>   - corrida de pagamentos que seleciona as vencidas e as
      *>     paga pelo banco, agrupadas por fornecedor: debito na
      *>     conta operacional indicada e credito na conta interna
      *>     do fornecedor, ou instrucao para a camara
      *>     (clearing_outgoing.dat) quando ele tem IBAN de outro
      *>     banco; o aviso de pagamento por fornecedor sai em
      *>     ap_remittance_report.txt;
      *>   - corridas no limiar de autorizacao ou acima ficam a
      *>     espera de um segundo operador no AUTH-QUEUE (origem
      *>     AP-RUN) e sao pagas depois de aprovadas;
      *>   - pagamentos devolvidos pela camara de compensacao poem a
      *>     fatura outra vez em retencao em vez de a deixar paga;
      *>   - faturas de frete, direitos aduaneiros e manuseamento
      *>     conferidas contra o encargo repartido no PURCHASING
      *>     (landed_costs.dat) em vez de uma encomenda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

      *> Encargos de aquisicao repartidos pelas rececoes.
           SELECT LC-FILE ASSIGN TO "landed_costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT LC-TEMP ASSIGN TO "landed_costs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPLIERS-FILE ASSIGN TO "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.
           SELECT REMIT-FILE ASSIGN TO "ap_remittance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

      *> Transferencias para outros bancos (INTERBANK-CLEARING).
           SELECT CLEARING-OUT-FILE ASSIGN TO "clearing_outgoing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.

      *> Fila de dupla autorizacao (AUTH-QUEUE, Dia 68).
           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT PENDING-AUTH-TEMP ASSIGN TO "pending_auth.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

               88 PO-OPEN     VALUE "O".
               88 PO-RECEIVED VALUE "R".
           05 PO-PRICE    PIC 9(5)V99.
           05 PO-RCV-QTY  PIC 9(4).

       FD LC-FILE.
       COPY "LANDED-COST-RECORD.cpy".

      *> Width must match LC-REC exactly (90 chars).
       FD LC-TEMP.
       01 LC-TEMP-REC PIC X(90).

       FD SUPPLIERS-FILE.
       COPY "SUPPLIER-RECORD.cpy".

       FD AP-FILE.
       COPY "AP-INVOICE-RECORD.cpy".

      *> Width must match API-REC exactly (97 chars).
       FD AP-TEMP.
       01 API-TEMP-REC PIC X(97).

       FD REMIT-FILE.
       01 REMIT-LINE PIC X(90).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD CLEARING-OUT-FILE.
       COPY "CLEARING-OUT-RECORD.cpy".

       FD PENDING-AUTH-FILE.
       COPY "AUTH-RECORD.cpy".

      *> Width must match PA-REC exactly (157 chars).
       FD PENDING-AUTH-TEMP.
       01 PA-TEMP-REC PIC X(157).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION      PIC 9 VALUE 0.
       01 WS-PO-STATUS   PIC XX.
       01 WS-LIMIT       PIC 9(7)V99.
       01 WS-LAST-AP-ID  PIC 9(5) VALUE 0.

      *> Fatura de encargo de aquisicao (frete, direitos...).
       01 WS-LC-STATUS   PIC XX.
       01 WS-IN-LC       PIC 9(5).
       01 WS-LC-SUP      PIC 9(3).
       01 WS-LC-DOC      PIC X(12).
       01 WS-LC-TOTAL    PIC 9(7)V99.
       01 WS-LC-BILLED   PIC X.

      *> Corrida de pagamentos.
       01 WS-PAY-COUNT   PIC 9(4) VALUE 0.
       01 WS-PAY-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-REL-ID      PIC 9(5).
       01 WS-LIST-SUP    PIC 9(3).
       01 WS-SUP-TOTAL   PIC 9(9)V99.

      *> Pagamento pelo banco.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-CLO-STATUS     PIC XX.
       01 WS-CLO-EOF        PIC X VALUE "N".
       01 WS-PA-STATUS      PIC XX.
       01 WS-PA-EOF         PIC X VALUE "N".
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-LAST-CLO-ID    PIC 9(5) VALUE 0.
       01 WS-LAST-PA-ID     PIC 9(5) VALUE 0.
      *> Corridas com total igual ou acima disto precisam de um
      *> segundo operador (AUTH-QUEUE) antes de pagar.
       01 WS-AUTH-THRESHOLD PIC 9(7)V99 VALUE 25000.00.
      *> Conta de liquidacao interbancaria (reservada).
       01 WS-SETTLE-ACC     PIC 9(8) VALUE 99999901.
       01 WS-OPER-ACC       PIC 9(8).
       01 WS-OPER-AVAIL     PIC S9(9)V99.
       01 WS-OPER-CURR      PIC X(3).
       01 WS-OPER-BRANCH    PIC 9(4).
       01 WS-ACC-OK         PIC X.
       01 WS-ACC-REASON     PIC X(30).
       01 WS-BANK-READY     PIC X VALUE "N".
      *> N = corrida nova (vencidas em aberto), X = corrida aprovada
      *> (faturas A com o numero da corrida).
       01 WS-RUN-MODE       PIC X.
       01 WS-RUN-ID         PIC 9(5) VALUE 0.
       01 WS-RUN-COUNT      PIC 9(4) VALUE 0.
       01 WS-RUN-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-RUN-NOBANK     PIC 9(4) VALUE 0.
       01 WS-RUN-DONE       PIC X.
       01 WS-SELECTED       PIC X.
      *> A = por autorizar, P = pagar, R = corrida rejeitada.
       01 WS-MARK-ACTION    PIC X.
       01 WS-SX             PIC 9(4).
       01 WS-CREDIT-ACC     PIC 9(8).
       01 WS-CREDIT-BRANCH  PIC 9(4).
       01 WS-PAY-NARR       PIC X(20).
       01 WS-AUTH-EXECUTED  PIC 9(4) VALUE 0.
       01 WS-REOPENED       PIC 9(4) VALUE 0.
      *> Instrucoes devolvidas pela camara (CLO-ID).
       01 WS-RT-COUNT       PIC 9(4) VALUE 0.
       01 WS-RT-IDX         PIC 9(4).
       01 WS-RT-TABLE.
           05 WS-RT-ID      PIC 9(5) OCCURS 500 TIMES.
      *> Dados bancarios por numero de fornecedor.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 999 TIMES.
               10 WS-SP-NAME    PIC X(25).
      *> I = conta interna, E = IBAN de outro banco, espaco = sem.
               10 WS-SP-METHOD  PIC X.
               10 WS-SP-ACC     PIC 9(8).
               10 WS-SP-IBAN    PIC X(34).
               10 WS-SP-BANK    PIC 9(4).
      *> Totais da corrida por fornecedor e o resultado do pagamento.
       01 WS-RN-TABLE.
           05 WS-RN-ENTRY OCCURS 999 TIMES.
               10 WS-RN-TOTAL   PIC 9(9)V99.
               10 WS-RN-COUNT   PIC 9(4).
               10 WS-RN-PAID    PIC X.
               10 WS-RN-CLO     PIC 9(5).
               10 WS-RN-NOTE    PIC X(30).

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

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
       MOVE "AP-SYSTEM" TO LOCK-PROGRAM
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
       DISPLAY "3. Listar retidas (divergencias)"
       DISPLAY "4. Libertar fatura retida"
       DISPLAY "5. Corrida de pagamentos (vencidas)"
       DISPLAY "6. Executar corridas autorizadas"
       DISPLAY "7. Pagamentos devolvidos pela camara"
       DISPLAY "8. Registar fatura de frete / direitos"
       DISPLAY "9. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM ENTER-SUPPLIER-INVOICE
           WHEN 2 PERFORM LIST-OPEN-PAYABLES
           WHEN 3 PERFORM LIST-HELD
           WHEN 4 PERFORM RELEASE-HELD
           WHEN 5
               PERFORM START-BANK-WORK
               IF WS-BANK-READY = "S"
                   PERFORM PAYMENT-RUN
                   PERFORM RELEASE-BANK-LOCK
               END-IF
           WHEN 6
               PERFORM START-BANK-WORK
               IF WS-BANK-READY = "S"
                   PERFORM EXECUTE-APPROVED-RUNS
                   PERFORM RELEASE-BANK-LOCK
               END-IF
           WHEN 7
               PERFORM START-BANK-WORK
               IF WS-BANK-READY = "S"
                   PERFORM REOPEN-RETURNED-PAYMENTS
                   IF WS-REOPENED = 0
                       DISPLAY "Sem pagamentos devolvidos por tratar."
                   END-IF
                   PERFORM RELEASE-BANK-LOCK
               END-IF
           WHEN 8 PERFORM ENTER-LANDED-INVOICE
           WHEN 9 GO TO END-PROG
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

           MOVE "H" TO API-STATUS
           MOVE WS-HOLD-REASON TO API-HOLD-REASON
       END-IF
       MOVE 0 TO API-PAY-RUN
       MOVE 0 TO API-CLO-ID
       MOVE 0 TO API-LC-ID
       WRITE API-REC
       CLOSE AP-FILE

                   WS-HOLD-REASON "."
       END-IF.

*>-----------------------------------------------------------------
*> Fatura de frete, direitos aduaneiros ou manuseamento: conferida
*> contra o encargo registado e repartido pelas rececoes no
*> PURCHASING (landed_costs.dat) em vez de uma encomenda. O encargo
*> tem de ser do fornecedor e estar por faturar; valor fora da
*> tolerancia poe a fatura em retencao. As linhas do encargo ficam
*> marcadas faturadas com o numero da fatura.
*>-----------------------------------------------------------------
ENTER-LANDED-INVOICE.
       DISPLAY "Numero da fatura do fornecedor:"
       ACCEPT WS-IN-NUMBER
       DISPLAY "Fornecedor (numero):"
       ACCEPT WS-IN-SUP
       DISPLAY "Encargo de aquisicao (numero no PURCHASING):"
       ACCEPT WS-IN-LC
       DISPLAY "Valor faturado:"
       ACCEPT WS-IN-AMOUNT
       DISPLAY "Prazo de pagamento em dias (vazio/0 = 30):"
       ACCEPT WS-IN-TERMS
       IF WS-IN-TERMS = 0
           MOVE 30 TO WS-IN-TERMS
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       IF WS-IN-NUMBER = SPACES OR WS-IN-AMOUNT = 0
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-LANDED-COST
       IF WS-FOUND = "N"
           DISPLAY "Encargo nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-LC-SUP NOT = WS-IN-SUP
           DISPLAY "O encargo " WS-IN-LC " e do fornecedor "
                   WS-LC-SUP ", nao de " WS-IN-SUP "."
           EXIT PARAGRAPH
       END-IF
       IF WS-LC-BILLED = "S"
           DISPLAY "O encargo " WS-IN-LC " ja foi faturado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Encargo " WS-IN-LC " documento " WS-LC-DOC
               " valor " WS-LC-TOTAL

      *> Valor faturado vs valor repartido pelas rececoes.
       MOVE SPACES TO WS-HOLD-REASON
       COMPUTE WS-DIFF = WS-IN-AMOUNT - WS-LC-TOTAL
       IF WS-DIFF < 0
           COMPUTE WS-DIFF = 0 - WS-DIFF
       END-IF
       COMPUTE WS-LIMIT ROUNDED = WS-LC-TOTAL * WS-TOLERANCE
       IF WS-DIFF > WS-LIMIT
           MOVE "VALOR FORA TOLER" TO WS-HOLD-REASON
       END-IF

       PERFORM GET-LAST-AP-ID
       ADD 1 TO WS-LAST-AP-ID
       COMPUTE WS-IN-DUE =
           FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-IN-TERMS)

       OPEN EXTEND AP-FILE
       IF WS-AP-STATUS = "05" OR WS-AP-STATUS = "35"
           CLOSE AP-FILE
           OPEN OUTPUT AP-FILE
           CLOSE AP-FILE
           OPEN EXTEND AP-FILE
       END-IF
       MOVE WS-LAST-AP-ID TO API-ID
       MOVE WS-IN-NUMBER TO API-NUMBER
       MOVE WS-IN-SUP TO API-SUP-ID
       MOVE 0 TO API-PO-ID
       MOVE 0 TO API-QTY
       MOVE 0 TO API-PRICE
       MOVE WS-IN-AMOUNT TO API-AMOUNT
       MOVE WS-TODAY TO API-DATE
       MOVE WS-IN-DUE TO API-DUE
       IF WS-HOLD-REASON = SPACES
           MOVE "O" TO API-STATUS
           MOVE SPACES TO API-HOLD-REASON
       ELSE
           MOVE "H" TO API-STATUS
           MOVE WS-HOLD-REASON TO API-HOLD-REASON
       END-IF
       MOVE 0 TO API-PAY-RUN
       MOVE 0 TO API-CLO-ID
       MOVE WS-IN-LC TO API-LC-ID
       WRITE API-REC
       CLOSE AP-FILE

       PERFORM MARK-LANDED-COST-BILLED
       IF WS-HOLD-REASON = SPACES
           DISPLAY "Fatura " WS-LAST-AP-ID " em aberto: "
                   WS-IN-AMOUNT " vence " WS-IN-DUE "."
       ELSE
           DISPLAY "Fatura " WS-LAST-AP-ID " RETIDA: "
                   WS-HOLD-REASON " (encargo " WS-LC-TOTAL ")."
       END-IF.

FIND-LANDED-COST.
       MOVE "N" TO WS-FOUND
       MOVE "N" TO WS-LC-BILLED
       MOVE 0 TO WS-LC-TOTAL
       OPEN INPUT LC-FILE
       IF WS-LC-STATUS = "35"
           CLOSE LC-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ LC-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LC-ID = WS-IN-LC
                       MOVE "S" TO WS-FOUND
                       MOVE LC-SUPPLIER TO WS-LC-SUP
                       MOVE LC-DOC TO WS-LC-DOC
                       MOVE LC-TOTAL TO WS-LC-TOTAL
                       IF LC-INVOICED
                           MOVE "S" TO WS-LC-BILLED
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LC-FILE.

      *> Linhas do encargo passam a faturadas (I) com a fatura AP,
      *> via temporario.
MARK-LANDED-COST-BILLED.
       OPEN INPUT LC-FILE
       OPEN OUTPUT LC-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ LC-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LC-ID = WS-IN-LC
                       MOVE "I" TO LC-STATUS
                       MOVE WS-LAST-AP-ID TO LC-API-ID
                   END-IF
                   MOVE LC-REC TO LC-TEMP-REC
                   WRITE LC-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE LC-FILE
       CLOSE LC-TEMP
       CALL "SYSTEM" USING "mv landed_costs.tmp landed_costs.dat".

FIND-PO.
       MOVE "N" TO WS-FOUND
       MOVE 0 TO WS-PO-QTY
           READ AP-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF (API-OPEN OR API-AWAIT-AUTH)
                      AND (WS-LIST-SUP = 0
                           OR API-SUP-ID = WS-LIST-SUP)
                       ADD API-AMOUNT TO WS-SUP-TOTAL
                       IF API-AWAIT-AUTH
                           DISPLAY "AP " API-ID
                                   " FAT " API-NUMBER
                                   " Forn " API-SUP-ID
                                   " Valor " API-AMOUNT
                                   " Corrida " API-PAY-RUN
                                   " POR AUTORIZAR"
                       ELSE
                           DISPLAY "AP " API-ID
                                   " FAT " API-NUMBER
                                   " Forn " API-SUP-ID
                                   " PO " API-PO-ID
                                   " Valor " API-AMOUNT
                                   " Vence " API-DUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM

*>-----------------------------------------------------------------
*> Corrida de pagamentos: seleciona as faturas em aberto ja
*> vencidas dos fornecedores com dados bancarios e paga-as pelo
*> banco, agrupadas por fornecedor, a partir da conta operacional
*> indicada. Com total no limiar ou acima a corrida nao paga:
*> as faturas ficam A e o pedido vai para o AUTH-QUEUE.
*>-----------------------------------------------------------------
PAYMENT-RUN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF

      *> Devolucoes ja recebidas primeiro, para nao voltar a pagar
      *> para o mesmo destino uma fatura cujo pagamento falhou.
       PERFORM REOPEN-RETURNED-PAYMENTS

       DISPLAY "Conta operacional a debitar:"
       ACCEPT WS-OPER-ACC
       PERFORM CHECK-OPER-ACCOUNT
       IF WS-ACC-OK = "N"
           DISPLAY "Conta operacional " WS-OPER-ACC ": "
                   WS-ACC-REASON
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-SUPPLIERS
       MOVE "N" TO WS-RUN-MODE
       PERFORM SELECT-RUN-INVOICES
       IF WS-RUN-NOBANK > 0
           DISPLAY WS-RUN-NOBANK " fatura(s) vencida(s) de "
                   "fornecedores sem dados bancarios ficam em "
                   "aberto (PURCHASING opcao 10)."
       END-IF
       IF WS-RUN-COUNT = 0
           DISPLAY "Sem faturas vencidas para pagar."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-LAST-PAY-RUN
       ADD 1 TO WS-RUN-ID
       IF WS-RUN-TOTAL >= WS-AUTH-THRESHOLD
           PERFORM PARK-PAYMENT-RUN
           EXIT PARAGRAPH
       END-IF

       OPEN OUTPUT REMIT-FILE
       PERFORM EXECUTE-PAYMENT-RUN
       CLOSE REMIT-FILE
       MOVE "ap_remittance_report.txt" TO RPQ-FILE
       MOVE "APREMIT" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT.

      *> Le WS-OPER-ACC: tem de existir, estar ativa (nem congelada,
      *> nem dormente) e em euros; WS-OPER-AVAIL = saldo - cativos.
CHECK-OPER-ACCOUNT.
       MOVE "S" TO WS-ACC-OK
       MOVE SPACES TO WS-ACC-REASON
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS NOT = "00"
           MOVE "N" TO WS-ACC-OK
           MOVE "ACCOUNTS.DAT INDISPONIVEL" TO WS-ACC-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OPER-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               MOVE "N" TO WS-ACC-OK
               MOVE "INEXISTENTE" TO WS-ACC-REASON
       END-READ
       IF WS-ACC-OK = "S"
           EVALUATE TRUE
               WHEN ACC-FROZEN
                   MOVE "N" TO WS-ACC-OK
                   MOVE "CONGELADA" TO WS-ACC-REASON
               WHEN ACC-CLOSED
                   MOVE "N" TO WS-ACC-OK
                   MOVE "ENCERRADA" TO WS-ACC-REASON
               WHEN ACC-PENDING
                   MOVE "N" TO WS-ACC-OK
                   MOVE "PENDENTE" TO WS-ACC-REASON
               WHEN ACC-IS-DORMANT
                   MOVE "N" TO WS-ACC-OK
                   MOVE "DORMENTE" TO WS-ACC-REASON
               WHEN ACC-CURRENCY NOT = "EUR"
                    AND ACC-CURRENCY NOT = SPACES
                   MOVE "N" TO WS-ACC-OK
                   MOVE "NAO E EM EUROS" TO WS-ACC-REASON
           END-EVALUATE
       END-IF
       IF WS-ACC-OK = "S"
           COMPUTE WS-OPER-AVAIL = ACC-BALANCE - ACC-HOLD-AMOUNT
           MOVE ACC-CURRENCY TO WS-OPER-CURR
           IF WS-OPER-CURR = SPACES
               MOVE "EUR" TO WS-OPER-CURR
           END-IF
           MOVE ACC-BRANCH TO WS-OPER-BRANCH
       END-IF
       CLOSE ACCOUNTS-FILE.

      *> Carrega suppliers.dat na tabela por numero de fornecedor.
LOAD-SUPPLIERS.
       INITIALIZE WS-SP-TABLE
       OPEN INPUT SUPPLIERS-FILE
       IF WS-SUP-STATUS = "35"
           CLOSE SUPPLIERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SUPPLIERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF SUP-ID > 0
                       MOVE SUP-NAME TO WS-SP-NAME(SUP-ID)
                       MOVE SPACE TO WS-SP-METHOD(SUP-ID)
                       IF SUP-PAY-INTERNAL AND SUP-ACC-ID IS NUMERIC
                           MOVE "I" TO WS-SP-METHOD(SUP-ID)
                           MOVE SUP-ACC-ID TO WS-SP-ACC(SUP-ID)
                       END-IF
                       IF SUP-PAY-EXTERNAL AND SUP-BANK IS NUMERIC
                           MOVE "E" TO WS-SP-METHOD(SUP-ID)
                           MOVE SUP-IBAN TO WS-SP-IBAN(SUP-ID)
                           MOVE SUP-BANK TO WS-SP-BANK(SUP-ID)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SUPPLIERS-FILE.

      *> Primeira passagem: totais da corrida por fornecedor.
SELECT-RUN-INVOICES.
       INITIALIZE WS-RN-TABLE
       MOVE 0 TO WS-RUN-COUNT
       MOVE 0 TO WS-RUN-TOTAL
       MOVE 0 TO WS-RUN-NOBANK
       OPEN INPUT AP-FILE
       IF WS-AP-STATUS = "35"
           CLOSE AP-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ AP-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   PERFORM CHECK-RUN-SELECT
                   EVALUATE WS-SELECTED
                       WHEN "S"
                           ADD 1 TO WS-RUN-COUNT
                           ADD API-AMOUNT TO WS-RUN-TOTAL
                           ADD 1 TO WS-RN-COUNT(API-SUP-ID)
                           ADD API-AMOUNT TO WS-RN-TOTAL(API-SUP-ID)
                       WHEN "B"
                           ADD 1 TO WS-RUN-NOBANK
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE AP-FILE.

      *> WS-SELECTED: S = entra na corrida; B = vencida mas o
      *> fornecedor nao tem dados bancarios; N = fora.
CHECK-RUN-SELECT.
       MOVE "N" TO WS-SELECTED
       IF WS-RUN-MODE = "X"
           IF API-AWAIT-AUTH AND API-PAY-RUN = WS-RUN-ID
               MOVE "S" TO WS-SELECTED
           END-IF
       ELSE
           IF API-OPEN AND API-DUE <= WS-TODAY
               IF API-SUP-ID = 0
                   MOVE "B" TO WS-SELECTED
               ELSE
                   IF WS-SP-METHOD(API-SUP-ID) = SPACE
                       MOVE "B" TO WS-SELECTED
                   ELSE
                       MOVE "S" TO WS-SELECTED
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Corrida acima do limiar: as faturas ficam A com o numero da
      *> corrida e o pedido (conta operacional, total, corrida nas
      *> primeiras 5 posicoes do descritivo) entra na fila.
PARK-PAYMENT-RUN.
       MOVE "A" TO WS-MARK-ACTION
       PERFORM MARK-RUN-INVOICES

       PERFORM GET-LAST-PA-ID
       ADD 1 TO WS-LAST-PA-ID
       OPEN EXTEND PENDING-AUTH-FILE
       IF WS-PA-STATUS = "05" OR WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           OPEN OUTPUT PENDING-AUTH-FILE
           CLOSE PENDING-AUTH-FILE
           OPEN EXTEND PENDING-AUTH-FILE
       END-IF
       MOVE WS-LAST-PA-ID TO PA-ID
       MOVE WS-TODAY TO PA-DATE
       MOVE "AP-RUN" TO PA-SOURCE
       MOVE "P" TO PA-OPTION
       MOVE WS-OPER-ACC TO PA-ACC-ID
       IF WS-RUN-TOTAL > 9999999.99
           MOVE 9999999.99 TO PA-AMOUNT
       ELSE
           MOVE WS-RUN-TOTAL TO PA-AMOUNT
       END-IF
       MOVE 0 TO PA-RATE
       MOVE 0 TO PA-TERM
       MOVE "PGF" TO PA-REASON
       MOVE SPACES TO PA-NARRATIVE
       MOVE WS-RUN-ID TO PA-NARRATIVE(1:5)
       MOVE WS-OPER-NAME TO PA-MAKER
       MOVE "P" TO PA-STATUS
       MOVE SPACES TO PA-CHECKER
       MOVE 0 TO PA-DISP-DATE
       MOVE 0 TO PA-VALUE-DATE
       MOVE SPACES TO PA-VD-SUPER
       MOVE 0 TO PA-APP-ID
       WRITE PA-REC
       CLOSE PENDING-AUTH-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AP RUN " DELIMITED BY SIZE
              WS-RUN-ID DELIMITED BY SIZE
              " PARKED AUTH " DELIMITED BY SIZE
              WS-LAST-PA-ID DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Corrida " WS-RUN-ID ": " WS-RUN-COUNT
               " fatura(s), total " WS-RUN-TOTAL
       DISPLAY "Total no limiar de autorizacao ou acima - a espera "
               "de segunda autorizacao (pedido " WS-LAST-PA-ID
               "); pague com a opcao 6 depois de aprovada.".

*>-----------------------------------------------------------------
*> Paga a corrida ja selecionada (tabela WS-RN): confere o
*> disponivel da conta operacional para o total, paga cada
*> fornecedor (PAY-SUPPLIER) e marca as faturas na segunda
*> passagem, com o aviso de pagamento em ap_remittance_report.txt
*> (aberto pelo chamador). WS-RUN-DONE = S se algo foi pago.
*>-----------------------------------------------------------------
EXECUTE-PAYMENT-RUN.
       MOVE "N" TO WS-RUN-DONE
       MOVE 0 TO WS-PAY-COUNT
       MOVE 0 TO WS-PAY-TOTAL

       MOVE SPACES TO REMIT-LINE
       STRING "AVISOS DE PAGAMENTO - CORRIDA " DELIMITED BY SIZE
              WS-RUN-ID DELIMITED BY SIZE
              " DE " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " - CONTA " DELIMITED BY SIZE
              WS-OPER-ACC DELIMITED BY SIZE
              INTO REMIT-LINE
       END-STRING
       WRITE REMIT-LINE

       IF WS-RUN-TOTAL > WS-OPER-AVAIL
           MOVE "SALDO INSUFICIENTE NA CONTA OPERACIONAL - NADA PAGO"
               TO REMIT-LINE
           WRITE REMIT-LINE
           DISPLAY "Corrida " WS-RUN-ID ": saldo disponivel "
                   "insuficiente na conta " WS-OPER-ACC
                   " - nada pago."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-LAST-TRANS
       PERFORM GET-LAST-CLO-ID
       OPEN I-O ACCOUNTS-FILE
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF
       PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 999
           IF WS-RN-COUNT(WS-SX) > 0
               PERFORM PAY-SUPPLIER
           END-IF
       END-PERFORM
       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE

       MOVE "P" TO WS-MARK-ACTION
       PERFORM MARK-RUN-INVOICES

      *> Uma linha por fornecedor: como foi pago, ou porque nao.
       PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 999
           IF WS-RN-COUNT(WS-SX) > 0
               PERFORM WRITE-SUPPLIER-REMIT
           END-IF
       END-PERFORM

       MOVE SPACES TO REMIT-LINE
       END-STRING
       WRITE REMIT-LINE

       IF WS-PAY-COUNT > 0
           MOVE "S" TO WS-RUN-DONE
       END-IF

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AP RUN " DELIMITED BY SIZE
              WS-RUN-ID DELIMITED BY SIZE
              " PAID " DELIMITED BY SIZE
              WS-PAY-TOTAL DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Corrida " WS-RUN-ID ": pagas " WS-PAY-COUNT
               " fatura(s), total " WS-PAY-TOTAL
               " (ap_remittance_report.txt).".

*>-----------------------------------------------------------------
*> Paga o fornecedor WS-SX pelo total da corrida: debito na conta
*> operacional e credito na conta dele (forma I), ou na conta de
*> liquidacao com a instrucao para a camara (forma E). Motivo PGF
*> e fornecedor/corrida no descritivo das duas pernas. Ficheiros
*> de contas e movimentos abertos I-O pelo chamador.
*>-----------------------------------------------------------------
PAY-SUPPLIER.
       MOVE "N" TO WS-RN-PAID(WS-SX)
       MOVE SPACES TO WS-RN-NOTE(WS-SX)
       IF WS-RN-TOTAL(WS-SX) > 9999999.99
           MOVE "TOTAL ACIMA DO MAXIMO DE UM MOVIMENTO"
               TO WS-RN-NOTE(WS-SX)
           EXIT PARAGRAPH
       END-IF
       IF WS-SP-METHOD(WS-SX) = SPACE
           MOVE "FORNECEDOR SEM DADOS BANCARIOS"
               TO WS-RN-NOTE(WS-SX)
           EXIT PARAGRAPH
       END-IF
       IF WS-SP-METHOD(WS-SX) = "I"
           MOVE WS-SP-ACC(WS-SX) TO WS-CREDIT-ACC
       ELSE
           MOVE WS-SETTLE-ACC TO WS-CREDIT-ACC
       END-IF
       IF WS-CREDIT-ACC = WS-OPER-ACC
           MOVE "CONTA DO FORNECEDOR E A OPERACIONAL"
               TO WS-RN-NOTE(WS-SX)
           EXIT PARAGRAPH
       END-IF

      *> A conta a creditar tem de aceitar creditos e ser em euros.
       MOVE WS-CREDIT-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               MOVE "CONTA A CREDITAR INEXISTENTE"
                   TO WS-RN-NOTE(WS-SX)
           NOT INVALID KEY
               IF ACC-PENDING OR ACC-CLOSED
                   MOVE "CONTA A CREDITAR NAO ACEITA CREDITOS"
                       TO WS-RN-NOTE(WS-SX)
               END-IF
               IF ACC-CURRENCY NOT = WS-OPER-CURR
                  AND ACC-CURRENCY NOT = SPACES
                   MOVE "CONTA A CREDITAR NOUTRA MOEDA"
                       TO WS-RN-NOTE(WS-SX)
               END-IF
               MOVE ACC-BRANCH TO WS-CREDIT-BRANCH
       END-READ
       IF WS-RN-NOTE(WS-SX) NOT = SPACES
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-PAY-NARR
       STRING "PAG FORN " DELIMITED BY SIZE
              WS-SX(2:3) DELIMITED BY SIZE
              " C" DELIMITED BY SIZE
              WS-RUN-ID DELIMITED BY SIZE
              INTO WS-PAY-NARR
       END-STRING

       MOVE WS-OPER-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               SUBTRACT WS-RN-TOTAL(WS-SX) FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       MOVE WS-CREDIT-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD WS-RN-TOTAL(WS-SX) TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       SUBTRACT WS-RN-TOTAL(WS-SX) FROM WS-OPER-AVAIL

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-OPER-ACC TO TRANS-ACC-ID
       MOVE "D" TO TRANS-TYPE
       MOVE WS-RN-TOTAL(WS-SX) TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-OPER-CURR TO TRANS-CURRENCY
       MOVE WS-OPER-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "PGF" TO TRANS-REASON
       MOVE WS-PAY-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-CREDIT-ACC TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE WS-RN-TOTAL(WS-SX) TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE WS-OPER-CURR TO TRANS-CURRENCY
       MOVE WS-CREDIT-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "PGF" TO TRANS-REASON
       MOVE WS-PAY-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       MOVE 0 TO WS-RN-CLO(WS-SX)
       IF WS-SP-METHOD(WS-SX) = "E"
           ADD 1 TO WS-LAST-CLO-ID
           MOVE WS-LAST-CLO-ID TO WS-RN-CLO(WS-SX)
           OPEN EXTEND CLEARING-OUT-FILE
           IF WS-CLO-STATUS = "05" OR WS-CLO-STATUS = "35"
               CLOSE CLEARING-OUT-FILE
               OPEN OUTPUT CLEARING-OUT-FILE
               CLOSE CLEARING-OUT-FILE
               OPEN EXTEND CLEARING-OUT-FILE
           END-IF
           MOVE WS-LAST-CLO-ID TO CLO-ID
           MOVE PC-POST-DATE TO CLO-DATE
           MOVE WS-OPER-ACC TO CLO-FROM-ACC
           MOVE WS-SP-BANK(WS-SX) TO CLO-BANK
           MOVE SPACES TO CLO-BEN-ACC
           MOVE WS-SP-IBAN(WS-SX)(9:17) TO CLO-BEN-ACC
           MOVE WS-SP-NAME(WS-SX) TO CLO-BEN-NAME
           MOVE WS-SP-IBAN(WS-SX) TO CLO-BEN-IBAN
           MOVE WS-RN-TOTAL(WS-SX) TO CLO-AMOUNT
           MOVE "P" TO CLO-STATUS
           MOVE 0 TO CLO-SENT-DATE
           MOVE 0 TO CLO-RET-DATE
           MOVE SPACES TO CLO-RET-REASON
           WRITE CLO-REC
           CLOSE CLEARING-OUT-FILE
       END-IF
       MOVE "S" TO WS-RN-PAID(WS-SX).

      *> Segunda passagem por ap_invoices.dat (via temporario) com a
      *> acao WS-MARK-ACTION sobre as faturas da corrida.
MARK-RUN-INVOICES.
       OPEN INPUT AP-FILE
       IF WS-AP-STATUS = "35"
           CLOSE AP-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT AP-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ AP-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   EVALUATE WS-MARK-ACTION
                       WHEN "R"
                           IF API-AWAIT-AUTH
                              AND API-PAY-RUN = WS-RUN-ID
                               MOVE "O" TO API-STATUS
                               MOVE 0 TO API-PAY-RUN
                           END-IF
                       WHEN OTHER
                           PERFORM CHECK-RUN-SELECT
                           IF WS-SELECTED = "S"
                               PERFORM MARK-ONE-INVOICE
                           END-IF
                   END-EVALUATE
                   MOVE API-REC TO API-TEMP-REC
                   WRITE API-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE AP-FILE
       CLOSE AP-TEMP
       CALL "SYSTEM" USING "mv ap_invoices.tmp ap_invoices.dat".

MARK-ONE-INVOICE.
       IF WS-MARK-ACTION = "A"
           MOVE "A" TO API-STATUS
           MOVE WS-RUN-ID TO API-PAY-RUN
           MOVE 0 TO API-CLO-ID
           EXIT PARAGRAPH
       END-IF
      *> Fornecedor nao pago: a fatura continua (ou volta a estar)
      *> em aberto para a proxima corrida.
       IF WS-RN-PAID(API-SUP-ID) NOT = "S"
           MOVE "O" TO API-STATUS
           MOVE 0 TO API-PAY-RUN
           EXIT PARAGRAPH
       END-IF
       MOVE "P" TO API-STATUS
       MOVE WS-RUN-ID TO API-PAY-RUN
       MOVE WS-RN-CLO(API-SUP-ID) TO API-CLO-ID
       ADD 1 TO WS-PAY-COUNT
       ADD API-AMOUNT TO WS-PAY-TOTAL
       MOVE SPACES TO REMIT-LINE
       STRING "FORN " DELIMITED BY SIZE
              API-SUP-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-SP-NAME(API-SUP-ID) DELIMITED BY SIZE
              " FAT " DELIMITED BY SIZE
              API-NUMBER DELIMITED BY SIZE
              " VALOR " DELIMITED BY SIZE
       END-STRING
       WRITE REMIT-LINE.

WRITE-SUPPLIER-REMIT.
       MOVE SPACES TO REMIT-LINE
       IF WS-RN-PAID(WS-SX) = "S"
           IF WS-SP-METHOD(WS-SX) = "I"
               STRING "FORN " DELIMITED BY SIZE
                      WS-SX(2:3) DELIMITED BY SIZE
                      " TOTAL " DELIMITED BY SIZE
                      WS-RN-TOTAL(WS-SX) DELIMITED BY SIZE
                      " CREDITADO NA CONTA " DELIMITED BY SIZE
                      WS-SP-ACC(WS-SX) DELIMITED BY SIZE
                      INTO REMIT-LINE
               END-STRING
           ELSE
               STRING "FORN " DELIMITED BY SIZE
                      WS-SX(2:3) DELIMITED BY SIZE
                      " TOTAL " DELIMITED BY SIZE
                      WS-RN-TOTAL(WS-SX) DELIMITED BY SIZE
                      " TRANSFERENCIA " DELIMITED BY SIZE
                      WS-RN-CLO(WS-SX) DELIMITED BY SIZE
                      " IBAN " DELIMITED BY SIZE
                      WS-SP-IBAN(WS-SX) DELIMITED BY SIZE
                      INTO REMIT-LINE
               END-STRING
           END-IF
       ELSE
           STRING "FORN " DELIMITED BY SIZE
                  WS-SX(2:3) DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  WS-RN-TOTAL(WS-SX) DELIMITED BY SIZE
                  " NAO PAGO: " DELIMITED BY SIZE
                  WS-RN-NOTE(WS-SX) DELIMITED BY SIZE
                  INTO REMIT-LINE
           END-STRING
       END-IF
       WRITE REMIT-LINE.

      *> Maior numero de corrida ja usado em ap_invoices.dat.
GET-LAST-PAY-RUN.
       MOVE 0 TO WS-RUN-ID
       OPEN INPUT AP-FILE
       IF WS-AP-STATUS = "35"
           CLOSE AP-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ AP-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF API-PAY-RUN IS NUMERIC
                      AND API-PAY-RUN > WS-RUN-ID
                       MOVE API-PAY-RUN TO WS-RUN-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AP-FILE.

*>-----------------------------------------------------------------
*> Executa as corridas que o AUTH-QUEUE aprovou (origem AP-RUN)
*> e devolve a aberto as faturas das corridas rejeitadas. Uma
*> corrida aprovada sem disponivel na conta operacional fica
*> aprovada por executar.
*>-----------------------------------------------------------------
EXECUTE-APPROVED-RUNS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-AUTH-EXECUTED

       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           DISPLAY "Fila de autorizacoes vazia."
           EXIT PARAGRAPH
       END-IF
       CLOSE PENDING-AUTH-FILE

       PERFORM REOPEN-RETURNED-PAYMENTS
       PERFORM LOAD-SUPPLIERS
       OPEN OUTPUT REMIT-FILE
       OPEN INPUT PENDING-AUTH-FILE
       OPEN OUTPUT PENDING-AUTH-TEMP
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-SOURCE = "AP-RUN"
                       IF PA-APPROVED
                           PERFORM EXECUTE-ONE-APPROVED-RUN
                       END-IF
                       IF PA-REJECTED
                           PERFORM RELEASE-REJECTED-RUN
                       END-IF
                   END-IF
                   MOVE PA-REC TO PA-TEMP-REC
                   WRITE PA-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE
       CLOSE PENDING-AUTH-TEMP
       CLOSE REMIT-FILE
       MOVE "ap_remittance_report.txt" TO RPQ-FILE
       MOVE "APREMIT" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       CALL "SYSTEM" USING "mv pending_auth.tmp pending_auth.dat"
       DISPLAY "Corridas aprovadas executadas: " WS-AUTH-EXECUTED.

EXECUTE-ONE-APPROVED-RUN.
       IF PA-NARRATIVE(1:5) IS NOT NUMERIC
           DISPLAY "Pedido " PA-ID ": numero de corrida ilegivel - "
                   "fica aprovado por executar."
           EXIT PARAGRAPH
       END-IF
       MOVE PA-NARRATIVE(1:5) TO WS-RUN-ID
       MOVE PA-ACC-ID TO WS-OPER-ACC
       PERFORM CHECK-OPER-ACCOUNT
       IF WS-ACC-OK = "N"
           DISPLAY "Pedido " PA-ID ": conta operacional "
                   WS-OPER-ACC " " WS-ACC-REASON
                   " - fica aprovado por executar."
           EXIT PARAGRAPH
       END-IF
       MOVE "X" TO WS-RUN-MODE
       PERFORM SELECT-RUN-INVOICES
       IF WS-RUN-COUNT > 0
           PERFORM EXECUTE-PAYMENT-RUN
           IF WS-RUN-DONE NOT = "S"
               DISPLAY "Pedido " PA-ID ": fica aprovado por "
                       "executar."
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE "X" TO PA-STATUS
       MOVE WS-TODAY TO PA-DISP-DATE
       ADD 1 TO WS-AUTH-EXECUTED

      *> Maker e checker na mesma linha da trilha.
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AUTH EXEC AP-RUN " DELIMITED BY SIZE
              PA-ID DELIMITED BY SIZE
              " MK " DELIMITED BY SIZE
              PA-MAKER DELIMITED BY SIZE
              " CK " DELIMITED BY SIZE
              PA-CHECKER DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Corrida rejeitada: as faturas que ainda estejam A voltam a
      *> aberto (repetir nao faz mal -- so mexe nas que faltarem).
RELEASE-REJECTED-RUN.
       IF PA-NARRATIVE(1:5) IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       MOVE PA-NARRATIVE(1:5) TO WS-RUN-ID
       MOVE "R" TO WS-MARK-ACTION
       PERFORM MARK-RUN-INVOICES.

*>-----------------------------------------------------------------
*> Pagamentos devolvidos: as instrucoes que o INTERBANK-CLEARING
*> marcou devolvidas (R) poem as faturas que pagaram em retencao,
*> com o motivo, ate alguem corrigir os dados bancarios do
*> fornecedor e as libertar (opcao 4).
*>-----------------------------------------------------------------
REOPEN-RETURNED-PAYMENTS.
       MOVE 0 TO WS-RT-COUNT
       MOVE 0 TO WS-REOPENED
       OPEN INPUT CLEARING-OUT-FILE
       IF WS-CLO-STATUS = "35"
           CLOSE CLEARING-OUT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CLO-EOF
       PERFORM UNTIL WS-CLO-EOF = "Y"
           READ CLEARING-OUT-FILE
               AT END MOVE "Y" TO WS-CLO-EOF
               NOT AT END
                   IF CLO-RETURNED AND WS-RT-COUNT < 500
                       ADD 1 TO WS-RT-COUNT
                       MOVE CLO-ID TO WS-RT-ID(WS-RT-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CLEARING-OUT-FILE
       IF WS-RT-COUNT = 0
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT AP-FILE
       IF WS-AP-STATUS = "35"
           CLOSE AP-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT AP-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ AP-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF API-PAID AND API-CLO-ID IS NUMERIC
                      AND API-CLO-ID > 0
                       PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                               UNTIL WS-RT-IDX > WS-RT-COUNT
                           IF WS-RT-ID(WS-RT-IDX) = API-CLO-ID
                               MOVE "H" TO API-STATUS
                               MOVE "PAGAMENTO DEVOLVIDO"
                                   TO API-HOLD-REASON
                               ADD 1 TO WS-REOPENED
                               MOVE WS-RT-COUNT TO WS-RT-IDX
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE API-REC TO API-TEMP-REC
                   WRITE API-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE AP-FILE
       CLOSE AP-TEMP

       IF WS-REOPENED > 0
           CALL "SYSTEM" USING "mv ap_invoices.tmp ap_invoices.dat"
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AP RETURNED PAYMENTS HELD " DELIMITED BY SIZE
                  WS-REOPENED DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           DISPLAY WS-REOPENED " fatura(s) com pagamento devolvido "
                   "pela camara passaram a retidas (opcao 3)."
       ELSE
           CALL "SYSTEM" USING "rm -f ap_invoices.tmp"
       END-IF.

GET-LAST-AP-ID.
       MOVE 0 TO WS-LAST-AP-ID
           END-READ
       END-PERFORM
       CLOSE AP-FILE.

      *> Login (uma vez por sessao) e lock partilhado antes das
      *> opcoes que mexem em contas; WS-BANK-READY = S se pode seguir
      *> (o chamador liberta o lock no fim).
START-BANK-WORK.
       MOVE "N" TO WS-BANK-READY
       IF WS-LOGIN-RESULT NOT = "S"
           PERFORM LOGIN-OPERATOR
           IF WS-LOGIN-RESULT NOT = "S"
               DISPLAY "Acesso recusado."
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF NOT OPER-TELLER AND NOT PERM-GRANTED
           DISPLAY "Acesso negado: opcao reservada a Tellers."
           PERFORM LOG-ACCESS-DENIED
           EXIT PARAGRAPH
       END-IF
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "AP-SYSTEM" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           EXIT PARAGRAPH
       END-IF
       MOVE "S" TO WS-BANK-READY.

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
       END-IF
       MOVE "DUAL-AUTH-AP" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-AUTH-THRESHOLD
       END-IF
       MOVE "AP-MATCH-TOL" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-TOLERANCE
       END-IF.

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 9
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
       MOVE "AP-SYSTEM" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

      *> Porta de periodos contabilisticos (PERIOD-CONTROL, Dia 62):
      *> com o mes corrente fechado nenhum pagamento e lancado.
CHECK-PERIOD-OPEN.
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "AP-SYSTEM" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST.

      *> Maior TRANS-ID por posicionamento na chave: START no maior
      *> valor possivel (regra do <=: fica no maior existente) e um
      *> unico READ, em vez do varrimento ao ficheiro inteiro que
      *> rastejava com o historico.
GET-LAST-TRANS.
       MOVE 0 TO WS-LAST-TRANS
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           EXIT PARAGRAPH
       END-IF
       MOVE 99999 TO TRANS-ID
       START TRANS-FILE KEY IS LESS THAN OR EQUAL TO TRANS-ID
           INVALID KEY CONTINUE
       END-START
       IF WS-TRANS-STATUS = "00"
           READ TRANS-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE TRANS-ID TO WS-LAST-TRANS
           END-READ
       END-IF
       CLOSE TRANS-FILE.

GET-LAST-CLO-ID.
       MOVE 0 TO WS-LAST-CLO-ID
       OPEN INPUT CLEARING-OUT-FILE
       IF WS-CLO-STATUS = "35"
           CLOSE CLEARING-OUT-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CLO-EOF
       PERFORM UNTIL WS-CLO-EOF = "Y"
           READ CLEARING-OUT-FILE
               AT END MOVE "Y" TO WS-CLO-EOF
               NOT AT END
                   IF CLO-ID > WS-LAST-CLO-ID
                       MOVE CLO-ID TO WS-LAST-CLO-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CLEARING-OUT-FILE.

GET-LAST-PA-ID.
       MOVE 0 TO WS-LAST-PA-ID
       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-ID > WS-LAST-PA-ID
                       MOVE PA-ID TO WS-LAST-PA-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE.

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
       MOVE "AP-SYSTEM" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
