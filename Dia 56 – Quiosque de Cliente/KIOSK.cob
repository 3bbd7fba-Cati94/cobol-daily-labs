      *> falhadas das credenciais de operador -- e da ao cliente:
      *>   saldo contabilistico e disponivel (menos cativos),
      *>   mini-extrato dos ultimos movimentos de transactions.dat,
      *>   transferencia da conta para outra conta do mesmo cliente
      *>   (ACC-CUST-ID) ou para um beneficiario registado,
      *>   mudanca de PIN.
      *> Cada sessao fica na trilha de auditoria; nenhuma funcao de
      *> operador e alcancavel a partir daqui. O PIN inicial (e a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> Beneficiarios registados mantidos no BANK-SYSTEM-D26;
      *> catalogo de produtos (ACCT-PRODUCTS, Dia
      *> 72) para o limite de debitos por mes.
           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.

           SELECT PRODUCTS-FILE ASSIGN TO "acct_products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APT-STATUS.

      *> Mandatos de tutor (MINOR-GUARDIANS, Dia 85): conta de menor
      *> so transfere ao balcao, com o tutor identificado.
           SELECT GUARDIANS-FILE ASSIGN TO "guardians.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       FD PAYEE-FILE.
       COPY "PAYEE-RECORD.cpy".

       FD PRODUCTS-FILE.
       COPY "ACCT-PRODUCT-RECORD.cpy".

       FD GUARDIANS-FILE.
       COPY "GUARDIAN-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-PINS-EOF       PIC X VALUE "N".
       01 WS-GD-STATUS      PIC XX.
       01 WS-GD-EOF         PIC X VALUE "N".
       01 WS-GD-MINOR       PIC X VALUE "N".

       01 WS-ACC-ID-IN      PIC 9(8).
       01 WS-PIN-IN         PIC X(6).
       01 WS-AUDIT-USER    PIC A(20).
       01 WS-AUDIT-ACTION  PIC X(40).

      *> Transferencia no quiosque: as mesmas regras do TRANSFER do
      *> BANK-SYSTEM-D26 (disponivel mais descoberto autorizado,
      *> saldo minimo sem descoberto, conta congelada ou dormente
      *> nao debita) mais o limite de debitos do produto e um limite
      *> diario proprio do quiosque, somado sobre os debitos do dia
      *> com o descritivo do quiosque (KIOSK-DAY-LI nos parametros
      *> do sistema).
       01 WS-KIOSK-LIMIT    PIC 9(7)V99 VALUE 2500.00.
       01 WS-KIOSK-NARR     PIC X(20) VALUE "QUIOSQUE".
       01 WS-KIOSK-USED     PIC 9(7)V99.
       01 WS-MIN-SALDO      PIC 9(7)V99 VALUE 100.00.
       01 WS-TO-ACC         PIC 9(8).
       01 WS-TRF-AMOUNT     PIC 9(7)V99.
      *> P = conta propria do mesmo cliente, B = beneficiario.
       01 WS-TO-KIND        PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-CUST-ID        PIC 9(3).
       01 WS-FROM-CURR      PIC X(3).
       01 WS-FROM-BRANCH    PIC 9(4).
       01 WS-FROM-PRODUCT   PIC X(3).
       01 WS-TO-CURR        PIC X(3).
       01 WS-TO-BRANCH      PIC 9(4).
       01 WS-TO-STAT        PIC X.
       01 WS-TO-CUST        PIC 9(3).
       01 WS-SALDO-APOS     PIC S9(9)V99.
       01 WS-MONTH-DEBITS   PIC 9(3).
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-DEST-COUNT     PIC 9(3).
       01 WS-CONFIRM        PIC X.
       01 WS-PY-STATUS      PIC XX.
       01 WS-APT-STATUS     PIC XX.
       01 WS-PY-EOF         PIC X.
       01 WS-APT-EOF        PIC X.
       01 WS-APT-FOUND      PIC X.
       01 WS-PY-ADDED       PIC 9(8).
       01 WS-PY-AGE         PIC S9(5).
      *> Periodo de carencia de beneficiarios (PAYEE-COOL-D /
      *> PAYEE-COOL-L nos parametros do sistema); por omissao os
      *> mesmos valores do BANK-SYSTEM-D26.
       01 WS-COOL-DAYS      PIC 9(3) VALUE 3.
       01 WS-COOL-LIMIT     PIC 9(7)V99 VALUE 1000.00.

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".

      *> Bloco de pedido da consulta de descoberto autorizado
      *> (OVERDRAFT-LIMIT, Dia 75).
       COPY "OVERDRAFT-REQUEST.cpy".

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "KIOSK" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY "Quiosque indisponivel - dirija-se ao balcao."
           STOP RUN
       END-IF
       PERFORM ENTRY-MENU
       STOP RUN.

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
       MOVE "PIN-LOCK-MAX" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-MAX-FAILED
       END-IF
       MOVE "KIOSK-DAY-LI" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-KIOSK-LIMIT
       END-IF
       MOVE "PAYEE-COOL-D" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-COOL-DAYS
       END-IF
       MOVE "PAYEE-COOL-L" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-COOL-LIMIT
       END-IF.

ENTRY-MENU.
       DISPLAY "===== QUIOSQUE DE CLIENTE ====="
       DISPLAY "1. Entrar (conta + PIN)"
           END-IF
       END-IF.

      *> Menu de sessao: so funcoes sobre a propria conta do cliente.
SESSION-MENU.
       DISPLAY "----- CONTA " WS-ACC-ID-IN " -----"
       DISPLAY "1. Saldo e disponivel"
       DISPLAY "2. Mini-extrato (ultimos movimentos)"
       DISPLAY "3. Mudar PIN"
       DISPLAY "4. Transferir (contas proprias / beneficiarios)"
       DISPLAY "5. Terminar sessao"
       ACCEPT WS-OPTION

       EVALUATE WS-OPTION
           WHEN 1 PERFORM SHOW-BALANCE
           WHEN 2 PERFORM MINI-STATEMENT
           WHEN 3 PERFORM CHANGE-PIN
           WHEN 4 PERFORM KIOSK-TRANSFER
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

                   " " WS-RV-NARR
       END-PERFORM.

*>-----------------------------------------------------------------
*> Transferencia pelo cliente: debita a conta da sessao e credita
*> outra conta do mesmo cliente (mesmo ACC-CUST-ID) ou um
*> beneficiario interno registado no BANK-SYSTEM-D26, com as regras
*> do TRANSFER. O lock partilhado (BANK-LOCK, Dia 44) so se toma
*> durante a transferencia e nunca se forca a partir do quiosque:
*> ocupado, o cliente tenta mais tarde.
*>-----------------------------------------------------------------
KIOSK-TRANSFER.
       MOVE "KIOSK" TO LOCK-PROGRAM
       MOVE "L" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST
       IF LOCK-RESULT NOT = "Y"
           DISPLAY "Transferencias momentaneamente indisponiveis - "
                   "tente mais tarde."
           EXIT PARAGRAPH
       END-IF
       PERFORM KIOSK-TRANSFER-STEPS
      *> As pernas escritas vao para o contador do cabecalho de
      *> layout antes de largar o lock.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

KIOSK-TRANSFER-STEPS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       OPEN INPUT ACCOUNTS-FILE
       MOVE WS-ACC-ID-IN TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               CLOSE ACCOUNTS-FILE
               DISPLAY "Conta nao encontrada."
               EXIT PARAGRAPH
       END-READ
       CLOSE ACCOUNTS-FILE

      *> Conta congelada, pendente ou encerrada nao debita; dormente
      *> reativa-se ao balcao.
       IF NOT ACC-APPROVED
           DISPLAY "Conta sem movimentos a debito permitidos - "
                   "dirija-se ao balcao."
           EXIT PARAGRAPH
       END-IF
       IF ACC-IS-DORMANT
           DISPLAY "Conta dormente - reative-a ao balcao."
           EXIT PARAGRAPH
       END-IF
       MOVE ACC-CUST-ID TO WS-CUST-ID
       PERFORM CHECK-MINOR-ACCOUNT
       IF WS-GD-MINOR = "Y"
           DISPLAY "Conta de menor - transferencias so ao balcao, "
                   "com um tutor."
           EXIT PARAGRAPH
       END-IF
       MOVE ACC-CURRENCY TO WS-FROM-CURR
       MOVE ACC-BRANCH TO WS-FROM-BRANCH
       MOVE ACC-PRODUCT TO WS-FROM-PRODUCT
       COMPUTE WS-AVAILABLE = ACC-BALANCE - ACC-HOLD-AMOUNT

       PERFORM LIST-KIOSK-DESTINATIONS
       IF WS-DEST-COUNT = 0
           DISPLAY "Sem contas proprias nem beneficiarios registados "
                   "- registe o beneficiario ao balcao."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Conta destino:"
       ACCEPT WS-TO-ACC
       DISPLAY "Valor:"
       ACCEPT WS-TRF-AMOUNT
       IF WS-TRF-AMOUNT = 0 OR WS-TO-ACC = WS-ACC-ID-IN
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       PERFORM CHECK-KIOSK-DESTINATION
       IF WS-TO-KIND = SPACE
           EXIT PARAGRAPH
       END-IF
       IF WS-TO-CURR NOT = WS-FROM-CURR
           DISPLAY "Contas em moedas diferentes - operacao so ao "
                   "balcao."
           EXIT PARAGRAPH
       END-IF

      *> Limite diario do quiosque e limite de debitos do produto,
      *> contados sobre os movimentos ja gravados da conta.
       PERFORM COUNT-ACCOUNT-DEBITS
       IF WS-KIOSK-USED + WS-TRF-AMOUNT > WS-KIOSK-LIMIT
           DISPLAY "Limite diario do quiosque (" WS-KIOSK-LIMIT
                   ") ultrapassado - ja transferido hoje: "
                   WS-KIOSK-USED "."
           EXIT PARAGRAPH
       END-IF
       IF WS-FROM-PRODUCT NOT = SPACES
           PERFORM FIND-KIOSK-PRODUCT
           IF WS-APT-FOUND = "Y" AND APT-DEBIT-LIMIT NOT = 0
              AND WS-MONTH-DEBITS >= APT-DEBIT-LIMIT
               DISPLAY "Produto " WS-FROM-PRODUCT " ja usou os "
                       WS-MONTH-DEBITS " debitos permitidos este "
                       "mes - transferencia recusada."
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE WS-ACC-ID-IN TO ODQ-ACC-ID
       MOVE WS-TODAY TO ODQ-DATE
       CALL "OVERDRAFT-LIMIT" USING OVERDRAFT-REQUEST
       ADD ODQ-LIMIT TO WS-AVAILABLE
       IF WS-AVAILABLE < WS-TRF-AMOUNT
           DISPLAY "Saldo insuficiente!"
           EXIT PARAGRAPH
       END-IF
       IF ODQ-LIMIT = 0
           COMPUTE WS-SALDO-APOS = WS-AVAILABLE - WS-TRF-AMOUNT
           IF WS-SALDO-APOS < WS-MIN-SALDO
               DISPLAY "Transferencia recusada: saldo minimo "
                       "obrigatorio nao respeitado!"
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "KIOSK" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           DISPLAY "Transferencias indisponiveis de momento - "
                   "dirija-se ao balcao."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Transferir " WS-TRF-AMOUNT " " WS-FROM-CURR
               " para a conta " WS-TO-ACC "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Transferencia cancelada."
           EXIT PARAGRAPH
       END-IF

       PERFORM POST-KIOSK-TRANSFER

       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "KIOSK TRF " DELIMITED BY SIZE
              WS-ACC-ID-IN DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-TO-ACC DELIMITED BY SIZE
              " AMT " DELIMITED BY SIZE
              WS-TRF-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Transferencia realizada!".

      *> O cliente WS-CUST-ID tem mandato de tutor ativo?
CHECK-MINOR-ACCOUNT.
       MOVE "N" TO WS-GD-MINOR
       IF WS-CUST-ID = 0
           EXIT PARAGRAPH
       END-IF
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
                   IF GD-MINOR-ID = WS-CUST-ID AND GD-ACTIVE
                       MOVE "Y" TO WS-GD-MINOR
                       MOVE "Y" TO WS-GD-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE.

      *> Mostra as outras contas ativas do mesmo cliente e os
      *> beneficiarios internos ativos da conta; conta-as em
      *> WS-DEST-COUNT.
LIST-KIOSK-DESTINATIONS.
       MOVE 0 TO WS-DEST-COUNT
       IF WS-CUST-ID NOT = 0
           OPEN INPUT ACCOUNTS-FILE
           MOVE "N" TO EOF-FLAG
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF ACC-CUST-ID = WS-CUST-ID
                          AND ACC-ID NOT = WS-ACC-ID-IN
                          AND (ACC-APPROVED OR ACC-FROZEN)
                           ADD 1 TO WS-DEST-COUNT
                           DISPLAY "Conta propria " ACC-ID " "
                                   ACC-CURRENCY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
       END-IF

       OPEN INPUT PAYEE-FILE
       IF WS-PY-STATUS = "35"
           CLOSE PAYEE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PY-EOF
       PERFORM UNTIL WS-PY-EOF = "Y"
           READ PAYEE-FILE
               AT END MOVE "Y" TO WS-PY-EOF
               NOT AT END
                   IF PY-ACC-ID = WS-ACC-ID-IN AND PY-ACTIVE
                      AND PY-INTERNAL
                       ADD 1 TO WS-DEST-COUNT
                       DISPLAY "Beneficiario " PY-DEST-ACC " "
                               PY-NAME
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE.

      *> O destino tem de aceitar creditos (nem pendente nem
      *> encerrado) e ser conta do mesmo cliente (P) ou beneficiario
      *> interno ativo (B), este dentro da regra do periodo de
      *> carencia. WS-TO-KIND em branco = recusado.
CHECK-KIOSK-DESTINATION.
       MOVE SPACE TO WS-TO-KIND
       OPEN INPUT ACCOUNTS-FILE
       MOVE WS-TO-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY
               CLOSE ACCOUNTS-FILE
               DISPLAY "Conta destino nao encontrada."
               EXIT PARAGRAPH
       END-READ
       CLOSE ACCOUNTS-FILE
       MOVE ACC-CURRENCY TO WS-TO-CURR
       MOVE ACC-BRANCH TO WS-TO-BRANCH
       MOVE ACC-STATUS TO WS-TO-STAT
       MOVE ACC-CUST-ID TO WS-TO-CUST
       IF WS-TO-STAT = "P" OR WS-TO-STAT = "C"
           DISPLAY "Conta destino nao aceita creditos."
           EXIT PARAGRAPH
       END-IF
       IF WS-CUST-ID NOT = 0 AND WS-TO-CUST = WS-CUST-ID
           MOVE "P" TO WS-TO-KIND
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT PAYEE-FILE
       IF WS-PY-STATUS NOT = "35"
           MOVE "N" TO WS-PY-EOF
           PERFORM UNTIL WS-PY-EOF = "Y"
               READ PAYEE-FILE
                   AT END MOVE "Y" TO WS-PY-EOF
                   NOT AT END
                       IF PY-ACC-ID = WS-ACC-ID-IN AND PY-ACTIVE
                          AND PY-INTERNAL AND PY-DEST-ACC = WS-TO-ACC
                           MOVE "B" TO WS-TO-KIND
                           MOVE PY-ADDED-DATE TO WS-PY-ADDED
                           MOVE "Y" TO WS-PY-EOF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PAYEE-FILE
       IF WS-TO-KIND = SPACE
           DISPLAY "Conta destino nao e sua nem beneficiario "
                   "registado - registe-o ao balcao."
           EXIT PARAGRAPH
       END-IF

       COMPUTE WS-PY-AGE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                         - FUNCTION INTEGER-OF-DATE(WS-PY-ADDED)
       IF WS-PY-AGE < WS-COOL-DAYS AND WS-TRF-AMOUNT > WS-COOL-LIMIT
           DISPLAY "Beneficiario recente (periodo de carencia de "
                   WS-COOL-DAYS " dias) - limite " WS-COOL-LIMIT "."
           MOVE SPACE TO WS-TO-KIND
       END-IF.

      *> Uma passagem pelos movimentos da conta (chave alternativa):
      *> debitos do mes para o limite do produto e debitos de hoje
      *> feitos no quiosque para o limite diario.
COUNT-ACCOUNT-DEBITS.
       MOVE 0 TO WS-MONTH-DEBITS
       MOVE 0 TO WS-KIOSK-USED
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       MOVE WS-ACC-ID-IN TO TRANS-ACC-ID
       START TRANS-FILE KEY IS EQUAL TO TRANS-ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TRANS-ACC-ID NOT = WS-ACC-ID-IN
                       MOVE "S" TO EOF-FLAG
                   END-IF
                   IF TRANS-ACC-ID = WS-ACC-ID-IN AND TRANS-DEBIT
                       IF TRANS-DATE(1:6) = WS-TODAY(1:6)
                           ADD 1 TO WS-MONTH-DEBITS
                       END-IF
                       IF TRANS-DATE = WS-TODAY
                          AND TRANS-NARRATIVE = WS-KIOSK-NARR
                           ADD TRANS-AMOUNT TO WS-KIOSK-USED
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

FIND-KIOSK-PRODUCT.
       MOVE "N" TO WS-APT-FOUND
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
                   IF APT-CODE = WS-FROM-PRODUCT
                       MOVE "Y" TO WS-APT-FOUND
                       MOVE "Y" TO WS-APT-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE.

      *> Debito e credito nos saldos e as duas pernas em
      *> transactions.dat, como o COMMIT-TRANSFER / SAVE-TRANSFERS
      *> do BANK-SYSTEM-D26.
POST-KIOSK-TRANSFER.
       OPEN I-O ACCOUNTS-FILE
       MOVE WS-ACC-ID-IN TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               SUBTRACT WS-TRF-AMOUNT FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       MOVE WS-TO-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD WS-TRF-AMOUNT TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       CLOSE ACCOUNTS-FILE

       PERFORM GET-LAST-TRANS
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-ACC-ID-IN TO TRANS-ACC-ID
       MOVE "D" TO TRANS-TYPE
       MOVE WS-TRF-AMOUNT TO TRANS-AMOUNT
       MOVE WS-TODAY TO TRANS-DATE
       MOVE WS-FROM-CURR TO TRANS-CURRENCY
       MOVE WS-FROM-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "TRF" TO TRANS-REASON
       MOVE WS-KIOSK-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-TO-ACC TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE WS-TRF-AMOUNT TO TRANS-AMOUNT
       MOVE WS-TODAY TO TRANS-DATE
       MOVE WS-TO-CURR TO TRANS-CURRENCY
       MOVE WS-TO-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "TRF" TO TRANS-REASON
       MOVE WS-KIOSK-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       CLOSE TRANS-FILE.

GET-LAST-TRANS.
       MOVE 0 TO WS-LAST-TRANS
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS NOT = "35"
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
           CLOSE TRANS-FILE
       END-IF.

CHANGE-PIN.
       DISPLAY "PIN novo (ate 6 carateres):"
       ACCEPT WS-PIN-NEW
