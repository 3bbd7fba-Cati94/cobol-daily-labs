      *> cobrar das contas dos nossos clientes contra um mandato
      *> registado, em vez de pedirem transferencias manuais.
      *>
      *> dd_mandates.dat guarda os mandatos (credor e o seu IBAN,
      *> conta devedora, valor maximo por cobranca, ativo/cancelado);
      *> o IBAN do credor e validado no registo pela regra do
      *> IBAN-CHECK (Dia 86). O lote le o
      *> ficheiro de instrucoes do credor (dd_collections.dat, uma
      *> cobranca por linha), valida cada item contra um mandato
      *> ativo e contra as mesmas regras de saldo disponivel que o
           05 MAND-STATUS     PIC X.
               88 MAND-ACTIVE    VALUE "A".
               88 MAND-CANCELLED VALUE "C".
      *> Suspenso pelo espolio do titular (ESTATE-MAINT, Dia 83):
      *> nao cobra (R01) ate ser cancelado.
               88 MAND-SUSPENDED VALUE "S".
      *> IBAN do credor (conta para onde seguem as cobrancas),
      *> validado pelo IBAN-CHECK no registo do mandato.
           05 MAND-CRED-IBAN  PIC X(34).

      *> Width must match MAND-REC exactly (66 chars).
       FD MANDATES-TEMP-FILE.
       01 MAND-TEMP-REC PIC X(66).

      *> Ficheiro de instrucoes recebido do credor: uma cobranca
      *> por linha.
       01 WS-REG-CREDITOR   PIC X(10).
       01 WS-REG-ACC        PIC 9(8).
       01 WS-REG-MAX        PIC 9(7)V99.
       01 WS-REG-IBAN       PIC X(34).
       01 WS-CANCEL-ID      PIC 9(4).
       01 WS-MAND-FOUND     PIC X VALUE "N".
       01 WS-ACC-FOUND      PIC X VALUE "N".
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

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK, Dia 86).
       COPY "IBAN-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "DIRECT-DEBITS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "DIRECT-DEBITS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
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
       MOVE "DIRECT-DEBITS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== DEBITOS DIRETOS ====="
       DISPLAY "4. Processar ficheiro de cobrancas"
       DISPLAY "5. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-MANDATE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CANCEL-MANDATE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 PERFORM LIST-MANDATES
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROCESS-COLLECTION-FILE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       ACCEPT WS-REG-ACC
       DISPLAY "Valor maximo por cobranca:"
       ACCEPT WS-REG-MAX
       DISPLAY "IBAN do credor:"
       ACCEPT WS-REG-IBAN

       IF WS-REG-CREDITOR = SPACES OR WS-REG-MAX = 0
          OR WS-REG-IBAN = SPACES
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       MOVE "V" TO IBR-ACTION
       MOVE WS-REG-IBAN TO IBR-IBAN
       CALL "IBAN-CHECK" USING IBAN-REQUEST
       IF IBR-RESULT NOT = "Y"
           DISPLAY "IBAN do credor invalido: " IBR-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE IBR-IBAN TO WS-REG-IBAN

      *> A conta devedora tem de existir e estar aprovada.
       MOVE "N" TO WS-ACC-FOUND
       OPEN INPUT ACCOUNTS-FILE
       MOVE WS-REG-CREDITOR TO MAND-CREDITOR
       MOVE WS-REG-ACC TO MAND-ACC-ID
       MOVE WS-REG-MAX TO MAND-MAX-AMOUNT
       MOVE WS-REG-IBAN TO MAND-CRED-IBAN
       MOVE "A" TO MAND-STATUS
       WRITE MAND-REC
       CLOSE MANDATES-FILE
           READ MANDATES-FILE
               AT END MOVE "Y" TO WS-MAND-EOF
               NOT AT END
                   IF MAND-ID = WS-CANCEL-ID
                      AND (MAND-ACTIVE OR MAND-SUSPENDED)
                       MOVE "Y" TO WS-MAND-FOUND
                       MOVE "C" TO MAND-STATUS
                   END-IF
                           " Conta: " MAND-ACC-ID
                           " Maximo: " MAND-MAX-AMOUNT
                           " Estado: " MAND-STATUS
                   IF MAND-CRED-IBAN NOT = SPACES
                       DISPLAY "        IBAN do credor: "
                               MAND-CRED-IBAN
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MANDATES-FILE.
       MOVE "DEBITO DIRETO" TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANS-FILE.

      *> Maior TRANS-ID por posicionamento na chave: START no maior
