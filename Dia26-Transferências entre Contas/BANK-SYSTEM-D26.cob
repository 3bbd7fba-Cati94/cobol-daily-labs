           SELECT SCHED-STATUS-FILE ASSIGN TO "schedules_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Registered payees per source account: transfers only go to a
      *> payee on this list, and a payee still inside the cooling-off
      *> period (PAYEE-COOL-D / PAYEE-COOL-L in SYS-PARAM) is held
      *> under a lower limit.
           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.

           SELECT PAYEE-TEMP-FILE ASSIGN TO "payees.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Mandatos de tutor dos clientes menores (MINOR-GUARDIANS,
      *> Dia 85): transferir de uma conta de menor exige um tutor.
           SELECT GUARDIANS-FILE ASSIGN TO "guardians.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       FD PAYEE-FILE.
       COPY "PAYEE-RECORD.cpy".

      *> Width must match PY-REC exactly (139 chars).
       FD PAYEE-TEMP-FILE.
       01 PAYEE-TEMP-REC PIC X(139).

       FD GUARDIANS-FILE.
       COPY "GUARDIAN-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPTION     PIC 9(2) VALUE 0.
       01 WS-FROM       PIC 9(8).
       01 VALID-TRANS   PIC X VALUE "Y".
       01 WS-LAST-TRANS PIC 9(5) VALUE 0.
       01 WS-DATE       PIC 9(8).
      *> Minimum balance every account must keep after a transfer
      *> (accounts with an arranged overdraft go by their limit).
       01 WS-MIN-SALDO  PIC 9(7)V99 VALUE 100.00.
       01 WS-SALDO-FROM PIC S9(7)V99.
      *> Limite do descoberto autorizado em vigor na conta origem
      *> (zero sem acordo); com acordo nao se aplica o saldo minimo.
       01 WS-OD-LIMIT-FROM PIC 9(7)V99.
       01 WS-CURR-FROM  PIC X(3).
       01 WS-CURR-TO    PIC X(3).
       01 WS-BRANCH-FROM PIC 9(4).
       01 WS-EXT-BANK       PIC 9(4).
       01 WS-EXT-BEN-ACC    PIC X(20).
       01 WS-EXT-BEN-NAME   PIC X(30).
       01 WS-EXT-BEN-IBAN   PIC X(34).
       01 WS-CLO-STATUS     PIC XX.
       01 WS-CLO-EOF        PIC X VALUE "N".
       01 WS-LAST-CLO-ID    PIC 9(5) VALUE 0.

      *> Conta origem de um menor: tutor ativo identificado pelo ID
      *> de cliente. WS-GD-PROMPT = N (lote de instrucoes) recusa
      *> sem perguntar.
       01 WS-GD-STATUS      PIC XX.
       01 WS-GD-EOF         PIC X.
       01 WS-GD-CUST        PIC 9(3).
       01 WS-GD-QUERY       PIC 9(3).
       01 WS-GD-COUNT       PIC 9.
       01 WS-GD-MATCH       PIC X.
       01 WS-GD-OK          PIC X.
       01 WS-GD-PROMPT      PIC X VALUE "Y".

      *> Beneficiarios registados (payees.dat). O periodo de carencia
      *> e o seu limite vem dos parametros do sistema (PAYEE-COOL-D e
      *> PAYEE-COOL-L, mantidos no PARAM-MAINT); sem linha valem os
      *> valores por omissao abaixo.
       01 WS-PY-STATUS      PIC XX.
       01 WS-PY-EOF         PIC X VALUE "N".
       01 WS-PY-FOUND       PIC X VALUE "N".
      *> Resultado da verificacao: Y = pode seguir, N = beneficiario
      *> nao registado, C = em carencia e acima do limite.
       01 WS-PY-RESULT      PIC X.
       01 WS-PY-OPTION      PIC 9 VALUE 0.
       01 WS-PY-SEL         PIC 9(5).
       01 WS-LAST-PY-ID     PIC 9(5) VALUE 0.
       01 WS-PY-ADDED       PIC 9(8).
       01 WS-PY-AGE         PIC S9(5).
       01 WS-COOL-DAYS      PIC 9(3) VALUE 3.
       01 WS-COOL-LIMIT     PIC 9(7)V99 VALUE 1000.00.
       01 WS-PY-ACC         PIC 9(8).
       01 WS-PY-NAME        PIC X(30).
       01 WS-PY-TYPE        PIC X.
       01 WS-PY-DEST-ACC    PIC 9(8).
       01 WS-PY-EXT-BANK    PIC 9(4).
       01 WS-PY-EXT-ACC     PIC X(20).
       01 WS-PY-EXT-IBAN    PIC X(34).
       01 WS-PY-IBAN-OK     PIC X.
       01 WS-PY-COUNT       PIC 9(4) VALUE 0.
       01 WS-PY-DEST-CHG    PIC X VALUE "N".
       01 WS-PY-WHAT        PIC X(12).

      *> Motivo e descritivo das pernas da transferencia (mestre de
      *> codigos em reason_codes.dat, REASON-CODES Dia 54); os
      *> percursos nao assistidos (ordens, lote) preenchem os seus.
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido da consulta de descoberto autorizado
      *> (OVERDRAFT-LIMIT, Dia 75).
       COPY "OVERDRAFT-REQUEST.cpy".

      *> Bloco de pedido da regra de dia util (CALENDAR-ROLL,
      *> Dia 66).
       COPY "CALENDAR-REQUEST.cpy".

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK, Dia 86).
       COPY "IBAN-REQUEST.cpy".

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "BANK-SYSTEM-D26" TO LOCK-PROGRAM
       ACCEPT WS-BANKEND-STEP FROM ENVIRONMENT "BANKEND_STEP"
       IF WS-BANKEND-STEP = "SCHEDULES"
               CLOSE SCHED-STATUS-FILE
               GOBACK
           END-IF
           MOVE "BANK-SYSTEM-D26" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               PERFORM RELEASE-BANK-LOCK
               OPEN OUTPUT SCHED-STATUS-FILE
               MOVE "LAYOUT" TO SCHED-STATUS-LINE
               WRITE SCHED-STATUS-LINE
               CLOSE SCHED-STATUS-FILE
               GOBACK
           END-IF
           PERFORM PROCESS-DUE-SCHEDULES
           PERFORM RELEASE-BANK-LOCK
           OPEN OUTPUT SCHED-STATUS-FILE
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "BANK-SYSTEM-D26" TO LAYOUT-PROGRAM
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
       END-IF
       MOVE "LARGE-TRF" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-FRAUD-THRESHOLD
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

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 12
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
       MOVE "BANK-SYSTEM-D26" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


      *> Authenticates the operator against users.dat before the menu
      *> is offered, with the same failed-attempt counter and lockout
       DISPLAY "8. Manutencao de ordens permanentes"
       DISPLAY "9. Repor snapshot anterior ao ultimo processamento"
       DISPLAY "10. Transferir para outro banco (compensacao)"
       DISPLAY "11. Beneficiarios registados"
       DISPLAY "12. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Listagem (4) aberta a todos os perfis; mover dinheiro e
      *> trabalho de Teller.
       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM TRANSFER
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM SCHEDULE-TRANSFER
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROCESS-DUE-SCHEDULES
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM LIST-SCHEDULES
           WHEN 5 PERFORM LIST-RATES
           WHEN 6
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM REGISTER-RATE
               ELSE
                   DISPLAY "Acesso negado: tabela de cambios reservada "
                           "a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 7
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROCESS-TRANSFER-FILE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 8
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM MAINTAIN-SCHEDULES
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 9
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ROLLBACK-SCHEDULES
               ELSE
                   DISPLAY "Acesso negado: reposicao reservada a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 10
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM EXTERNAL-TRANSFER
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
      *> Perfis verificados por sub-opcao na manutencao.
           WHEN 11 PERFORM MAINTAIN-PAYEES
           WHEN 12 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       DISPLAY "Valor:"
       ACCEPT WS-AMOUNT

      *> So para beneficiarios registados da conta origem, e dentro
      *> do periodo de carencia so ate ao limite reduzido.
       PERFORM CHECK-INTERNAL-PAYEE
       IF WS-PY-RESULT NOT = "Y"
           PERFORM SHOW-PAYEE-REFUSAL
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-MINOR-GUARDIAN
       IF WS-GD-OK = "N"
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Codigo de motivo (vazio = TRF):"
       ACCEPT WS-REASON-CODE
      *> Mesma validacao do TRANSACT: codigo teclado tem de estar
           END-IF
       END-IF

      *> Descoberto autorizado em vigor (OVERDRAFT-LIMIT, Dia 75):
      *> o limite soma ao disponivel e a conta pode descer ate menos
      *> o limite.
       MOVE 0 TO WS-OD-LIMIT-FROM
       IF VALID-TRANS = "Y"
           PERFORM GET-DATE
           MOVE WS-FROM TO ODQ-ACC-ID
           MOVE WS-DATE TO ODQ-DATE
           CALL "OVERDRAFT-LIMIT" USING OVERDRAFT-REQUEST
           MOVE ODQ-LIMIT TO WS-OD-LIMIT-FROM
           ADD WS-OD-LIMIT-FROM TO WS-SALDO-FROM
       END-IF

       IF VALID-TRANS = "Y" AND WS-SALDO-FROM < WS-AMOUNT
           DISPLAY "Saldo insuficiente!"
           MOVE "SALDO INSUFICIENTE" TO WS-REJECT-REASON
           MOVE "N" TO VALID-TRANS
       END-IF

       IF VALID-TRANS = "Y" AND WS-OD-LIMIT-FROM = 0
           COMPUTE WS-SALDO-APOS = WS-SALDO-FROM - WS-AMOUNT
           IF WS-SALDO-APOS < WS-MIN-SALDO
               DISPLAY "Transferencia recusada: saldo minimo "
       MOVE "P" TO FR-STATUS
       MOVE SPACES TO FR-REVIEWER
       MOVE 0 TO FR-DISP-DATE
       MOVE SPACES TO FR-SCENARIO
       WRITE FRAUD-REC

       CLOSE FRAUD-FILE
       MOVE WS-NARRATIVE TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-NARRATIVE TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       CLOSE TRANS-FILE.

       MOVE TI-REF TO WS-NARRATIVE
       MOVE SPACES TO RESULT-LINE

      *> O lote obedece ao mesmo registo de beneficiarios; de uma
      *> conta de menor nao sai nada (nao ha tutor presente).
       PERFORM CHECK-INTERNAL-PAYEE
       MOVE "N" TO WS-GD-PROMPT
       PERFORM CHECK-MINOR-GUARDIAN
       MOVE "Y" TO WS-GD-PROMPT
       IF WS-PY-RESULT = "Y" AND WS-GD-OK = "Y"
           PERFORM DO-TRANSFER
       ELSE
           MOVE "N" TO VALID-TRANS
       END-IF
       IF WS-GD-OK = "N"
           MOVE "CONTA DE MENOR SEM TUTOR" TO WS-REJECT-REASON
       END-IF

       IF VALID-TRANS = "Y"
           ADD 1 TO WS-BATCH-OK
EXTERNAL-TRANSFER.
       DISPLAY "Conta origem:"
       ACCEPT WS-FROM

      *> Banco, conta e nome vem do beneficiario registado -- ja nao
      *> se teclam; o rastreio de vigilancia (Dia 52) correu quando
      *> o beneficiario foi registado.
       MOVE WS-FROM TO WS-PY-ACC
       MOVE "E" TO WS-PY-TYPE
       PERFORM LIST-ACCOUNT-PAYEES
       IF WS-PY-COUNT = 0
           DISPLAY "A conta " WS-FROM " nao tem beneficiarios "
                   "noutros bancos registados (opcao 11)."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Numero do beneficiario:"
       ACCEPT WS-PY-SEL
       DISPLAY "Valor:"
       ACCEPT WS-AMOUNT

       PERFORM CHECK-EXTERNAL-PAYEE
       IF WS-PY-RESULT NOT = "Y"
           PERFORM SHOW-PAYEE-REFUSAL
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-MINOR-GUARDIAN
       IF WS-GD-OK = "N"
           EXIT PARAGRAPH
       END-IF

       IF WS-EXT-BANK = 0 OR WS-AMOUNT = 0
          OR WS-EXT-BEN-ACC = SPACES
           DISPLAY "Dados invalidos."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-EXT-BANK TO CLO-BANK
       MOVE WS-EXT-BEN-ACC TO CLO-BEN-ACC
       MOVE WS-EXT-BEN-NAME TO CLO-BEN-NAME
       MOVE WS-EXT-BEN-IBAN TO CLO-BEN-IBAN
       MOVE WS-AMOUNT TO CLO-AMOUNT
       MOVE "P" TO CLO-STATUS
       MOVE 0 TO CLO-SENT-DATE
       MOVE 0 TO CLO-RET-DATE
       MOVE SPACES TO CLO-RET-REASON
       WRITE CLO-REC
       CLOSE CLEARING-OUT-FILE

       DISPLAY "Valor:"
       ACCEPT WS-AMOUNT

      *> A ordem so se cria para um beneficiario registado e dentro
      *> do limite de carencia; as execucoes seguintes ja nao voltam
      *> a verificar (a ordem foi autorizada quando foi criada).
       PERFORM CHECK-INTERNAL-PAYEE
       IF WS-PY-RESULT NOT = "Y"
           PERFORM SHOW-PAYEE-REFUSAL
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-MINOR-GUARDIAN
       IF WS-GD-OK = "N"
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Frequencia em dias (ex.: 30 para mensal):"
       ACCEPT WS-SCHED-FREQ

                       WS-NEW-MAX-RUNS " execucoes."
       END-EVALUATE.

*>-----------------------------------------------------------------
*> Registo de beneficiarios (payees.dat): so se transfere para um
*> beneficiario registado da conta origem. Cada registo, alteracao
*> ou eliminacao fica na trilha de auditoria, e o nome passa pelo
*> rastreio de vigilancia (WATCHLIST-SCREEN, Dia 52) quando e
*> registado -- as transferencias seguintes ja nao o repetem.
*>-----------------------------------------------------------------
MAINTAIN-PAYEES.
       DISPLAY "===== BENEFICIARIOS REGISTADOS ====="
       DISPLAY "1. Registar beneficiario"
       DISPLAY "2. Listar beneficiarios de uma conta"
       DISPLAY "3. Alterar beneficiario"
       DISPLAY "4. Eliminar beneficiario"
       DISPLAY "5. Voltar"
       ACCEPT WS-PY-OPTION

      *> Listagem aberta a todos os perfis; registar, alterar e
      *> eliminar sao trabalho de Teller. O periodo de carencia
      *> muda-se no PARAM-MAINT (Dia 91).
       EVALUATE WS-PY-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM ADD-PAYEE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               DISPLAY "Conta origem:"
               ACCEPT WS-PY-ACC
               MOVE SPACE TO WS-PY-TYPE
               PERFORM LIST-ACCOUNT-PAYEES
               IF WS-PY-COUNT = 0
                   DISPLAY "Sem beneficiarios ativos."
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CHANGE-PAYEE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM DELETE-PAYEE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MAINTAIN-PAYEES.

ADD-PAYEE.
       DISPLAY "Conta origem:"
       ACCEPT WS-PY-ACC
       MOVE WS-PY-ACC TO ACC-ID
       PERFORM CHECK-PAYEE-ACCOUNT
       IF WS-PY-FOUND = "N"
           DISPLAY "Conta origem inexistente ou encerrada."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Tipo (I = conta deste banco, E = outro banco):"
       ACCEPT WS-PY-TYPE
       IF WS-PY-TYPE = "i"
           MOVE "I" TO WS-PY-TYPE
       END-IF
       IF WS-PY-TYPE = "e"
           MOVE "E" TO WS-PY-TYPE
       END-IF
       IF WS-PY-TYPE NOT = "I" AND WS-PY-TYPE NOT = "E"
           DISPLAY "Tipo invalido."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Nome do beneficiario:"
       ACCEPT WS-PY-NAME
       IF WS-PY-NAME = SPACES
           DISPLAY "Nome obrigatorio."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-PY-DEST-ACC
       MOVE 0 TO WS-PY-EXT-BANK
       MOVE SPACES TO WS-PY-EXT-ACC
       MOVE SPACES TO WS-PY-EXT-IBAN
       IF WS-PY-TYPE = "I"
           DISPLAY "Conta destino:"
           ACCEPT WS-PY-DEST-ACC
           MOVE WS-PY-DEST-ACC TO ACC-ID
           PERFORM CHECK-PAYEE-ACCOUNT
           IF WS-PY-FOUND = "N" OR WS-PY-DEST-ACC = WS-PY-ACC
               DISPLAY "Conta destino invalida."
               EXIT PARAGRAPH
           END-IF
       ELSE
           DISPLAY "IBAN destino no outro banco:"
           ACCEPT WS-PY-EXT-IBAN
           PERFORM CHECK-PAYEE-IBAN
           IF WS-PY-IBAN-OK = "N"
               EXIT PARAGRAPH
           END-IF
       END-IF

      *> O mesmo destino nao se regista duas vezes na mesma conta.
       PERFORM FIND-DUPLICATE-PAYEE
       IF WS-PY-FOUND = "Y"
           DISPLAY "Destino ja registado como beneficiario "
                   WS-PY-SEL " desta conta."
           EXIT PARAGRAPH
       END-IF

      *> Um acerto na lista de vigilancia impede o registo; a
      *> coincidencia fica na fila do WATCHLIST-MAINT para revisao.
       MOVE WS-PY-NAME TO SCR-NAME
       MOVE "PAYEE" TO SCR-CONTEXT
       CALL "WATCHLIST-SCREEN" USING SCREEN-REQUEST
       IF SCR-RESULT = "Y"
           DISPLAY "Registo bloqueado: beneficiario coincide com a "
                   "lista de vigilancia (" SCR-MATCH ") - pendente "
                   "de revisao no WATCHLIST-MAINT."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-DATE
       PERFORM GET-LAST-PAYEE-ID
       ADD 1 TO WS-LAST-PY-ID

       OPEN EXTEND PAYEE-FILE
       IF WS-PY-STATUS = "05" OR WS-PY-STATUS = "35"
           CLOSE PAYEE-FILE
           OPEN OUTPUT PAYEE-FILE
           CLOSE PAYEE-FILE
           OPEN EXTEND PAYEE-FILE
       END-IF
       MOVE WS-LAST-PY-ID TO PY-ID
       MOVE WS-PY-ACC TO PY-ACC-ID
       MOVE WS-PY-NAME TO PY-NAME
       MOVE WS-PY-TYPE TO PY-TYPE
       MOVE WS-PY-DEST-ACC TO PY-DEST-ACC
       MOVE WS-PY-EXT-BANK TO PY-EXT-BANK
       MOVE WS-PY-EXT-ACC TO PY-EXT-ACC
       MOVE WS-PY-EXT-IBAN TO PY-EXT-IBAN
       MOVE WS-DATE TO PY-ADDED-DATE
       MOVE "A" TO PY-STATUS
       MOVE WS-OPER-NAME TO PY-OPERATOR
       WRITE PY-REC
       CLOSE PAYEE-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       IF WS-PY-TYPE = "I"
           STRING "PAYEE ADD " DELIMITED BY SIZE
                  WS-LAST-PY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PY-ACC DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  WS-PY-DEST-ACC DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
       ELSE
           STRING "PAYEE ADD " DELIMITED BY SIZE
                  WS-LAST-PY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PY-ACC DELIMITED BY SIZE
                  ">BANCO " DELIMITED BY SIZE
                  WS-PY-EXT-BANK DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
       END-IF
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Beneficiario " WS-LAST-PY-ID " registado. Nos "
               "primeiros " WS-COOL-DAYS " dias cada transferencia "
               "fica limitada a " WS-COOL-LIMIT ".".

      *> Alteracao do nome e/ou do destino. Um destino novo conta
      *> como beneficiario novo: a data de registo passa a hoje e o
      *> periodo de carencia recomeca; um nome novo volta ao rastreio.
CHANGE-PAYEE.
       DISPLAY "Numero do beneficiario:"
       ACCEPT WS-PY-SEL
       PERFORM FIND-PAYEE-BY-ID
       IF WS-PY-FOUND = "N"
           DISPLAY "Beneficiario nao encontrado ou eliminado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Atual: " WS-PY-NAME " conta " WS-PY-ACC

       DISPLAY "Novo nome (vazio = manter):"
       ACCEPT WS-PY-NAME
       MOVE "N" TO WS-PY-DEST-CHG
       IF WS-PY-TYPE = "I"
           DISPLAY "Nova conta destino (0 = manter):"
           ACCEPT WS-PY-DEST-ACC
           IF WS-PY-DEST-ACC NOT = 0
               MOVE WS-PY-DEST-ACC TO ACC-ID
               PERFORM CHECK-PAYEE-ACCOUNT
               IF WS-PY-FOUND = "N" OR WS-PY-DEST-ACC = WS-PY-ACC
                   DISPLAY "Conta destino invalida."
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-PY-DEST-CHG
           END-IF
       ELSE
           DISPLAY "Novo IBAN destino (vazio = manter):"
           ACCEPT WS-PY-EXT-IBAN
           IF WS-PY-EXT-IBAN NOT = SPACES
               PERFORM CHECK-PAYEE-IBAN
               IF WS-PY-IBAN-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-PY-DEST-CHG
           END-IF
       END-IF

       IF WS-PY-NAME = SPACES AND WS-PY-DEST-CHG = "N"
           DISPLAY "Nada a alterar."
           EXIT PARAGRAPH
       END-IF

       IF WS-PY-NAME NOT = SPACES
           MOVE WS-PY-NAME TO SCR-NAME
           MOVE "PAYEE" TO SCR-CONTEXT
           CALL "WATCHLIST-SCREEN" USING SCREEN-REQUEST
           IF SCR-RESULT = "Y"
               DISPLAY "Alteracao bloqueada: nome coincide com a "
                       "lista de vigilancia (" SCR-MATCH ") - "
                       "pendente de revisao no WATCHLIST-MAINT."
               EXIT PARAGRAPH
           END-IF
       END-IF

       PERFORM GET-DATE
       MOVE "C" TO WS-MAINT-ACTION
       PERFORM REWRITE-PAYEES

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       EVALUATE TRUE
           WHEN WS-PY-NAME = SPACES
               MOVE "DESTINO" TO WS-PY-WHAT
           WHEN WS-PY-DEST-CHG = "Y"
               MOVE "NOME+DESTINO" TO WS-PY-WHAT
           WHEN OTHER
               MOVE "NOME" TO WS-PY-WHAT
       END-EVALUATE
       STRING "PAYEE CHG " DELIMITED BY SIZE
              WS-PY-SEL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PY-ACC DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PY-WHAT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       IF WS-PY-DEST-CHG = "Y"
           DISPLAY "Beneficiario " WS-PY-SEL " alterado - destino "
                   "novo, periodo de carencia reiniciado."
       ELSE
           DISPLAY "Beneficiario " WS-PY-SEL " alterado."
       END-IF.

DELETE-PAYEE.
       DISPLAY "Numero do beneficiario:"
       ACCEPT WS-PY-SEL
       PERFORM FIND-PAYEE-BY-ID
       IF WS-PY-FOUND = "N"
           DISPLAY "Beneficiario nao encontrado ou eliminado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Eliminar " WS-PY-NAME " da conta " WS-PY-ACC
               "? (S/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
           DISPLAY "Eliminacao cancelada."
           EXIT PARAGRAPH
       END-IF

      *> Eliminar = marcar X; a linha fica no ficheiro para historico.
       MOVE "D" TO WS-MAINT-ACTION
       PERFORM REWRITE-PAYEES

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "PAYEE DEL " DELIMITED BY SIZE
              WS-PY-SEL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PY-ACC DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Beneficiario " WS-PY-SEL " eliminado.".

      *> Copia payees.dat para payees.tmp aplicando ao beneficiario
      *> WS-PY-SEL a alteracao (C) ou eliminacao (D) pedida.
REWRITE-PAYEES.
       OPEN INPUT PAYEE-FILE
       OPEN OUTPUT PAYEE-TEMP-FILE
       MOVE "N" TO WS-PY-EOF
       PERFORM UNTIL WS-PY-EOF = "Y"
           READ PAYEE-FILE
               AT END MOVE "Y" TO WS-PY-EOF
               NOT AT END
                   IF PY-ID = WS-PY-SEL
                       PERFORM APPLY-PAYEE-CHANGE
                   END-IF
                   MOVE PY-REC TO PAYEE-TEMP-REC
                   WRITE PAYEE-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE
       CLOSE PAYEE-TEMP-FILE
       CALL "SYSTEM" USING "mv payees.tmp payees.dat".

APPLY-PAYEE-CHANGE.
       IF WS-MAINT-ACTION = "D"
           MOVE "X" TO PY-STATUS
       ELSE
           IF WS-PY-NAME NOT = SPACES
               MOVE WS-PY-NAME TO PY-NAME
           END-IF
           IF WS-PY-DEST-CHG = "Y"
               IF PY-INTERNAL
                   MOVE WS-PY-DEST-ACC TO PY-DEST-ACC
               ELSE
                   MOVE WS-PY-EXT-BANK TO PY-EXT-BANK
                   MOVE WS-PY-EXT-ACC TO PY-EXT-ACC
                   MOVE WS-PY-EXT-IBAN TO PY-EXT-IBAN
               END-IF
               MOVE WS-DATE TO PY-ADDED-DATE
           END-IF
       END-IF
       MOVE WS-OPER-NAME TO PY-OPERATOR.

      *> Valida WS-PY-EXT-IBAN pela regra do IBAN-CHECK. A camara
      *> so compensa IBAN portugueses de outros bancos; o banco e o
      *> resto do NIB (agencia, conta, controlo) saem do proprio
      *> IBAN para PY-EXT-BANK / PY-EXT-ACC.
CHECK-PAYEE-IBAN.
       MOVE "N" TO WS-PY-IBAN-OK
       MOVE "V" TO IBR-ACTION
       MOVE WS-PY-EXT-IBAN TO IBR-IBAN
       CALL "IBAN-CHECK" USING IBAN-REQUEST
       IF IBR-RESULT NOT = "Y"
           DISPLAY "IBAN invalido: " IBR-REASON
           EXIT PARAGRAPH
       END-IF
       IF IBR-IBAN(1:2) NOT = "PT"
           DISPLAY "IBAN invalido: a camara de compensacao so aceita "
                   "IBAN portugueses."
           EXIT PARAGRAPH
       END-IF
       IF IBR-OWN-BANK = "Y"
           DISPLAY "IBAN deste banco: registe o beneficiario como "
                   "conta interna (tipo I)."
           EXIT PARAGRAPH
       END-IF
       MOVE IBR-IBAN TO WS-PY-EXT-IBAN
       MOVE IBR-BANK TO WS-PY-EXT-BANK
       MOVE IBR-NIB(5:17) TO WS-PY-EXT-ACC
       MOVE "Y" TO WS-PY-IBAN-OK.

      *> Le o beneficiario ativo WS-PY-SEL para WS-PY-ACC/NAME/TYPE.
FIND-PAYEE-BY-ID.
       MOVE "N" TO WS-PY-FOUND
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
                   IF PY-ID = WS-PY-SEL AND PY-ACTIVE
                       MOVE "Y" TO WS-PY-FOUND
                       MOVE PY-ACC-ID TO WS-PY-ACC
                       MOVE PY-NAME TO WS-PY-NAME
                       MOVE PY-TYPE TO WS-PY-TYPE
                       MOVE "Y" TO WS-PY-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE.

      *> Procura um beneficiario ativo de WS-PY-ACC com o mesmo
      *> destino do que se esta a registar; devolve-o em WS-PY-SEL.
FIND-DUPLICATE-PAYEE.
       MOVE "N" TO WS-PY-FOUND
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
                   IF PY-ACC-ID = WS-PY-ACC AND PY-ACTIVE
                      AND PY-TYPE = WS-PY-TYPE
                      AND PY-DEST-ACC = WS-PY-DEST-ACC
                      AND PY-EXT-BANK = WS-PY-EXT-BANK
                      AND PY-EXT-ACC = WS-PY-EXT-ACC
                       MOVE "Y" TO WS-PY-FOUND
                       MOVE PY-ID TO WS-PY-SEL
                       MOVE "Y" TO WS-PY-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE.

      *> Lista os beneficiarios ativos de WS-PY-ACC (do tipo
      *> WS-PY-TYPE, ou todos com WS-PY-TYPE em branco) e conta-os em
      *> WS-PY-COUNT.
LIST-ACCOUNT-PAYEES.
       MOVE 0 TO WS-PY-COUNT
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
                   IF PY-ACC-ID = WS-PY-ACC AND PY-ACTIVE
                      AND (WS-PY-TYPE = SPACE OR PY-TYPE = WS-PY-TYPE)
                       ADD 1 TO WS-PY-COUNT
                       IF PY-INTERNAL
                           DISPLAY PY-ID " " PY-NAME " conta "
                                   PY-DEST-ACC " desde "
                                   PY-ADDED-DATE
                       ELSE
                           IF PY-EXT-IBAN = SPACES
                               DISPLAY PY-ID " " PY-NAME " banco "
                                       PY-EXT-BANK " " PY-EXT-ACC
                                       " desde " PY-ADDED-DATE
                                       " (sem IBAN)"
                           ELSE
                               DISPLAY PY-ID " " PY-NAME " IBAN "
                                       PY-EXT-IBAN(1:25)
                                       " desde " PY-ADDED-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE.

GET-LAST-PAYEE-ID.
       MOVE 0 TO WS-LAST-PY-ID
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
                   IF PY-ID > WS-LAST-PY-ID
                       MOVE PY-ID TO WS-LAST-PY-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE.

      *> Conta origem WS-FROM de um cliente com mandato de tutor
      *> ativo (menor): pede o ID de cliente de um dos tutores e
      *> confere-o; fica na trilha quem autorizou.
CHECK-MINOR-GUARDIAN.
       MOVE "Y" TO WS-GD-OK
       MOVE 0 TO WS-GD-CUST
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS NOT = "35"
           MOVE WS-FROM TO ACC-ID
           READ ACCOUNTS-FILE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-GD-CUST
           END-READ
       END-IF
       CLOSE ACCOUNTS-FILE
       IF WS-GD-CUST = 0
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-GD-QUERY
       PERFORM COUNT-ACTIVE-GUARDIANS
       IF WS-GD-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       IF WS-GD-PROMPT = "N"
           MOVE "N" TO WS-GD-OK
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Conta de menor - ID de cliente do tutor:"
       ACCEPT WS-GD-QUERY
       PERFORM COUNT-ACTIVE-GUARDIANS
       IF WS-GD-MATCH NOT = "Y"
           MOVE "N" TO WS-GD-OK
           DISPLAY "Transferencia recusada: conta de menor exige um "
                   "tutor ativo do titular."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "MINOR TRANSFER " DELIMITED BY SIZE
              WS-FROM DELIMITED BY SIZE
              " GUARDIAN " DELIMITED BY SIZE
              WS-GD-QUERY DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Tutores ativos do cliente WS-GD-CUST; WS-GD-MATCH diz se
      *> WS-GD-QUERY (quando teclado) e um deles.
COUNT-ACTIVE-GUARDIANS.
       MOVE 0 TO WS-GD-COUNT
       MOVE "N" TO WS-GD-MATCH
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
                   IF GD-MINOR-ID = WS-GD-CUST AND GD-ACTIVE
                       ADD 1 TO WS-GD-COUNT
                       IF GD-GUARDIAN-ID = WS-GD-QUERY
                          AND WS-GD-QUERY NOT = 0
                           MOVE "Y" TO WS-GD-MATCH
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARDIANS-FILE.

      *> A conta ACC-ID existe e nao esta encerrada?
CHECK-PAYEE-ACCOUNT.
       MOVE "N" TO WS-PY-FOUND
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       READ ACCOUNTS-FILE
           INVALID KEY
               MOVE "N" TO WS-PY-FOUND
           NOT INVALID KEY
               IF ACC-STATUS NOT = "C"
                   MOVE "Y" TO WS-PY-FOUND
               END-IF
       END-READ
       CLOSE ACCOUNTS-FILE.

      *> WS-TO tem de ser beneficiario interno ativo de WS-FROM;
      *> segue-se a regra do periodo de carencia.
CHECK-INTERNAL-PAYEE.
       MOVE "N" TO WS-PY-RESULT
       MOVE "BENEFICIARIO NAO REGISTADO" TO WS-REJECT-REASON
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
                   IF PY-ACC-ID = WS-FROM AND PY-ACTIVE
                      AND PY-INTERNAL AND PY-DEST-ACC = WS-TO
                       MOVE "Y" TO WS-PY-RESULT
                       MOVE PY-ADDED-DATE TO WS-PY-ADDED
                       MOVE "Y" TO WS-PY-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE
       IF WS-PY-RESULT = "Y"
           PERFORM APPLY-COOLING-OFF
       END-IF.

      *> WS-PY-SEL tem de ser beneficiario de outro banco ativo de
      *> WS-FROM; devolve banco, conta e nome para a instrucao.
CHECK-EXTERNAL-PAYEE.
       MOVE "N" TO WS-PY-RESULT
       MOVE "BENEFICIARIO NAO REGISTADO" TO WS-REJECT-REASON
       MOVE 0 TO WS-EXT-BANK
       MOVE SPACES TO WS-EXT-BEN-ACC
       MOVE SPACES TO WS-EXT-BEN-NAME
       MOVE SPACES TO WS-EXT-BEN-IBAN
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
                   IF PY-ID = WS-PY-SEL AND PY-ACC-ID = WS-FROM
                      AND PY-ACTIVE AND PY-EXTERNAL
                       MOVE "Y" TO WS-PY-RESULT
                       MOVE PY-ADDED-DATE TO WS-PY-ADDED
                       MOVE PY-EXT-BANK TO WS-EXT-BANK
                       MOVE PY-EXT-ACC TO WS-EXT-BEN-ACC
                       MOVE PY-NAME TO WS-EXT-BEN-NAME
                       MOVE PY-EXT-IBAN TO WS-EXT-BEN-IBAN
      *> Beneficiario registado antes do IBAN: o destino nunca foi
      *> validado, por isso nao segue para a camara.
                       IF PY-EXT-IBAN = SPACES
                           MOVE "I" TO WS-PY-RESULT
                           MOVE "BENEFICIARIO SEM IBAN VALIDADO"
                               TO WS-REJECT-REASON
                       END-IF
                       MOVE "Y" TO WS-PY-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYEE-FILE
       IF WS-PY-RESULT = "Y"
           PERFORM APPLY-COOLING-OFF
       END-IF.

      *> Nos primeiros WS-COOL-DAYS dias apos o registo (ou a
      *> alteracao do destino) cada transferencia para o beneficiario
      *> fica limitada a WS-COOL-LIMIT.
APPLY-COOLING-OFF.
       PERFORM GET-DATE
       COMPUTE WS-PY-AGE = FUNCTION INTEGER-OF-DATE(WS-DATE)
                         - FUNCTION INTEGER-OF-DATE(WS-PY-ADDED)
       IF WS-PY-AGE < WS-COOL-DAYS AND WS-AMOUNT > WS-COOL-LIMIT
           MOVE "C" TO WS-PY-RESULT
           MOVE "BENEFICIARIO EM CARENCIA" TO WS-REJECT-REASON
       END-IF.

SHOW-PAYEE-REFUSAL.
       IF WS-PY-RESULT = "C"
           DISPLAY "Transferencia recusada: beneficiario registado "
                   "em " WS-PY-ADDED " ainda no periodo de carencia "
                   "(" WS-COOL-DAYS " dias) - limite " WS-COOL-LIMIT
                   "."
           EXIT PARAGRAPH
       END-IF
       IF WS-PY-RESULT = "I"
           DISPLAY "Transferencia recusada: beneficiario " WS-PY-SEL
                   " sem IBAN - atualize o destino (opcao 11)."
       ELSE
           DISPLAY "Transferencia recusada: destino nao e "
                   "beneficiario registado da conta " WS-FROM
                   " (opcao 11)."
       END-IF.

      *> Uma REWRITE falhada (tipicamente estado 44: a linha antiga
      *> e mais curta que o registo novo) denuncia um users.dat
      *> anterior ao USER-RECORD.cpy: nem contadores de falhas nem
