      *> O total do ficheiro debita a conta de liquidacao, por isso
      *> o GL-EXTRACT e o balancete continuam a fechar.
      *>
      *> Devolucoes: o ficheiro de devolucoes da camara
      *> (clearing_returns.dat) traz os nossos envios que o banco de
      *> destino recusou (referencia = CLO-ID do item). O item fica
      *> marcado devolvido (R) e o valor volta a conta de onde saiu,
      *> contra a conta de liquidacao; devolucoes que nao batem com
      *> nenhum envio nosso estacionam na conta de transito.
      *>
      *> As contas de liquidacao e de transito sao contas normais de
      *> accounts.dat com numeros reservados (99999901/99999902).

               FILE STATUS IS WS-CLI-STATUS.

      *> Registo do que cada processamento de entrada fez, para a
      *> posicao diaria (C = creditado ao cliente, S = em transito,
      *> D = devolucao de um envio nosso).
           SELECT INLOG-FILE ASSIGN TO "clearing_inlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIL-STATUS.

      *> Devolucoes recebidas da camara: banco que devolve, o nosso
      *> CLO-ID de origem, valor e motivo, uma por linha.
           SELECT RETURNS-FILE ASSIGN TO "clearing_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "clearing_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
       FD CLEARING-OUT-FILE.
       COPY "CLEARING-OUT-RECORD.cpy".

      *> Width must match CLO-REC exactly (155 chars).
       FD CLEARING-OUT-TEMP-FILE.
       01 CLO-TEMP-REC PIC X(155).

       FD OUTFILE-FILE.
       01 OUTF-LINE PIC X(100).
           05 CLI-AMOUNT PIC 9(7)V99.
           05 CLI-REF    PIC X(20).

       FD RETURNS-FILE.
       01 CLR-REC.
           05 CLR-BANK    PIC 9(4).
           05 CLR-ORIG-ID PIC 9(5).
           05 CLR-AMOUNT  PIC 9(7)V99.
           05 CLR-REASON  PIC X(20).

       FD INLOG-FILE.
       01 CIL-REC.
           05 CIL-DATE   PIC 9(8).
       01 WS-CLI-EOF        PIC X VALUE "N".
       01 WS-CIL-EOF        PIC X VALUE "N".
       01 WS-SUSP-EOF       PIC X VALUE "N".
       01 WS-CLR-STATUS     PIC XX.
       01 WS-CLR-EOF        PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
      *> Destino do item no ficheiro de saida: o IBAN, ou a conta
      *> nas instrucoes registadas antes de haver IBAN.
       01 WS-OUT-DEST       PIC X(34).

      *> Contas internas reservadas (ver cabecalho).
       01 WS-SETTLE-ACC     PIC 9(8) VALUE 99999901.
       01 WS-ACC-ID-IN      PIC 9(8).
       01 WS-MOVE-TYPE      PIC X.
       01 WS-MOVE-AMOUNT    PIC 9(7)V99.
       01 WS-MOVE-NARR      PIC X(20).

      *> Processamento das devolucoes.
       01 WS-RET-OK         PIC 9(4) VALUE 0.
       01 WS-RET-SUSP       PIC 9(4) VALUE 0.
       01 WS-RET-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-RET-FOUND      PIC X.
       01 WS-RET-ACC        PIC 9(8).

      *> Posicao do dia.
       01 WS-POS-DATE       PIC 9(8).
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
       01 WS-LOCK-CONFIRM PIC X.
       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "INTERBANK-CLEARING" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "INTERBANK-CLEARING" TO LAYOUT-PROGRAM
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
       MOVE "INTERBANK-CLEARING" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== COMPENSACAO INTERBANCARIA ====="
       DISPLAY "2. Processar ficheiro recebido da camara"
       DISPLAY "3. Posicao de liquidacao de um dia"
       DISPLAY "4. Listar itens em transito (suspense)"
       DISPLAY "5. Processar devolucoes da camara"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM GENERATE-OUTGOING
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROCESS-INCOMING
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 PERFORM POSITION-REPORT
           WHEN 4 PERFORM LIST-SUSPENSE
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROCESS-RETURNS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

                   IF CLO-PENDING
                       ADD 1 TO WS-OUT-COUNT
                       ADD CLO-AMOUNT TO WS-OUT-TOTAL
                       MOVE CLO-BEN-IBAN TO WS-OUT-DEST
                       IF WS-OUT-DEST = SPACES
                           MOVE CLO-BEN-ACC TO WS-OUT-DEST
                       END-IF
                       MOVE SPACES TO OUTF-LINE
                       STRING "ITM " DELIMITED BY SIZE
                              CLO-BANK DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-OUT-DEST DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CLO-AMOUNT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
       MOVE 0 TO WS-IN-OK
       MOVE 0 TO WS-IN-SUSP
       MOVE 0 TO WS-IN-TOTAL
       MOVE "COMPENSACAO" TO WS-MOVE-NARR

       OPEN INPUT INCOMING-FILE
       IF WS-CLI-STATUS = "35"
       END-PERFORM
       CLOSE SUSPENSE-FILE.

*>-----------------------------------------------------------------
*> Processa as devolucoes da camara: cada uma procura o envio
*> original (CLO-ID, enviado, mesmo valor), marca-o devolvido e
*> credita a conta de onde o dinheiro saiu (ou a de transito, se
*> ela ja nao aceitar creditos). O total devolvido debita a conta
*> de liquidacao no fim, como no ficheiro de entrada.
*>-----------------------------------------------------------------
PROCESS-RETURNS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-RET-OK
       MOVE 0 TO WS-RET-SUSP
       MOVE 0 TO WS-RET-TOTAL

       OPEN INPUT RETURNS-FILE
       IF WS-CLR-STATUS = "35"
           CLOSE RETURNS-FILE
           DISPLAY "clearing_returns.dat nao existe."
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-CLR-EOF
       PERFORM UNTIL WS-CLR-EOF = "Y"
           READ RETURNS-FILE
               AT END MOVE "Y" TO WS-CLR-EOF
               NOT AT END PERFORM PROCESS-ONE-RETURN
           END-READ
       END-PERFORM

       CLOSE RETURNS-FILE

       IF WS-RET-TOTAL > 0
           MOVE "COMPENSACAO" TO WS-MOVE-NARR
           OPEN I-O ACCOUNTS-FILE
           MOVE WS-SETTLE-ACC TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "AVISO: conta de liquidacao "
                           WS-SETTLE-ACC " inexistente - "
                           "contrapartida nao lancada!"
               NOT INVALID KEY
                   SUBTRACT WS-RET-TOTAL FROM ACC-BALANCE
                   MOVE ACC-CURRENCY TO WS-ACC-CURRENCY
                   MOVE ACC-BRANCH TO WS-ACC-BRANCH
                   REWRITE ACCOUNT-RECORD
                   MOVE WS-SETTLE-ACC TO WS-ACC-ID-IN
                   MOVE "D" TO WS-MOVE-TYPE
                   MOVE WS-RET-TOTAL TO WS-MOVE-AMOUNT
                   PERFORM WRITE-MOVEMENT
           END-READ
           CLOSE ACCOUNTS-FILE
       END-IF

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "CLEARING RETURNS OK " DELIMITED BY SIZE
              WS-RET-OK DELIMITED BY SIZE
              " SUSP " DELIMITED BY SIZE
              WS-RET-SUSP DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Devolucoes: " WS-RET-OK " reposta(s) na conta de "
               "origem, " WS-RET-SUSP " em transito (ver "
               "clearing_suspense.dat).".

PROCESS-ONE-RETURN.
       PERFORM MARK-ITEM-RETURNED
       MOVE "N" TO WS-CREDIT-RESULT
       MOVE SPACES TO WS-MOVE-NARR
       STRING "DEVOLUCAO CMP " DELIMITED BY SIZE
              CLR-ORIG-ID DELIMITED BY SIZE
              INTO WS-MOVE-NARR
       END-STRING

      *> Repoe a conta de origem; encerrada ou pendente ja nao aceita
      *> o credito e o valor fica em transito.
       IF WS-RET-FOUND = "Y"
           OPEN I-O ACCOUNTS-FILE
           MOVE WS-RET-ACC TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-PENDING OR ACC-CLOSED
                       CONTINUE
                   ELSE
                       ADD CLR-AMOUNT TO ACC-BALANCE
                       MOVE ACC-CURRENCY TO WS-ACC-CURRENCY
                       MOVE ACC-BRANCH TO WS-ACC-BRANCH
                       REWRITE ACCOUNT-RECORD
                       MOVE "Y" TO WS-CREDIT-RESULT
                   END-IF
           END-READ
           CLOSE ACCOUNTS-FILE
       END-IF

       IF WS-CREDIT-RESULT = "Y"
           ADD 1 TO WS-RET-OK
           MOVE WS-RET-ACC TO WS-ACC-ID-IN
           MOVE "C" TO WS-MOVE-TYPE
           MOVE CLR-AMOUNT TO WS-MOVE-AMOUNT
           PERFORM WRITE-MOVEMENT
       ELSE
           ADD 1 TO WS-RET-SUSP
           OPEN I-O ACCOUNTS-FILE
           MOVE WS-SUSP-ACC TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "AVISO: conta de transito " WS-SUSP-ACC
                           " inexistente - devolucao so registada "
                           "em suspense!"
               NOT INVALID KEY
                   ADD CLR-AMOUNT TO ACC-BALANCE
                   MOVE ACC-CURRENCY TO WS-ACC-CURRENCY
                   MOVE ACC-BRANCH TO WS-ACC-BRANCH
                   REWRITE ACCOUNT-RECORD
                   MOVE WS-SUSP-ACC TO WS-ACC-ID-IN
                   MOVE "C" TO WS-MOVE-TYPE
                   MOVE CLR-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM WRITE-MOVEMENT
           END-READ
           CLOSE ACCOUNTS-FILE

           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = "05" OR WS-SUSP-STATUS = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF
           MOVE WS-TODAY TO SUSP-DATE
           MOVE CLR-BANK TO SUSP-BANK
           MOVE WS-RET-ACC TO SUSP-ACC
           MOVE CLR-AMOUNT TO SUSP-AMOUNT
           MOVE WS-MOVE-NARR TO SUSP-REF
           WRITE SUSP-REC
           CLOSE SUSPENSE-FILE
       END-IF

       ADD CLR-AMOUNT TO WS-RET-TOTAL

       OPEN EXTEND INLOG-FILE
       IF WS-CIL-STATUS = "05" OR WS-CIL-STATUS = "35"
           CLOSE INLOG-FILE
           OPEN OUTPUT INLOG-FILE
           CLOSE INLOG-FILE
           OPEN EXTEND INLOG-FILE
       END-IF
       MOVE WS-TODAY TO CIL-DATE
       MOVE CLR-BANK TO CIL-BANK
       MOVE WS-RET-ACC TO CIL-ACC
       MOVE CLR-AMOUNT TO CIL-AMOUNT
       MOVE "D" TO CIL-STATUS
       MOVE WS-MOVE-NARR TO CIL-REF
       WRITE CIL-REC
       CLOSE INLOG-FILE.

      *> Marca devolvido o envio CLR-ORIG-ID (tem de estar enviado e
      *> com o mesmo valor); WS-RET-ACC fica com a conta de onde o
      *> dinheiro saiu, ou zero se a devolucao nao bate com nada.
MARK-ITEM-RETURNED.
       MOVE "N" TO WS-RET-FOUND
       MOVE 0 TO WS-RET-ACC
       OPEN INPUT CLEARING-OUT-FILE
       IF WS-CLO-STATUS = "35"
           CLOSE CLEARING-OUT-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CLEARING-OUT-TEMP-FILE
       MOVE "N" TO WS-CLO-EOF
       PERFORM UNTIL WS-CLO-EOF = "Y"
           READ CLEARING-OUT-FILE
               AT END MOVE "Y" TO WS-CLO-EOF
               NOT AT END
                   IF CLO-ID = CLR-ORIG-ID AND CLO-SENT
                      AND CLO-AMOUNT = CLR-AMOUNT
                       MOVE "Y" TO WS-RET-FOUND
                       MOVE CLO-FROM-ACC TO WS-RET-ACC
                       MOVE "R" TO CLO-STATUS
                       MOVE WS-TODAY TO CLO-RET-DATE
                       MOVE CLR-REASON TO CLO-RET-REASON
                   END-IF
                   MOVE CLO-REC TO CLO-TEMP-REC
                   WRITE CLO-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CLEARING-OUT-FILE
       CLOSE CLEARING-OUT-TEMP-FILE
       IF WS-RET-FOUND = "Y"
           CALL "SYSTEM" USING
               "mv clearing_outgoing.tmp clearing_outgoing.dat"
       ELSE
           CALL "SYSTEM" USING "rm -f clearing_outgoing.tmp"
       END-IF.

      *> Acrescenta uma perna em transactions.dat com o tipo e valor
      *> previamente colocados em WS-MOVE-TYPE / WS-MOVE-AMOUNT.
WRITE-MOVEMENT.
       MOVE WS-ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "CMP" TO TRANS-REASON
       MOVE WS-MOVE-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANS-FILE.


