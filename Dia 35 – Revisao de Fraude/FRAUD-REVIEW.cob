      *> FRAUD-REC de 78 bytes redefine implicitamente a mesma area
      *> (dois registos 01 no mesmo FD partilham o buffer).
       FD FRAUD-FILE.
       01 FRAUD-QUEUE-LINE PIC X(82).
       COPY "FRAUD-RECORD.cpy".

      *> 82, o registo estruturado com o cenario AML; cobre tambem as
      *> linhas historicas de texto livre (FRAUD-LINE X(80) do D26
      *> de origem), que nao podem perder carateres em cada
      *> passagem; o LINE SEQUENTIAL corta os espacos finais, por
      *> isso as linhas antigas ficam intactas.
       FD FRAUD-TEMP-FILE.
       01 FRAUD-TEMP-REC PIC X(82).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

      *> Contexto de conta mostrado ao revisor.
       01 WS-CTX-NAME      PIC A(30).
       01 WS-CTX-BALANCE   PIC S9(7)V99.
       01 WS-CTX-BAL-EDIT  PIC -Z(6)9.99.
       01 WS-CTX-STATUS    PIC X.
       01 WS-CTX-FOUND     PIC X VALUE "N".
       01 WS-CTX-ACC       PIC 9(8).
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
       MOVE "FRAUD-REVIEW" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "FRAUD-REVIEW" TO LAYOUT-PROGRAM
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
       MOVE "FRAUD-REVIEW" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== REVISAO DE FRAUDE ====="
       DISPLAY "2. Relatorio de pendentes com mais de N dias"
       DISPLAY "3. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM REVIEW-PENDING
               ELSE
                   DISPLAY "Acesso negado: disposicoes reservadas a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM AGING-REPORT
           WHEN 3 EXIT PARAGRAPH
                      AND FR-DATE IS NUMERIC
                       PERFORM REVIEW-ONE-FLAG
                   END-IF
      *> Copia pela linha completa, para as linhas historicas
      *> sairem intactas.
                   MOVE FRAUD-QUEUE-LINE TO FRAUD-TEMP-REC
                   WRITE FRAUD-TEMP-REC
           END-READ
       DISPLAY "----------------------------------------"
       DISPLAY "Sinalizacao " FR-ID " de " FR-DATE
               " (origem " FR-SOURCE ")"
      *> Cenario AML: uma so conta e o padrao entre duas transacoes.
       IF FR-SOURCE = "A"
           DISPLAY "  Cenario AML " FR-SCENARIO " na conta " FR-FROM
                   " total " FR-AMOUNT
           DISPLAY "  Transacoes " FR-REF1 " a " FR-REF2
           MOVE FR-FROM TO WS-CTX-ACC
           PERFORM SHOW-ACCOUNT-CONTEXT
       ELSE
           DISPLAY "  De conta " FR-FROM " para " FR-TO
                   " valor " FR-AMOUNT
           MOVE FR-FROM TO WS-CTX-ACC
           PERFORM SHOW-ACCOUNT-CONTEXT
           MOVE FR-TO TO WS-CTX-ACC
           PERFORM SHOW-ACCOUNT-CONTEXT
       END-IF

       DISPLAY "Decisao (L=limpa / F=fraude confirmada / S=saltar):"
       ACCEPT WS-DECISION
           CLOSE ACCOUNTS-FILE
       END-IF
       IF WS-CTX-FOUND = "Y"
           MOVE WS-CTX-BALANCE TO WS-CTX-BAL-EDIT
           DISPLAY "  Conta " WS-CTX-ACC ": " WS-CTX-NAME
                   " Saldo: " WS-CTX-BAL-EDIT
                   " Estado: " WS-CTX-STATUS
       ELSE
           DISPLAY "  Conta " WS-CTX-ACC ": (inexistente)"
      *> Fraude confirmada: estorna as pernas referenciadas e congela
      *> a conta destino que recebeu os fundos. Num suspeito de
      *> duplicado so a segunda transacao (a duplicada) e estornada e
      *> nada e congelado. Um cenario AML confirmado nao mexe na
      *> conta -- estornar ou congelar alertaria o cliente -- e segue
      *> para comunicacao de operacao suspeita.
CONFIRM-FRAUD-ACTIONS.
       EVALUATE FR-SOURCE
           WHEN "T"
               MOVE FR-REF1 TO WS-RT-ID
               PERFORM REVERSE-TRANS-BY-ID
               MOVE FR-REF2 TO WS-RT-ID
               PERFORM REVERSE-TRANS-BY-ID
               PERFORM FREEZE-DEST-ACCOUNT
           WHEN "A"
               DISPLAY "  Cenario " FR-SCENARIO " confirmado: "
                       "comunicar a operacao suspeita a UIF."
           WHEN OTHER
               MOVE FR-REF2 TO WS-RT-ID
               PERFORM REVERSE-TRANS-BY-ID
       END-EVALUATE.

FREEZE-DEST-ACCOUNT.
       OPEN I-O ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
       MOVE "REVERSAO FRAUDE" TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANS-FILE
       DISPLAY "  Estorno lancado para a transacao " WS-RT-ID ".".

