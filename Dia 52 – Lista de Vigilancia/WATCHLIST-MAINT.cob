       01 WS-AUDIT-USER      PIC A(20).
       01 WS-AUDIT-ACTION    PIC X(40).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "WATCHLIST-MAINT" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

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
       MOVE "WATCHLIST-MAINT" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== LISTA DE VIGILANCIA ====="
       DISPLAY "5. Despachar acerto da fila"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ADD-WATCHLIST-NAME
               ELSE
                   DISPLAY "Acesso negado: lista reservada a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM RETIRE-WATCHLIST-NAME
               ELSE
                   DISPLAY "Acesso negado: lista reservada a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 PERFORM LIST-WATCHLIST
           WHEN 4 PERFORM LIST-PENDING-QUEUE
           WHEN 5
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM DISPOSE-QUEUE-ENTRY
               ELSE
                   DISPLAY "Acesso negado: despacho reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
