           05 VM-DATE   PIC 9(8).
           05 VM-BRANCH PIC 9(4).
           05 VM-TELLER PIC X(20).
      *> B = caixa compra ao cofre, S = caixa vende ao cofre;
      *> A/R = carregamento/recolha de ATM (ATM-TERMINALS, Dia 74),
      *> com "ATM <id>" em VM-TELLER.
           05 VM-TYPE   PIC X.
           05 VM-SLOT   PIC 9(2).
           05 VM-QTY    PIC 9(5).
       01 WS-AUDIT-USER      PIC A(20).
       01 WS-AUDIT-ACTION    PIC X(40).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       PERFORM LOGIN-OPERATOR
       IF WS-LOGIN-RESULT NOT = "S"
           DISPLAY "Acesso recusado."
       DISPLAY "11. Verificar apresentante de conta"
       DISPLAY "12. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM OPEN-SESSION
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CLOSE-SESSION
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 PERFORM SHOW-TODAY-JOURNAL
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   MOVE "B" TO WS-VMOVE-TYPE
                   PERFORM VAULT-EXCHANGE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   MOVE "S" TO WS-VMOVE-TYPE
                   PERFORM VAULT-EXCHANGE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 PERFORM SHOW-VAULT
           WHEN 7
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM VAULT-CLOSE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 8
               IF OPER-TELLER OR PERM-GRANTED
                   MOVE "B" TO WS-FX-TYPE
                   PERFORM FX-EXCHANGE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 9
               IF OPER-TELLER OR PERM-GRANTED
                   MOVE "S" TO WS-FX-TYPE
                   PERFORM FX-EXCHANGE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 10 PERFORM SHOW-FX-POSITION
           WHEN 11 PERFORM VERIFY-PRESENTER
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE "N" TO WS-CHK-OK

      *> So a verificacao de quem apresenta le accounts.dat: a
      *> guarda fica aqui, sem bloquear o resto da caixa.
       MOVE "TELLER-DRAWER" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE WS-CHK-ACC TO ACC-ID
       IF ACC-LAYOUT-HEADER
           CLOSE ACCOUNTS-FILE
           DISPLAY "Conta nao encontrada."
           EXIT PARAGRAPH
       END-IF
       READ ACCOUNTS-FILE
           INVALID KEY
               CLOSE ACCOUNTS-FILE
               DISPLAY "ASSINATURA AUTORIZADA - so depositos."
           WHEN "V"
               DISPLAY "ASSINATURA AUTORIZADA - so consulta."
           WHEN "C"
               DISPLAY "NAO AUTORIZADO: assinatura so de acesso ao "
                       "cofre de aluguer."
           WHEN OTHER
               DISPLAY "NAO AUTORIZADO: nem titular nem assinatura "
                       "em vigor."
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat de versao diferente da
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
       MOVE "TELLER-DRAWER" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.
