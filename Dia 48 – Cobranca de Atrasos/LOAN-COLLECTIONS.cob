       01 WS-REG-PROM-AMT   PIC 9(7)V99.
       01 WS-LAST-LC-ID     PIC 9(5) VALUE 0.
       01 WS-LOAN-FOUND     PIC X VALUE "N".
       01 WS-LOAN-ESTATE    PIC X VALUE "N".
       01 WS-HIST-LOAN      PIC 9(4).
       01 WS-HIST-COUNT     PIC 9(3) VALUE 0.
       01 WS-LAST-ACT-DATE  PIC 9(8).
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
       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "LOAN-COLLECTIONS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "LOAN-COLLECTIONS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-LOAN-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       PERFORM LOGIN-OPERATOR
       IF WS-LOGIN-RESULT NOT = "S"
           DISPLAY "Acesso recusado."
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um loans.dat de versao diferente da do layout com que foi
      *> compilado.
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
       MOVE "LOAN-COLLECTIONS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== COBRANCA DE ATRASOS ====="
       DISPLAY "4. Historico de um emprestimo"
       DISPLAY "5. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM SHOW-WORKLIST
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-CONTACT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-PROMISE
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM SHOW-HISTORY
           WHEN 5 EXIT PARAGRAPH
       END-EVALUATE

       PERFORM FIND-LAST-ACTIVITY
       MOVE WS-WL-LOAN(WS-WL-IDX) TO WS-REG-LOAN
       PERFORM CHECK-LOAN-EXISTS

       DISPLAY "Emprestimo " WS-WL-LOAN(WS-WL-IDX)
               " Faixa: " WS-BUCKET-LABEL
               " Prestacoes: " WS-WL-INSTS(WS-WL-IDX)
               " Vencido: " WS-WL-AMOUNT(WS-WL-IDX)
               " Mora: " WS-WL-PENALTY(WS-WL-IDX)
      *> Titular falecido (ESTATE-MAINT): nao se contacta o titular.
       IF WS-LOAN-ESTATE = "Y"
           DISPLAY "    TITULAR FALECIDO - tratar com o "
                   "cabeca-de-casal / herdeiros."
       END-IF
       IF WS-LAST-ACT-DATE = 0
           DISPLAY "    Sem atividade de cobranca registada."
       ELSE

CHECK-LOAN-EXISTS.
       MOVE "N" TO WS-LOAN-FOUND
       MOVE "N" TO WS-LOAN-ESTATE
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ID = WS-REG-LOAN
                      AND NOT LOAN-LAYOUT-HEADER
                       MOVE "Y" TO WS-LOAN-FOUND
                       IF LOAN-IN-ESTATE
                           MOVE "Y" TO WS-LOAN-ESTATE
                       END-IF
                       MOVE "Y" TO WS-LOANS-EOF
                   END-IF
           END-READ
