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
       MOVE "LOAN-SECURITY" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "LOAN-SECURITY" TO LAYOUT-PROGRAM
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
       MOVE "LOAN-SECURITY" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== GARANTIAS DE EMPRESTIMOS ====="
       DISPLAY "5. Relatorio de reavaliacao (LTV)"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-COLLATERAL
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REVALUE-COLLATERAL
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM REGISTER-GUARANTOR
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM LIST-SECURITY
           WHEN 5 PERFORM LTV-REPORT

       CLOSE LOANS-FILE
       CLOSE LTV-REPORT-FILE
       MOVE "loan_ltv_report.txt" TO RPQ-FILE
       MOVE "LNLTV" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Relatorio em loan_ltv_report.txt; emprestimos "
               "sinalizados: " WS-FLAGGED.
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ID = WS-REG-LOAN
                      AND NOT LOAN-LAYOUT-HEADER
                       MOVE "Y" TO WS-LOAN-FOUND
                       MOVE "Y" TO WS-LOANS-EOF
                   END-IF
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "LOAN-SECURITY" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
