      *> Dia 66).
       COPY "CALENDAR-REQUEST.cpy".

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
       MOVE "TERM-DEPOSITS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "TERM-DEPOSITS" TO LAYOUT-PROGRAM
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
       MOVE "TERM-DEPOSITS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== DEPOSITOS A PRAZO ====="
       DISPLAY "5. Relatorio de vencimentos a 7 dias"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM OPEN-DEPOSIT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-DEPOSITS
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM PROCESS-MATURITIES
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM BREAK-DEPOSIT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5 PERFORM PREMATURITY-REPORT
           WHEN 6 EXIT PARAGRAPH

       CLOSE TD-FILE
       CLOSE PREMAT-FILE
       MOVE "td_maturity_report.txt" TO RPQ-FILE
       MOVE "TDMATUR" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Depositos a vencer ate " WS-MAT-LIMIT ": "
               WS-PREMAT-COUNT " (ver td_maturity_report.txt).".
       END-IF
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANS-FILE.

      *> Maior TRANS-ID por posicionamento na chave: START no maior
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "TERM-DEPOSITS" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
