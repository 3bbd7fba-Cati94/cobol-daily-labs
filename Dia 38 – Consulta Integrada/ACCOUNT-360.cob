      *> Single-screen inquiry for the phone call that used to take
      *> four programs: given an account ID, shows the full
      *> ACCOUNT-RECORD (joint owners, status, currency, branch,
      *> holds, fee waiver, NIB and IBAN), the last N transactions,
      *> any active standing orders referencing the account as
      *> source or destination, and any fraud-review entries
      *> touching it.
      *> Read-only: nothing here changes any file.

       ENVIRONMENT DIVISION.
       01 WS-BRANCH-NAME   PIC X(30).
       01 WS-BR-EOF        PIC X VALUE "N".

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK).
       COPY "IBAN-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       MOVE "ACCOUNT-360" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           STOP RUN
       END-IF
       PERFORM INQUIRE-ACCOUNT
           UNTIL WS-AGAIN NOT = "S" AND WS-AGAIN NOT = "s"
       STOP RUN.
           INVALID KEY
               MOVE "N" TO WS-FOUND
           NOT INVALID KEY
               IF NOT ACC-LAYOUT-HEADER
                   MOVE "Y" TO WS-FOUND
               END-IF
       END-READ
       IF WS-FOUND = "N"
           DISPLAY "Conta nao encontrada."
       END-EVALUATE
       PERFORM LOOKUP-BRANCH-NAME
       DISPLAY "Moeda: " ACC-CURRENCY "  Agencia: " WS-BRANCH-NAME
       MOVE "G" TO IBR-ACTION
       MOVE ACC-ID TO IBR-ACC-ID
       MOVE ACC-BRANCH TO IBR-BRANCH
       CALL "IBAN-CHECK" USING IBAN-REQUEST
       DISPLAY "NIB: " IBR-NIB "  IBAN: " IBR-PRINT
       DISPLAY "Cliente: " ACC-CUST-ID
       COMPUTE WS-AVAILABLE = ACC-BALANCE - ACC-HOLD-AMOUNT
       DISPLAY "Saldo contabilistico: " ACC-BALANCE
       IF WS-FRAUD-HITS = 0
           DISPLAY "  (nenhuma)"
       END-IF.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.
