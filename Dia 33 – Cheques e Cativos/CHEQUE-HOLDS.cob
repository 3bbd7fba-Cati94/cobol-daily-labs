       01 WS-STILL-HELD    PIC 9(3) VALUE 0.
       01 WS-ACC-OK        PIC X VALUE "N".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "CHEQUE-HOLDS" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.


LIST-HOLDS.
       OPEN INPUT HOLDS-FILE
