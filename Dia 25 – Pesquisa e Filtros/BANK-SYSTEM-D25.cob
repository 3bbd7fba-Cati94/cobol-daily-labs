       01 WS-MAX-SALDO    PIC 9(7)V99 VALUE 0.
       01 WS-EXPORT-OPT   PIC X VALUE "N".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       MOVE "BANK-SYSTEM-D25" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
       DISPLAY "Resultados:"

       IF WS-ACC-STATUS NOT = "35"
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START

           OPEN OUTPUT EXPORT-FILE
       END-IF
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START

       DISPLAY "Transacoes encontradas:"

           CLOSE EXPORT-FILE
           DISPLAY "Resultados exportados para filtered_transactions.dat."
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
