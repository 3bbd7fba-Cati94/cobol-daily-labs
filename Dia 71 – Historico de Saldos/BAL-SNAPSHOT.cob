       01 WS-SIGNED       PIC S9(9)V99.
       01 WS-TDAY         PIC 9(2).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       MOVE "BAL-SNAPSHOT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
           COMPUTE WS-SIGNED = 0 - TRANS-AMOUNT
       END-IF
       ADD WS-SIGNED TO WS-NET-OF-DAY (WS-TDAY).

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.
