       01 WS-DELTA         PIC S9(11)V99.
       01 WS-CUR-FOUND     PIC X VALUE "N".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== RELATORIO DE GESTAO ====="
           MOVE "MGMT-REPORT" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               GOBACK
           END-IF
           DISPLAY "Mes a reportar (AAAAMM):"
           ACCEPT WS-MONTH
           IF WS-MONTH = 0
           IF WS-ACC-STATUS = "35"
               MOVE "S" TO EOF-FLAG
           ELSE
               SET ACC-LAYOUT-HEADER TO TRUE
               START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
                   INVALID KEY MOVE "S" TO EOF-FLAG
               END-START
           END-IF
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
           MOVE WS-LOCKOUTS TO MH-LOCKOUTS
           MOVE WS-FLAGS-MONTH TO MH-FLAGS
           MOVE WS-SCHED-RUNS TO MH-SCHED-RUNS.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
       CHECK-FILE-LAYOUTS.
           MOVE "C" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF.
