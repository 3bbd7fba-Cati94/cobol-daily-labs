       01 WS-SEEN-IDX     PIC 9(3).
       01 WS-SEEN-HIT     PIC X VALUE "N".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
           IF LOCK-RESULT NOT = "Y"
               GOBACK
           END-IF
           MOVE "DUP-DETECT" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-TRANS-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               PERFORM RELEASE-BANK-LOCK
               GOBACK
           END-IF
           DISPLAY "Janela em dias (0 = mesmo dia):"
           ACCEPT WS-WINDOW-DAYS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
       CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.


       LOAD-TRANSACTIONS.
           MOVE 0 TO WS-TX-COUNT
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
           MOVE "P" TO FR-STATUS
           MOVE SPACES TO FR-REVIEWER
           MOVE 0 TO FR-DISP-DATE
           MOVE SPACES TO FR-SCENARIO
           WRITE FRAUD-REC
           CLOSE FRAUD-FILE

