       01 WS-ARCH-LIST-COUNT PIC 9(2) VALUE 0.
       01 WS-ARCH-LIST-IDX   PIC 9(2).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "TRANS-ARCHIVE" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
       END-IF.

RELEASE-BANK-LOCK.
      *> O que esta execucao escreveu/apagou vai para o contador
      *> do cabecalho de layout antes de largar o lock.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
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


*>-----------------------------------------------------------------
*> Passa transactions.dat uma vez: tudo o que for anterior a data
       MOVE 0 TO WS-MAX-TRANS-ID
       MOVE "N" TO WS-CF-OVERFLOW
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START

       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
      *> ficheiro temporario.
       OPEN I-O TRANS-FILE
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TRANS-DATE < WS-CUTOFF-DATE
                       DELETE TRANS-FILE RECORD
                       SUBTRACT 1 FROM LAYOUT-TRANS-DELTA
                   END-IF
           END-READ
       END-PERFORM
               MOVE "CARRY-FORWARD" TO TRANS-NARRATIVE
               MOVE WS-CUTOFF-DATE TO TRANS-VALUE-DATE
               WRITE TRANSACTION-RECORD
               ADD 1 TO LAYOUT-TRANS-DELTA
           END-IF
       END-PERFORM.

