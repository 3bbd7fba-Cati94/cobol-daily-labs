      *> reversals, the fraud queue and duplicate detection all key
      *> off that uniqueness.
      *> The original file is preserved as transactions_preconvert.bak
      *> before the converted file replaces it, and the converted file
      *> is stamped with its layout header (LAYOUT-CHECK, Dia 90) so
      *> the rest of the suite accepts it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 N39-BRANCH   PIC 9(4).
           05 N39-REF-ID   PIC 9(5).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
           IF LOCK-RESULT NOT = "Y"
               GOBACK
           END-IF
           MOVE "TRANS-CONVERT" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               PERFORM RELEASE-BANK-LOCK
               GOBACK
           END-IF

           OPEN INPUT TRANS-IN-FILE
           IF WS-IN-STATUS = "35"
           CALL "SYSTEM" USING
               "mv transactions_conv.tmp transactions.dat"

      *> O ficheiro convertido sai no layout do copybook: carimba-o.
           MOVE "N" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           MOVE "S" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF

           DISPLAY "Conversao concluida."
           DISPLAY "  Linhas formato Dia 19 convertidas: " WS-COUNT-D19
           DISPLAY "  Linhas formato curto convertidas:  "
           DISPLAY "  Linhas irreconheciveis ignoradas:  " WS-COUNT-BAD
           DISPLAY "Original guardado em "
                   "transactions_preconvert.bak"
           IF LAYOUT-RESULT = "Y"
               DISPLAY "transactions.dat carimbado: layout v"
                       LAYOUT-TRANS-VERSION ", " LAYOUT-TRANS-COUNT
                       " movimentos."
           END-IF

           PERFORM RELEASE-BANK-LOCK
           GOBACK.
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


      *>-----------------------------------------------------------
      *> Decide o formato da linha pelo comprimento util e converte
                   INVALID KEY
                       MOVE "N" TO WS-ACC-FOUND
                   NOT INVALID KEY
                       IF NOT ACC-LAYOUT-HEADER
                           MOVE "Y" TO WS-ACC-FOUND
                       END-IF
               END-READ
               IF WS-ACC-FOUND = "Y"
                   MOVE ACC-CURRENCY TO TRANS-CURRENCY
