       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "invoice_payments.dat"
       DATA DIVISION.
       FILE SECTION.

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           05 PAY-INV-ID  PIC 9(4).
           05 PAY-DATE    PIC 9(8).
           05 PAY-AMOUNT  PIC 9(7)V99.
      *> Moeda, cambio e diferenca de cambio (INVOICE-SYSTEM).
           05 PAY-CURRENCY PIC X(3).
           05 PAY-FX-RATE  PIC 9(3)V9(6).
           05 PAY-FX-DIFF  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      *> C = aplicado do saldo por conta do cliente.
           05 PAY-SOURCE   PIC X.

       FD DUN-FILE.
       01 DUN-REC.
       01 WS-MORA-DAYS    PIC S9(5).
       01 WS-LETTERS      PIC 9(3) VALUE 0.
       01 WS-LINES-CUST   PIC 9(3).
       01 WS-CURR         PIC X(3).

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       MOVE "DUNNING" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM LETTER-FOR-CUSTOMER
       END-PERFORM
       CLOSE LETTERS-FILE
       MOVE "dunning_letters.txt" TO RPQ-FILE
       MOVE "DUNNING" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       PERFORM SAVE-DUN-TABLE

       MOVE 0 TO WS-CUST-COUNT
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       MOVE ZEROS TO INV-KEY
       START INVOICES-FILE KEY IS GREATER THAN INV-KEY
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-OPEN
       MOVE WS-CUST-NAME-T (WS-CUST-IDX) TO WS-THIS-CUST
       MOVE 0 TO WS-LINES-CUST

      *> So as faturas do cliente, pela chave alternativa.
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       MOVE WS-THIS-CUST TO INV-CUSTOMER
       START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-CUSTOMER NOT = WS-THIS-CUST
                       MOVE "S" TO EOF-FLAG
                   ELSE
                   IF INV-OPEN
                       PERFORM DUN-ONE-INVOICE
                   END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INVOICES-FILE
       END-IF
       ADD 1 TO WS-LINES-CUST

       MOVE INV-CURRENCY TO WS-CURR
       IF WS-CURR = SPACES
           MOVE "EUR" TO WS-CURR
       END-IF
       MOVE SPACES TO LETTER-LINE
       IF WS-NEW-LEVEL >= 3
           COMPUTE WS-MORA-DAYS = WS-AGE - WS-LEVEL1-DAYS
                  INV-ID DELIMITED BY SIZE
                  " EM DIVIDA " DELIMITED BY SIZE
                  WS-REMAIN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURR DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-AGE DELIMITED BY SIZE
                  " DIAS) NIVEL 3 + JUROS DE MORA "
                  INV-ID DELIMITED BY SIZE
                  " EM DIVIDA " DELIMITED BY SIZE
                  WS-REMAIN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURR DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-AGE DELIMITED BY SIZE
                  " DIAS) NIVEL " DELIMITED BY SIZE
               MOVE WS-TODAY TO WS-DUN-DATE (WS-DUN-COUNT)
           END-IF
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "DUNNING" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um invoices.dat de versao diferente da do copybook com que
      *> foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.
