      *> Tipos de linha: 1HDR cabecalho, 2FAT fatura, 3NCR nota de
      *> credito, 4PAG pagamento, 5IVA total por taxa, 8ANM
      *> anomalia de numeracao, 9TRL totais de controlo.
      *>
      *> Documentos em moeda estrangeira levam a moeda, o cambio e
      *> os valores em euros no fim da linha; os totais de IVA sao
      *> sempre em euros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT CREDIT-NOTES-FILE ASSIGN TO "credit_notes.dat"
       DATA DIVISION.
       FILE SECTION.

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

      *> Layout must match INVOICE-SYSTEM's CREDIT-NOTE-RECORD.
       FD CREDIT-NOTES-FILE.
           05 CN-SUBTOTAL    PIC 9(7)V99.
           05 CN-VAT-RATE    PIC 9(2)V99.
           05 CN-VAT-AMOUNT  PIC 9(7)V99.
           05 CN-CURRENCY    PIC X(3).
           05 CN-FX-RATE     PIC 9(3)V9(6).

       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           05 PAY-INV-ID  PIC 9(4).
           05 PAY-DATE    PIC 9(8).
           05 PAY-AMOUNT  PIC 9(7)V99.
      *> Moeda, cambio do recibo e diferenca de cambio realizada.
           05 PAY-CURRENCY PIC X(3).
           05 PAY-FX-RATE  PIC 9(3)V9(6).
           05 PAY-FX-DIFF  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      *> C = aplicado do saldo por conta do cliente.
           05 PAY-SOURCE   PIC X.

       FD EXPORT-FILE.
       01 EXPORT-LINE PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS  PIC XX.
           05 WS-SEQ-HITS OCCURS 9999 TIMES PIC 9.
       01 WS-SEQ-MIN     PIC 9(4) VALUE 9999.
       01 WS-SEQ-MAX     PIC 9(4) VALUE 0.
       01 WS-SEQ-IDX     PIC 9(5).
       01 WS-GAPS        PIC 9(4) VALUE 0.
       01 WS-DUPS        PIC 9(4) VALUE 0.

       01 WS-WORK-BASE   PIC S9(9)V99.
       01 WS-WORK-VAT    PIC S9(9)V99.

      *> Moeda do documento corrente e valores em euros.
       01 WS-CURR        PIC X(3).
       01 WS-FX-RATE     PIC 9(3)V9(6).
       01 WS-EUR-BASE    PIC 9(9)V99.
       01 WS-EUR-VAT     PIC 9(9)V99.
       01 WS-EUR-TOTAL   PIC 9(9)V99.

       01 WS-CNT-INV     PIC 9(5) VALUE 0.
       01 WS-CNT-CN      PIC 9(5) VALUE 0.
       01 WS-CNT-PAY     PIC 9(5) VALUE 0.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== EXPORTACAO FISCAL (SAF-T) ====="
       MOVE "TAX-EXPORT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-INV-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Data inicio (AAAAMMDD):"
       ACCEPT WS-START
       DISPLAY "Data fim (AAAAMMDD, 0 = sem limite):"
       END-STRING
       WRITE EXPORT-LINE
       CLOSE EXPORT-FILE
       MOVE "saft_export.txt" TO RPQ-FILE
       MOVE "SAFTPT" TO RPQ-TYPE
       MOVE WS-START TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Exportadas " WS-CNT-INV " fatura(s), " WS-CNT-CN
               " nota(s) de credito, " WS-CNT-PAY " pagamento(s)."
       OPEN INPUT INVOICES-FILE
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ INVOICES-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF INV-ID NOT = 0
EXPORT-INVOICES.
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
                   IF INV-DATE(1:8) IS NUMERIC
                       IF WS-DATE-N >= WS-START
                          AND WS-DATE-N <= WS-END
                           ADD 1 TO WS-CNT-INV
                           IF INV-FX-RATE IS NUMERIC
                              AND INV-FX-RATE > 0
                               MOVE INV-CURRENCY TO WS-CURR
                               MOVE INV-FX-RATE TO WS-FX-RATE
                           ELSE
                               MOVE "EUR" TO WS-CURR
                               MOVE 1 TO WS-FX-RATE
                           END-IF
                           COMPUTE WS-EUR-BASE ROUNDED =
                               INV-SUBTOTAL * WS-FX-RATE
                           COMPUTE WS-EUR-VAT ROUNDED =
                               INV-VAT-AMOUNT * WS-FX-RATE
                           COMPUTE WS-EUR-TOTAL ROUNDED =
                               INV-TOTAL * WS-FX-RATE
                           MOVE SPACES TO EXPORT-LINE
                           STRING "2FAT;" DELIMITED BY SIZE
                                  INV-ID DELIMITED BY SIZE
                                  INV-CUSTOMER DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  INV-STATUS DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-CURR DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-FX-RATE DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-EUR-BASE DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-EUR-VAT DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-EUR-TOTAL DELIMITED BY SIZE
                                  INTO EXPORT-LINE
                           END-STRING
                           WRITE EXPORT-LINE
      *> la) mas nao entram nos totais de IVA.
                           IF NOT INV-CANCELLED
                               MOVE INV-VAT-RATE TO WS-WORK-RATE
                               MOVE WS-EUR-BASE TO WS-WORK-BASE
                               MOVE WS-EUR-VAT TO WS-WORK-VAT
                               PERFORM ACCUMULATE-VAT
                           END-IF
                       END-IF
                       IF WS-DATE-N >= WS-START
                          AND WS-DATE-N <= WS-END
                           ADD 1 TO WS-CNT-CN
                           IF CN-FX-RATE IS NUMERIC
                              AND CN-FX-RATE > 0
                               MOVE CN-CURRENCY TO WS-CURR
                               MOVE CN-FX-RATE TO WS-FX-RATE
                           ELSE
                               MOVE "EUR" TO WS-CURR
                               MOVE 1 TO WS-FX-RATE
                           END-IF
                           MOVE 0 TO WS-EUR-BASE
                           MOVE 0 TO WS-EUR-VAT
                           IF CN-SUBTOTAL IS NUMERIC
                               COMPUTE WS-EUR-BASE ROUNDED =
                                   CN-SUBTOTAL * WS-FX-RATE
                               COMPUTE WS-EUR-VAT ROUNDED =
                                   CN-VAT-AMOUNT * WS-FX-RATE
                           END-IF
                           COMPUTE WS-EUR-TOTAL ROUNDED =
                               CN-TOTAL * WS-FX-RATE
                           MOVE SPACES TO EXPORT-LINE
                           STRING "3NCR;" DELIMITED BY SIZE
                                  CN-INV-ID DELIMITED BY SIZE
                                  CN-TOTAL DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  CN-CUSTOMER DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-CURR DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-FX-RATE DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-EUR-BASE DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-EUR-VAT DELIMITED BY SIZE
                                  ";" DELIMITED BY SIZE
                                  WS-EUR-TOTAL DELIMITED BY SIZE
                                  INTO EXPORT-LINE
                           END-STRING
                           WRITE EXPORT-LINE
      *> no VAT-RETURN.
                           IF CN-SUBTOTAL IS NUMERIC
                               MOVE CN-VAT-RATE TO WS-WORK-RATE
                               COMPUTE WS-WORK-BASE = 0 - WS-EUR-BASE
                               COMPUTE WS-WORK-VAT = 0 - WS-EUR-VAT
                               PERFORM ACCUMULATE-VAT
                           END-IF
                       END-IF
               NOT AT END
                   IF PAY-DATE >= WS-START AND PAY-DATE <= WS-END
                       ADD 1 TO WS-CNT-PAY
      *> Recibos anteriores a moeda estrangeira: EUR, sem diferenca.
                       IF PAY-FX-RATE NOT NUMERIC
                           MOVE "EUR" TO PAY-CURRENCY
                           MOVE 1 TO PAY-FX-RATE
                           MOVE 0 TO PAY-FX-DIFF
                       END-IF
                       MOVE SPACES TO EXPORT-LINE
                       STRING "4PAG;" DELIMITED BY SIZE
                              PAY-INV-ID DELIMITED BY SIZE
                              PAY-DATE DELIMITED BY SIZE
                              ";" DELIMITED BY SIZE
                              PAY-AMOUNT DELIMITED BY SIZE
                              ";" DELIMITED BY SIZE
                              PAY-CURRENCY DELIMITED BY SIZE
                              ";" DELIMITED BY SIZE
                              PAY-FX-RATE DELIMITED BY SIZE
                              ";" DELIMITED BY SIZE
                              PAY-FX-DIFF DELIMITED BY SIZE
                              INTO EXPORT-LINE
                       END-STRING
                       WRITE EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
       END-PERFORM.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "TAX-EXPORT" TO RPQ-PROGRAM
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
