       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-CONVERT.

      *> One-off conversion of invoices.dat from the old LINE
      *> SEQUENTIAL file to the INDEXED file of INVOICE-RECORD.cpy
      *> (primary key invoice number + line, alternate key customer
      *> with duplicates). Run it once over the sequential file; an
      *> already-converted (indexed) file is not re-readable here and
      *> is left untouched.
      *>
      *> Every row of the old file becomes one record:
      *>   - the invoice number is kept, and the rows sharing a number
      *>     are numbered 001, 002, ... in file order (an invoice
      *>     keyed twice with the same number had several rows);
      *>   - rows from before the later columns (74 chars: no unit
      *>     cost, salesperson, list price, agreement, currency, rate)
      *>     get the same defaults the old status rewrites filled in
      *>     -- zeros and EUR at rate 1;
      *>   - rows with a non-numeric invoice number or of an unknown
      *>     length are counted and left out (they stay in the .bak).
      *> The original file is preserved as invoices_preconvert.bak
      *> before the converted file replaces it, and the new file is
      *> stamped with its layout header (LAYOUT-CHECK, Dia 90).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-IN-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT INV-OUT-FILE ASSIGN TO "invoices_conv.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INV-IN-FILE.
       01 RAW-LINE PIC X(120).

       FD INV-OUT-FILE.
       COPY "INVOICE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS      PIC XX.
       01 WS-OUT-STATUS     PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-LINE-LEN       PIC 9(3) VALUE 0.
       01 WS-ID-IDX         PIC 9(5) VALUE 0.
       01 WS-COUNT-FULL     PIC 9(6) VALUE 0.
       01 WS-COUNT-SHORT    PIC 9(6) VALUE 0.
       01 WS-COUNT-MULTI    PIC 9(6) VALUE 0.
       01 WS-COUNT-BAD      PIC 9(6) VALUE 0.

      *> Linhas ja atribuidas por numero de fatura (posicao = numero
      *> + 1, para a fatura 0000 tambem caber).
       01 WS-LINE-TABLE.
           05 WS-LINES-USED OCCURS 10000 TIMES PIC 9(3).

      *> Vista da linha antiga: os 107 caracteres do registo sem a
      *> linha da fatura.
       01 WS-OLD-VIEW.
           05 OLD-ID          PIC 9(4).
           05 OLD-DATE        PIC A(10).
           05 OLD-PROD-ID     PIC 9(4).
           05 OLD-QTY         PIC 9(4).
           05 OLD-SUBTOTAL    PIC 9(7)V99.
           05 OLD-VAT-RATE    PIC 9(2)V99.
           05 OLD-VAT-AMOUNT  PIC 9(7)V99.
           05 OLD-TOTAL       PIC 9(7)V99.
           05 OLD-CUSTOMER    PIC A(20).
           05 OLD-STATUS      PIC X.
           05 OLD-UNIT-COST   PIC 9(5)V99.
           05 OLD-SALESPERSON PIC 9(3).
           05 OLD-LIST-PRICE  PIC 9(5)V99.
           05 OLD-AGREEMENT   PIC 9(4).
           05 OLD-CURRENCY    PIC X(3).
           05 OLD-FX-RATE     PIC 9(3)V9(6).

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== CONVERSAO DE FATURAS ====="
      *> Convencao do Dia 44: invoices.dat e partilhado (a fusao de
      *> clientes do CUSTOMER-MANAGER tambem o regrava).
           MOVE "INVOICE-CONVERT" TO LOCK-PROGRAM
           PERFORM ACQUIRE-BANK-LOCK
           IF LOCK-RESULT NOT = "Y"
               GOBACK
           END-IF

           OPEN INPUT INV-IN-FILE
           IF WS-IN-STATUS = "35"
               DISPLAY "invoices.dat nao existe - nada a converter."
               PERFORM RELEASE-BANK-LOCK
               GOBACK
           END-IF

           OPEN OUTPUT INV-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "Nao foi possivel criar invoices_conv.tmp (estado "
                       WS-OUT-STATUS ")."
               CLOSE INV-IN-FILE
               PERFORM RELEASE-BANK-LOCK
               GOBACK
           END-IF

           INITIALIZE WS-LINE-TABLE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ INV-IN-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END PERFORM CONVERT-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE INV-IN-FILE
           CLOSE INV-OUT-FILE

      *> Nada reconhecido (ficheiro vazio ou ja indexado): o
      *> invoices.dat atual fica como esta.
           IF WS-COUNT-FULL + WS-COUNT-SHORT = 0
               CALL "SYSTEM" USING "rm -f invoices_conv.tmp"
               DISPLAY "Nenhuma linha sequencial reconhecida - "
                       "invoices.dat nao foi alterado (ja convertido?)."
               DISPLAY "  Linhas irreconheciveis: " WS-COUNT-BAD
               PERFORM RELEASE-BANK-LOCK
               GOBACK
           END-IF

           CALL "SYSTEM" USING
               "cp invoices.dat invoices_preconvert.bak"
           CALL "SYSTEM" USING
               "mv invoices_conv.tmp invoices.dat"

      *> Ficheiro refeito de raiz: cabecalho de layout contado e
      *> gravado de novo.
           MOVE "INVOICE-CONVERT" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-INV-USED
           MOVE "S" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY "AVISO: " LAYOUT-MESSAGE
           END-IF

           DISPLAY "Conversao concluida."
           DISPLAY "  Linhas no layout atual copiadas:     "
                   WS-COUNT-FULL
           DISPLAY "  Linhas antigas completadas:          "
                   WS-COUNT-SHORT
           DISPLAY "  Das quais linhas 2+ de uma fatura:   "
                   WS-COUNT-MULTI
           DISPLAY "  Linhas irreconheciveis ignoradas:    "
                   WS-COUNT-BAD
           DISPLAY "Original guardado em invoices_preconvert.bak"

           PERFORM RELEASE-BANK-LOCK
           GOBACK.

      *> Convencao de lock partilhado (BANK-LOCK, Dia 44): tomado
      *> antes de qualquer OPEN dos .dat partilhados, libertado a
      *> saida; um lock de um programa crashado pode ser forcado.
       ACQUIRE-BANK-LOCK.
           MOVE "L" TO LOCK-ACTION
           CALL "BANK-LOCK" USING LOCK-REQUEST
           IF LOCK-RESULT NOT = "Y"
               DISPLAY "Ficheiros em uso por: " LOCK-OWNER
               DISPLAY "Forcar remocao do lock (so se o detentor "
                       "crashou)? (S/N):"
               ACCEPT WS-LOCK-CONFIRM
               IF WS-LOCK-CONFIRM = "S" OR WS-LOCK-CONFIRM = "s"
                   MOVE "F" TO LOCK-ACTION
                   CALL "BANK-LOCK" USING LOCK-REQUEST
               END-IF
           END-IF.

       RELEASE-BANK-LOCK.
           MOVE "U" TO LOCK-ACTION
           CALL "BANK-LOCK" USING LOCK-REQUEST.

      *>-----------------------------------------------------------
      *> Decide o formato da linha pelo comprimento util: 107 e o
      *> layout completo; de 74 a 106 faltam colunas acrescentadas
      *> depois, que levam os valores por omissao.
      *>-----------------------------------------------------------
       CONVERT-ONE-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RAW-LINE TRAILING))
               TO WS-LINE-LEN
           IF WS-LINE-LEN < 74 OR WS-LINE-LEN > 107
              OR RAW-LINE(1:4) NOT NUMERIC
               ADD 1 TO WS-COUNT-BAD
               DISPLAY "Linha ignorada (comprimento " WS-LINE-LEN
                       "): " RAW-LINE(1:60)
               EXIT PARAGRAPH
           END-IF

           MOVE RAW-LINE(1:107) TO WS-OLD-VIEW
           MOVE SPACES TO INVOICE-RECORD
           MOVE OLD-ID TO INV-ID
           MOVE OLD-DATE TO INV-DATE
           MOVE OLD-PROD-ID TO INV-PROD-ID
           MOVE OLD-QTY TO INV-QTY
           MOVE OLD-SUBTOTAL TO INV-SUBTOTAL
           MOVE OLD-VAT-RATE TO INV-VAT-RATE
           MOVE OLD-VAT-AMOUNT TO INV-VAT-AMOUNT
           MOVE OLD-TOTAL TO INV-TOTAL
           MOVE OLD-CUSTOMER TO INV-CUSTOMER
           MOVE OLD-STATUS TO INV-STATUS
           PERFORM FILL-LATER-COLUMNS

           COMPUTE WS-ID-IDX = OLD-ID + 1
           ADD 1 TO WS-LINES-USED (WS-ID-IDX)
           MOVE WS-LINES-USED (WS-ID-IDX) TO INV-LINE
           IF INV-LINE > 1
               ADD 1 TO WS-COUNT-MULTI
           END-IF

           WRITE INVOICE-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-BAD
                   DISPLAY "Fatura " INV-ID "/" INV-LINE
                           " nao gravada (estado " WS-OUT-STATUS ")."
                   EXIT PARAGRAPH
           END-WRITE

           IF WS-LINE-LEN = 107
               ADD 1 TO WS-COUNT-FULL
           ELSE
               ADD 1 TO WS-COUNT-SHORT
           END-IF.

      *> Mesmas regras com que o CANCEL-INVOICE e o registo de
      *> recibos reescreviam as linhas antigas.
       FILL-LATER-COLUMNS.
           IF OLD-UNIT-COST IS NUMERIC
               MOVE OLD-UNIT-COST TO INV-UNIT-COST
           ELSE
               MOVE 0 TO INV-UNIT-COST
           END-IF
           IF OLD-SALESPERSON IS NUMERIC
               MOVE OLD-SALESPERSON TO INV-SALESPERSON
           ELSE
               MOVE 0 TO INV-SALESPERSON
           END-IF
           IF OLD-LIST-PRICE IS NUMERIC
              AND OLD-AGREEMENT IS NUMERIC
               MOVE OLD-LIST-PRICE TO INV-LIST-PRICE
               MOVE OLD-AGREEMENT TO INV-AGREEMENT
           ELSE
               MOVE 0 TO INV-LIST-PRICE
               MOVE 0 TO INV-AGREEMENT
           END-IF
           IF OLD-FX-RATE IS NUMERIC AND OLD-FX-RATE > 0
               MOVE OLD-CURRENCY TO INV-CURRENCY
               MOVE OLD-FX-RATE TO INV-FX-RATE
           ELSE
               MOVE "EUR" TO INV-CURRENCY
               MOVE 1 TO INV-FX-RATE
           END-IF.
