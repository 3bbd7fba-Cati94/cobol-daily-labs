       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-CHECK.

      *> Guarda de versao de layout dos ficheiros partilhados
      *> accounts.dat, transactions.dat, invoices.dat, customers.dat
      *> e loans.dat. Os indexados levam um registo de cabecalho na
      *> chave zero (ACCOUNT-HEADER-RECORD, TRANSACTION-HEADER-RECORD,
      *> INVOICE-HEADER-RECORD); os sequenciais levam-no como
      *> primeira linha, com id zero (CUSTOMER-HEADER-RECORD,
      *> LOAN-HEADER-RECORD). O cabecalho tem o tipo de ficheiro, a
      *> versao do layout e o numero de registos. Nos sequenciais o
      *> cabecalho so se atualiza reescrevendo o ficheiro por um
      *> .tmp. Recebe o bloco LAYOUT-REQUEST (copybook):
      *>   C - confere o cabecalho dos ficheiros que o chamador usa:
      *>       recusa (N) um ficheiro com registos e sem cabecalho, de
      *>       outro tipo, ou de uma versao diferente daquela com que
      *>       o chamador foi compilado. Ficheiro inexistente ou vazio
      *>       passa -- nao ha nada a proteger;
      *>   P - soma ao contador do cabecalho o que o chamador escreveu
      *>       menos o que apagou nesta execucao; um ficheiro que nao
      *>       tinha cabecalho (so pode ter passado o C vazio) recebe-o
      *>       agora, com os registos contados;
      *>   S - carimba: conta os registos e (re)escreve o cabecalho
      *>       com a versao do chamador. E o que faz o LAYOUT-STAMP
      *>       sobre os ficheiros antigos, e o que fazem os programas
      *>       que reconstroem um ficheiro inteiro.
      *> Chamado depois de tomado o lock partilhado (BANK-LOCK) e com
      *> os ficheiros fechados no chamador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT INVOICES-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CUSTOMERS-TEMP ASSIGN TO "customers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOANS-TEMP ASSIGN TO "loans.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD INVOICES-FILE.
       COPY "INVOICE-RECORD.cpy".

      *> Linhas dos sequenciais vistas so pelo id e pelo tipo de
      *> ficheiro do cabecalho; o cabecalho lido passa para o
      *> registo de cabecalho em WORKING-STORAGE.
       FD CUSTOMERS-FILE.
       01 CUST-LINE.
           05 CL-ID            PIC 9(3).
               88 CL-ZERO-ID   VALUE 0.
           05 CL-FILE-TYPE     PIC X(20).
           05 FILLER           PIC X(235).

       FD CUSTOMERS-TEMP.
       01 CUST-TEMP-LINE PIC X(258).

       FD LOANS-FILE.
       01 LOAN-LINE.
           05 LL-ID            PIC 9(4).
               88 LL-ZERO-ID   VALUE 0.
           05 LL-ACC-ID        PIC 9(8).
           05 LL-FILE-TYPE     PIC X(12).
           05 FILLER           PIC X(54).

       FD LOANS-TEMP.
       01 LOAN-TEMP-LINE PIC X(78).

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS   PIC XX.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-INV-STATUS   PIC XX.
       01 WS-CUST-STATUS  PIC XX.
       01 WS-LOAN-STATUS  PIC XX.
       01 EOF-FLAG        PIC X VALUE "N".
       01 WS-TODAY        PIC 9(8).
       01 WS-RECORDS      PIC 9(9).
       01 WS-NEW-COUNT    PIC S9(10).
       01 WS-HAVE-HEADER  PIC X.
       01 WS-DISP-FOUND   PIC ZZ9.
       01 WS-DISP-WANTED  PIC ZZ9.
      *> Linha com id zero que nao e cabecalho (nao se carimba por
      *> cima de um registo verdadeiro).
       01 WS-ZERO-RECORD  PIC X.

      *> Cabecalhos dos sequenciais, lidos ou a escrever.
       COPY "CUSTOMER-HEADER-RECORD.cpy".
       COPY "LOAN-RECORD.cpy".

       LINKAGE SECTION.
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION USING LAYOUT-REQUEST.

       MAIN-PROCEDURE.
           MOVE "Y" TO LAYOUT-RESULT
           MOVE SPACES TO LAYOUT-MESSAGE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           EVALUATE LAYOUT-ACTION
               WHEN "C"
                   IF LAYOUT-ACC-USED = "Y"
                       PERFORM CHECK-ACCOUNTS
                   END-IF
                   IF LAYOUT-TRANS-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM CHECK-TRANSACTIONS
                   END-IF
                   IF LAYOUT-INV-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM CHECK-INVOICES
                   END-IF
                   IF LAYOUT-CUST-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM CHECK-CUSTOMERS
                   END-IF
                   IF LAYOUT-LOAN-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM CHECK-LOANS
                   END-IF
               WHEN "P"
                   IF LAYOUT-ACC-USED = "Y" AND LAYOUT-ACC-DELTA NOT = 0
                       PERFORM POST-ACCOUNTS
                   END-IF
                   IF LAYOUT-TRANS-USED = "Y"
                      AND LAYOUT-TRANS-DELTA NOT = 0
                       PERFORM POST-TRANSACTIONS
                   END-IF
                   IF LAYOUT-INV-USED = "Y" AND LAYOUT-INV-DELTA NOT = 0
                       PERFORM POST-INVOICES
                   END-IF
                   IF LAYOUT-CUST-USED = "Y"
                      AND LAYOUT-CUST-DELTA NOT = 0
                       PERFORM POST-CUSTOMERS
                   END-IF
                   IF LAYOUT-LOAN-USED = "Y"
                      AND LAYOUT-LOAN-DELTA NOT = 0
                       PERFORM POST-LOANS
                   END-IF
               WHEN "S"
                   IF LAYOUT-ACC-USED = "Y"
                       PERFORM STAMP-ACCOUNTS
                   END-IF
                   IF LAYOUT-TRANS-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM STAMP-TRANSACTIONS
                   END-IF
                   IF LAYOUT-INV-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM STAMP-INVOICES
                   END-IF
                   IF LAYOUT-CUST-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM STAMP-CUSTOMERS
                   END-IF
                   IF LAYOUT-LOAN-USED = "Y" AND LAYOUT-RESULT = "Y"
                       PERFORM STAMP-LOANS
                   END-IF
               WHEN OTHER
                   MOVE "N" TO LAYOUT-RESULT
           END-EVALUATE
           GOBACK.

      *>---------------------------------------------------------------
      *> accounts.dat
      *>---------------------------------------------------------------
       CHECK-ACCOUNTS.
           MOVE 0 TO LAYOUT-ACC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACC-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACCOUNTS-HEADER
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-ACCOUNTS
               IF WS-RECORDS > 0
                   MOVE "N" TO LAYOUT-RESULT
                   MOVE "accounts.dat sem cabecalho de layout - correr o"
                     & " LAYOUT-STAMP antes de o usar."
                       TO LAYOUT-MESSAGE
               END-IF
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF AHDR-FILE-TYPE NOT = "ACCOUNTS"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "accounts.dat: o registo zero nao e um cabecalho de"
                 & " layout de contas." TO LAYOUT-MESSAGE
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF AHDR-VERSION NOT = LAYOUT-ACC-VERSION
               MOVE "N" TO LAYOUT-RESULT
               MOVE AHDR-VERSION TO WS-DISP-FOUND
               MOVE LAYOUT-ACC-VERSION TO WS-DISP-WANTED
               STRING "accounts.dat tem layout v" DELIMITED BY SIZE
                      WS-DISP-FOUND DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      LAYOUT-PROGRAM DELIMITED BY SPACE
                      " so conhece a v" DELIMITED BY SIZE
                      WS-DISP-WANTED DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LAYOUT-MESSAGE
               END-STRING
           END-IF
           MOVE AHDR-COUNT TO LAYOUT-ACC-COUNT
           CLOSE ACCOUNTS-FILE.

       POST-ACCOUNTS.
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACC-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACCOUNTS-HEADER
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-ACCOUNTS
               PERFORM BUILD-ACCOUNTS-HEADER
               WRITE ACCOUNT-HEADER-RECORD
           ELSE
               COMPUTE WS-NEW-COUNT = AHDR-COUNT + LAYOUT-ACC-DELTA
               IF WS-NEW-COUNT < 0
                   MOVE 0 TO WS-NEW-COUNT
               END-IF
               MOVE WS-NEW-COUNT TO AHDR-COUNT
               MOVE WS-TODAY TO AHDR-STAMPED
               MOVE LAYOUT-PROGRAM TO AHDR-PROGRAM
               REWRITE ACCOUNT-HEADER-RECORD
           END-IF
           MOVE AHDR-COUNT TO LAYOUT-ACC-COUNT
           MOVE 0 TO LAYOUT-ACC-DELTA
           CLOSE ACCOUNTS-FILE.

       STAMP-ACCOUNTS.
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACC-STATUS = "05" OR WS-ACC-STATUS = "35"
               CLOSE ACCOUNTS-FILE
               OPEN OUTPUT ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
               OPEN I-O ACCOUNTS-FILE
           END-IF
           PERFORM READ-ACCOUNTS-HEADER
           IF WS-HAVE-HEADER = "Y"
              AND AHDR-FILE-TYPE NOT = "ACCOUNTS"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "accounts.dat: existe uma conta com o numero zero"
                 & " - renumerar antes de carimbar." TO LAYOUT-MESSAGE
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-ACCOUNTS
           PERFORM BUILD-ACCOUNTS-HEADER
           IF WS-HAVE-HEADER = "Y"
               REWRITE ACCOUNT-HEADER-RECORD
           ELSE
               WRITE ACCOUNT-HEADER-RECORD
           END-IF
           MOVE WS-RECORDS TO LAYOUT-ACC-COUNT
           MOVE 0 TO LAYOUT-ACC-DELTA
           CLOSE ACCOUNTS-FILE.

       READ-ACCOUNTS-HEADER.
           MOVE "Y" TO WS-HAVE-HEADER
           MOVE 0 TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAVE-HEADER
           END-READ.

      *> Contas propriamente ditas: tudo depois da chave zero.
       COUNT-ACCOUNTS.
           MOVE 0 TO WS-RECORDS
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO ACC-ID
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END ADD 1 TO WS-RECORDS
               END-READ
           END-PERFORM.

       BUILD-ACCOUNTS-HEADER.
           MOVE SPACES TO ACCOUNT-HEADER-RECORD
           MOVE 0 TO AHDR-ID
           MOVE "ACCOUNTS" TO AHDR-FILE-TYPE
           MOVE LAYOUT-ACC-VERSION TO AHDR-VERSION
           MOVE WS-RECORDS TO AHDR-COUNT
           MOVE WS-TODAY TO AHDR-STAMPED
           MOVE LAYOUT-PROGRAM TO AHDR-PROGRAM
           MOVE "C" TO AHDR-STATUS.

      *>---------------------------------------------------------------
      *> transactions.dat
      *>---------------------------------------------------------------
       CHECK-TRANSACTIONS.
           MOVE 0 TO LAYOUT-TRANS-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TRANS-HEADER
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-TRANSACTIONS
               IF WS-RECORDS > 0
                   MOVE "N" TO LAYOUT-RESULT
                   MOVE "transactions.dat sem cabecalho de layout - correr"
                     & " o LAYOUT-STAMP antes de o usar."
                       TO LAYOUT-MESSAGE
               END-IF
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF
           IF THDR-FILE-TYPE NOT = "TRANSACTIONS"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "transactions.dat: o registo zero nao e um"
                 & " cabecalho de layout de movimentos."
                   TO LAYOUT-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF
           IF THDR-VERSION NOT = LAYOUT-TRANS-VERSION
               MOVE "N" TO LAYOUT-RESULT
               MOVE THDR-VERSION TO WS-DISP-FOUND
               MOVE LAYOUT-TRANS-VERSION TO WS-DISP-WANTED
               STRING "transactions.dat tem layout v" DELIMITED BY SIZE
                      WS-DISP-FOUND DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      LAYOUT-PROGRAM DELIMITED BY SPACE
                      " so conhece a v" DELIMITED BY SIZE
                      WS-DISP-WANTED DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LAYOUT-MESSAGE
               END-STRING
           END-IF
           MOVE THDR-COUNT TO LAYOUT-TRANS-COUNT
           CLOSE TRANS-FILE.

       POST-TRANSACTIONS.
           OPEN I-O TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TRANS-HEADER
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-TRANSACTIONS
               PERFORM BUILD-TRANS-HEADER
               WRITE TRANSACTION-HEADER-RECORD
           ELSE
               COMPUTE WS-NEW-COUNT = THDR-COUNT + LAYOUT-TRANS-DELTA
               IF WS-NEW-COUNT < 0
                   MOVE 0 TO WS-NEW-COUNT
               END-IF
               MOVE WS-NEW-COUNT TO THDR-COUNT
               MOVE WS-TODAY TO THDR-STAMPED
               MOVE LAYOUT-PROGRAM TO THDR-PROGRAM
               REWRITE TRANSACTION-HEADER-RECORD
           END-IF
           MOVE THDR-COUNT TO LAYOUT-TRANS-COUNT
           MOVE 0 TO LAYOUT-TRANS-DELTA
           CLOSE TRANS-FILE.

       STAMP-TRANSACTIONS.
           OPEN I-O TRANS-FILE
           IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF
           PERFORM READ-TRANS-HEADER
           IF WS-HAVE-HEADER = "Y"
              AND THDR-FILE-TYPE NOT = "TRANSACTIONS"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "transactions.dat: existe um movimento com o numero"
                 & " zero - renumerar antes de carimbar."
                   TO LAYOUT-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-TRANSACTIONS
           PERFORM BUILD-TRANS-HEADER
           IF WS-HAVE-HEADER = "Y"
               REWRITE TRANSACTION-HEADER-RECORD
           ELSE
               WRITE TRANSACTION-HEADER-RECORD
           END-IF
           MOVE WS-RECORDS TO LAYOUT-TRANS-COUNT
           MOVE 0 TO LAYOUT-TRANS-DELTA
           CLOSE TRANS-FILE.

       READ-TRANS-HEADER.
           MOVE "Y" TO WS-HAVE-HEADER
           MOVE 0 TO TRANS-ID
           READ TRANS-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAVE-HEADER
           END-READ.

       COUNT-TRANSACTIONS.
           MOVE 0 TO WS-RECORDS
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO TRANS-ID
           START TRANS-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ TRANS-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END ADD 1 TO WS-RECORDS
               END-READ
           END-PERFORM.

       BUILD-TRANS-HEADER.
           MOVE SPACES TO TRANSACTION-HEADER-RECORD
           MOVE 0 TO THDR-ID
           MOVE 0 TO THDR-ACC-ID
           MOVE "TRANSACTIONS" TO THDR-FILE-TYPE
           MOVE LAYOUT-TRANS-VERSION TO THDR-VERSION
           MOVE WS-RECORDS TO THDR-COUNT
           MOVE WS-TODAY TO THDR-STAMPED
           MOVE LAYOUT-PROGRAM TO THDR-PROGRAM.

      *>---------------------------------------------------------------
      *> invoices.dat
      *>---------------------------------------------------------------
       CHECK-INVOICES.
           MOVE 0 TO LAYOUT-INV-COUNT
           OPEN INPUT INVOICES-FILE
           IF WS-INV-STATUS NOT = "00"
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-INVOICES-HEADER
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-INVOICES
               IF WS-RECORDS > 0
                   MOVE "N" TO LAYOUT-RESULT
                   MOVE "invoices.dat sem cabecalho de layout - correr o"
                     & " LAYOUT-STAMP antes de o usar."
                       TO LAYOUT-MESSAGE
               END-IF
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           IF IHDR-FILE-TYPE NOT = "INVOICES"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "invoices.dat: a chave zero nao e um cabecalho de"
                 & " layout de faturas." TO LAYOUT-MESSAGE
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           IF IHDR-VERSION NOT = LAYOUT-INV-VERSION
               MOVE "N" TO LAYOUT-RESULT
               MOVE IHDR-VERSION TO WS-DISP-FOUND
               MOVE LAYOUT-INV-VERSION TO WS-DISP-WANTED
               STRING "invoices.dat tem layout v" DELIMITED BY SIZE
                      WS-DISP-FOUND DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      LAYOUT-PROGRAM DELIMITED BY SPACE
                      " so conhece a v" DELIMITED BY SIZE
                      WS-DISP-WANTED DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LAYOUT-MESSAGE
               END-STRING
           END-IF
           MOVE IHDR-COUNT TO LAYOUT-INV-COUNT
           CLOSE INVOICES-FILE.

       POST-INVOICES.
           OPEN I-O INVOICES-FILE
           IF WS-INV-STATUS NOT = "00"
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-INVOICES-HEADER
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-INVOICES
               PERFORM BUILD-INVOICES-HEADER
               WRITE INVOICE-HEADER-RECORD
           ELSE
               COMPUTE WS-NEW-COUNT = IHDR-COUNT + LAYOUT-INV-DELTA
               IF WS-NEW-COUNT < 0
                   MOVE 0 TO WS-NEW-COUNT
               END-IF
               MOVE WS-NEW-COUNT TO IHDR-COUNT
               MOVE WS-TODAY TO IHDR-STAMPED
               MOVE LAYOUT-PROGRAM TO IHDR-PROGRAM
               REWRITE INVOICE-HEADER-RECORD
           END-IF
           MOVE IHDR-COUNT TO LAYOUT-INV-COUNT
           MOVE 0 TO LAYOUT-INV-DELTA
           CLOSE INVOICES-FILE.

       STAMP-INVOICES.
           OPEN I-O INVOICES-FILE
           IF WS-INV-STATUS = "05" OR WS-INV-STATUS = "35"
               CLOSE INVOICES-FILE
               OPEN OUTPUT INVOICES-FILE
               CLOSE INVOICES-FILE
               OPEN I-O INVOICES-FILE
           END-IF
           PERFORM READ-INVOICES-HEADER
           IF WS-HAVE-HEADER = "Y"
              AND IHDR-FILE-TYPE NOT = "INVOICES"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "invoices.dat: existe uma fatura com o numero zero"
                 & " - renumerar antes de carimbar." TO LAYOUT-MESSAGE
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-INVOICES
           PERFORM BUILD-INVOICES-HEADER
           IF WS-HAVE-HEADER = "Y"
               REWRITE INVOICE-HEADER-RECORD
           ELSE
               WRITE INVOICE-HEADER-RECORD
           END-IF
           MOVE WS-RECORDS TO LAYOUT-INV-COUNT
           MOVE 0 TO LAYOUT-INV-DELTA
           CLOSE INVOICES-FILE.

       READ-INVOICES-HEADER.
           MOVE "Y" TO WS-HAVE-HEADER
           MOVE ZEROS TO INV-KEY
           READ INVOICES-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAVE-HEADER
           END-READ.

      *> Linhas de fatura propriamente ditas: tudo depois da chave
      *> zero.
       COUNT-INVOICES.
           MOVE 0 TO WS-RECORDS
           MOVE "N" TO EOF-FLAG
           MOVE ZEROS TO INV-KEY
           START INVOICES-FILE KEY IS GREATER THAN INV-KEY
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END ADD 1 TO WS-RECORDS
               END-READ
           END-PERFORM.

       BUILD-INVOICES-HEADER.
           MOVE SPACES TO INVOICE-HEADER-RECORD
           MOVE 0 TO IHDR-KEY
           MOVE "INVOICES" TO IHDR-FILE-TYPE
           MOVE LAYOUT-INV-VERSION TO IHDR-VERSION
           MOVE WS-RECORDS TO IHDR-COUNT
           MOVE WS-TODAY TO IHDR-STAMPED
           MOVE LAYOUT-PROGRAM TO IHDR-PROGRAM
           MOVE "C" TO IHDR-STATUS.

      *>---------------------------------------------------------------
      *> customers.dat (sequencial: cabecalho na primeira linha)
      *>---------------------------------------------------------------
       CHECK-CUSTOMERS.
           MOVE 0 TO LAYOUT-CUST-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               CLOSE CUSTOMERS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUSTOMERS-HEADER
           CLOSE CUSTOMERS-FILE
           IF WS-HAVE-HEADER = "N"
               IF WS-RECORDS > 0
                   MOVE "N" TO LAYOUT-RESULT
                   MOVE "customers.dat sem cabecalho de layout - correr"
                     & " o LAYOUT-STAMP antes de o usar."
                       TO LAYOUT-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CHDR-FILE-TYPE NOT = "CUSTOMERS"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "customers.dat: a primeira linha nao e um"
                 & " cabecalho de layout de clientes." TO LAYOUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CHDR-VERSION NOT = LAYOUT-CUST-VERSION
               MOVE "N" TO LAYOUT-RESULT
               MOVE CHDR-VERSION TO WS-DISP-FOUND
               MOVE LAYOUT-CUST-VERSION TO WS-DISP-WANTED
               STRING "customers.dat tem layout v" DELIMITED BY SIZE
                      WS-DISP-FOUND DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      LAYOUT-PROGRAM DELIMITED BY SPACE
                      " so conhece a v" DELIMITED BY SIZE
                      WS-DISP-WANTED DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LAYOUT-MESSAGE
               END-STRING
           END-IF
           MOVE CHDR-COUNT TO LAYOUT-CUST-COUNT.

       POST-CUSTOMERS.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               CLOSE CUSTOMERS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUSTOMERS-HEADER
           CLOSE CUSTOMERS-FILE
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-CUSTOMERS
               PERFORM BUILD-CUSTOMERS-HEADER
           ELSE
               COMPUTE WS-NEW-COUNT = CHDR-COUNT + LAYOUT-CUST-DELTA
               IF WS-NEW-COUNT < 0
                   MOVE 0 TO WS-NEW-COUNT
               END-IF
               MOVE WS-NEW-COUNT TO CHDR-COUNT
               MOVE WS-TODAY TO CHDR-STAMPED
               MOVE LAYOUT-PROGRAM TO CHDR-PROGRAM
           END-IF
           PERFORM WRITE-CUSTOMERS-HEADER
           MOVE CHDR-COUNT TO LAYOUT-CUST-COUNT
           MOVE 0 TO LAYOUT-CUST-DELTA.

       STAMP-CUSTOMERS.
           PERFORM COUNT-CUSTOMERS
           IF WS-ZERO-RECORD = "Y"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "customers.dat: existe um cliente com o numero zero"
                 & " - renumerar antes de carimbar." TO LAYOUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-CUSTOMERS-HEADER
           PERFORM WRITE-CUSTOMERS-HEADER
           MOVE WS-RECORDS TO LAYOUT-CUST-COUNT
           MOVE 0 TO LAYOUT-CUST-DELTA.

      *> Le a primeira linha: cabecalho (id zero) para
      *> CUSTOMER-HEADER-RECORD; WS-RECORDS diz se ha alguma linha.
       READ-CUSTOMERS-HEADER.
           MOVE "N" TO WS-HAVE-HEADER
           MOVE 0 TO WS-RECORDS
           READ CUSTOMERS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-RECORDS
                   IF CL-ZERO-ID
                       MOVE "Y" TO WS-HAVE-HEADER
                       MOVE CUST-LINE TO CUSTOMER-HEADER-RECORD
                   END-IF
           END-READ.

      *> Clientes propriamente ditos: todas as linhas menos a de id
      *> zero. Uma linha de id zero sem o tipo de cabecalho e um
      *> cliente mal numerado (WS-ZERO-RECORD).
       COUNT-CUSTOMERS.
           MOVE 0 TO WS-RECORDS
           MOVE "N" TO WS-ZERO-RECORD
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               CLOSE CUSTOMERS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ CUSTOMERS-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF NOT CL-ZERO-ID
                           ADD 1 TO WS-RECORDS
                       ELSE
                           IF CL-FILE-TYPE NOT = "CUSTOMERS"
                               MOVE "Y" TO WS-ZERO-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-FILE.

       BUILD-CUSTOMERS-HEADER.
           MOVE SPACES TO CUSTOMER-HEADER-RECORD
           MOVE 0 TO CHDR-ID
           MOVE "CUSTOMERS" TO CHDR-FILE-TYPE
           MOVE LAYOUT-CUST-VERSION TO CHDR-VERSION
           MOVE WS-RECORDS TO CHDR-COUNT
           MOVE WS-TODAY TO CHDR-STAMPED
           MOVE LAYOUT-PROGRAM TO CHDR-PROGRAM.

      *> Reescreve customers.dat com CUSTOMER-HEADER-RECORD a cabeca e
      *> as restantes linhas pela ordem em que estavam (um cabecalho
      *> antigo nao passa). Ficheiro inexistente fica so com o
      *> cabecalho.
       WRITE-CUSTOMERS-HEADER.
           OPEN OUTPUT CUSTOMERS-TEMP
           MOVE CUSTOMER-HEADER-RECORD TO CUST-TEMP-LINE
           WRITE CUST-TEMP-LINE
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "S"
                   READ CUSTOMERS-FILE
                       AT END MOVE "S" TO EOF-FLAG
                       NOT AT END
                           IF NOT CL-ZERO-ID
                              OR CL-FILE-TYPE NOT = "CUSTOMERS"
                               MOVE CUST-LINE TO CUST-TEMP-LINE
                               WRITE CUST-TEMP-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CUSTOMERS-FILE
           CLOSE CUSTOMERS-TEMP
           CALL "SYSTEM" USING "mv customers.tmp customers.dat".

      *>---------------------------------------------------------------
      *> loans.dat (sequencial: cabecalho na primeira linha)
      *>---------------------------------------------------------------
       CHECK-LOANS.
           MOVE 0 TO LAYOUT-LOAN-COUNT
           OPEN INPUT LOANS-FILE
           IF WS-LOAN-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOANS-HEADER
           CLOSE LOANS-FILE
           IF WS-HAVE-HEADER = "N"
               IF WS-RECORDS > 0
                   MOVE "N" TO LAYOUT-RESULT
                   MOVE "loans.dat sem cabecalho de layout - correr o"
                     & " LAYOUT-STAMP antes de o usar."
                       TO LAYOUT-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LHDR-FILE-TYPE NOT = "LOANS"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "loans.dat: a primeira linha nao e um cabecalho de"
                 & " layout de emprestimos." TO LAYOUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LHDR-VERSION NOT = LAYOUT-LOAN-VERSION
               MOVE "N" TO LAYOUT-RESULT
               MOVE LHDR-VERSION TO WS-DISP-FOUND
               MOVE LAYOUT-LOAN-VERSION TO WS-DISP-WANTED
               STRING "loans.dat tem layout v" DELIMITED BY SIZE
                      WS-DISP-FOUND DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      LAYOUT-PROGRAM DELIMITED BY SPACE
                      " so conhece a v" DELIMITED BY SIZE
                      WS-DISP-WANTED DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LAYOUT-MESSAGE
               END-STRING
           END-IF
           MOVE LHDR-COUNT TO LAYOUT-LOAN-COUNT.

       POST-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-LOAN-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOANS-HEADER
           CLOSE LOANS-FILE
           IF WS-HAVE-HEADER = "N"
               PERFORM COUNT-LOANS
               PERFORM BUILD-LOANS-HEADER
           ELSE
               COMPUTE WS-NEW-COUNT = LHDR-COUNT + LAYOUT-LOAN-DELTA
               IF WS-NEW-COUNT < 0
                   MOVE 0 TO WS-NEW-COUNT
               END-IF
               MOVE WS-NEW-COUNT TO LHDR-COUNT
               MOVE WS-TODAY TO LHDR-STAMPED
               MOVE LAYOUT-PROGRAM TO LHDR-PROGRAM
           END-IF
           PERFORM WRITE-LOANS-HEADER
           MOVE LHDR-COUNT TO LAYOUT-LOAN-COUNT
           MOVE 0 TO LAYOUT-LOAN-DELTA.

       STAMP-LOANS.
           PERFORM COUNT-LOANS
           IF WS-ZERO-RECORD = "Y"
               MOVE "N" TO LAYOUT-RESULT
               MOVE "loans.dat: existe um emprestimo com o numero zero"
                 & " - renumerar antes de carimbar." TO LAYOUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-LOANS-HEADER
           PERFORM WRITE-LOANS-HEADER
           MOVE WS-RECORDS TO LAYOUT-LOAN-COUNT
           MOVE 0 TO LAYOUT-LOAN-DELTA.

       READ-LOANS-HEADER.
           MOVE "N" TO WS-HAVE-HEADER
           MOVE 0 TO WS-RECORDS
           READ LOANS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-RECORDS
                   IF LL-ZERO-ID
                       MOVE "Y" TO WS-HAVE-HEADER
                       MOVE LOAN-LINE TO LOAN-HEADER-RECORD
                   END-IF
           END-READ.

       COUNT-LOANS.
           MOVE 0 TO WS-RECORDS
           MOVE "N" TO WS-ZERO-RECORD
           OPEN INPUT LOANS-FILE
           IF WS-LOAN-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ LOANS-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF NOT LL-ZERO-ID
                           ADD 1 TO WS-RECORDS
                       ELSE
                           IF LL-FILE-TYPE NOT = "LOANS"
                               MOVE "Y" TO WS-ZERO-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       BUILD-LOANS-HEADER.
           MOVE SPACES TO LOAN-HEADER-RECORD
           MOVE 0 TO LHDR-ID
           MOVE 0 TO LHDR-ACC-ID
           MOVE "LOANS" TO LHDR-FILE-TYPE
           MOVE LAYOUT-LOAN-VERSION TO LHDR-VERSION
           MOVE WS-RECORDS TO LHDR-COUNT
           MOVE WS-TODAY TO LHDR-STAMPED
           MOVE "L" TO LHDR-STATUS
           MOVE LAYOUT-PROGRAM TO LHDR-PROGRAM.

       WRITE-LOANS-HEADER.
           OPEN OUTPUT LOANS-TEMP
           MOVE LOAN-HEADER-RECORD TO LOAN-TEMP-LINE
           WRITE LOAN-TEMP-LINE
           OPEN INPUT LOANS-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "S"
                   READ LOANS-FILE
                       AT END MOVE "S" TO EOF-FLAG
                       NOT AT END
                           IF NOT LL-ZERO-ID
                              OR LL-FILE-TYPE NOT = "LOANS"
                               MOVE LOAN-LINE TO LOAN-TEMP-LINE
                               WRITE LOAN-TEMP-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOANS-FILE
           CLOSE LOANS-TEMP
           CALL "SYSTEM" USING "mv loans.tmp loans.dat".
