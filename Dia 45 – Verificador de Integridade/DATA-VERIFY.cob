      *> Cross-file integrity verifier for the whole data estate --
      *> the "is the data consistent?" tool for after an incident.
      *> Checks, grouped by file in integrity_report.txt:
      *>   accounts.dat     - the layout header (present, of the
      *>     right file type, at the layout version this program was
      *>     compiled with) and its record count against the
      *>     accounts actually on file;
      *>   transactions.dat - the same header checks, then
      *>     malformed lines (wrong length or
      *>     non-numeric key fields) and TRANS-ACC-IDs missing from
      *>     accounts.dat;
      *>   schedules.dat    - malformed lines and SCHED-FROM/SCHED-TO
      *>     referencing nonexistent or still-pending accounts;
      *>   invoices.dat     - the same header checks, then
      *>     malformed records (non-numeric key or amount fields) and
      *>     INV-PROD-IDs missing from products.dat;
      *>   customers.dat, loans.dat - the layout header on their
      *>     first line and its record count against the customers /
      *>     loans actually on file.
      *> Every check reports its record count so "0 excecoes" is
      *> distinguishable from "0 registos verificados".

               FILE STATUS IS WS-SCHED-STATUS.

           SELECT INV-RAW-FILE ASSIGN TO "invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT CUST-RAW-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LOAN-RAW-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT PRODUCTS-FILE ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
       01 SCHED-RAW-LINE PIC X(100).

       FD INV-RAW-FILE.
       COPY "INVOICE-RECORD.cpy".

      *> customers.dat so interessa aqui pelo cabecalho e pelo id.
       FD CUST-RAW-FILE.
       01 CUST-RAW-LINE.
           05 CR-ID PIC 9(3).
               88 CR-LAYOUT-HEADER VALUE 0.
           05 FILLER PIC X(255).
       COPY "CUSTOMER-HEADER-RECORD.cpy".

       FD LOAN-RAW-FILE.
       COPY "LOAN-RECORD.cpy".

       FD PRODUCTS-FILE.
       COPY "PRODUCT-RECORD.cpy".
       01 WS-SCHED-STATUS PIC XX.
       01 WS-INV-STATUS   PIC XX.
       01 WS-PROD-STATUS  PIC XX.
       01 WS-CUST-STATUS  PIC XX.
       01 WS-LOAN-STATUS  PIC XX.
       01 EOF-FLAG        PIC X VALUE "N".
       01 WS-LINE-LEN     PIC 9(3).
       01 WS-ACC-OPEN     PIC X VALUE "N".

       01 WS-INV-VIEW.
           05 IV-ID        PIC X(4).
           05 IV-LINE      PIC X(3).
           05 IV-DATE      PIC X(10).
           05 IV-PROD-ID   PIC X(4).
           05 IV-QTY       PIC X(4).
       01 WS-I-MALFORMED  PIC 9(6) VALUE 0.
       01 WS-I-BADPROD    PIC 9(6) VALUE 0.
       01 WS-TOTAL-EXC    PIC 9(6) VALUE 0.
       01 WS-A-RECORDS    PIC 9(6) VALUE 0.
       01 WS-C-RECORDS    PIC 9(6) VALUE 0.
       01 WS-L-RECORDS    PIC 9(6) VALUE 0.
      *> Primeira linha de um sequencial ja lida.
       01 WS-FIRST-LINE   PIC X VALUE "Y".

      *> Cabecalho de layout lido (chave zero ou primeira linha),
      *> para o relatorio.
       01 WS-HDR-FOUND    PIC X VALUE "N".
       01 WS-HDR-TYPE-OK  PIC X VALUE "N".
       01 WS-HDR-VERSION  PIC 9(3) VALUE 0.
       01 WS-HDR-EXPECT   PIC 9(3) VALUE 0.
       01 WS-HDR-COUNT    PIC 9(9) VALUE 0.
       01 WS-HDR-RECORDS  PIC 9(9) VALUE 0.

      *> Catalogo de produtos carregado para o cruzamento.
       01 WS-PROD-TABLE.
       01 WS-PROD-IDX     PIC 9(3).
       01 WS-PROD-HIT     PIC X VALUE "N".

      *> Versoes de layout com que o programa foi compilado
      *> (LAYOUT-xxx-VERSION). O verificador
      *> nao recusa correr sobre um cabecalho errado: reporta-o.
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           END-IF

           PERFORM LOAD-PRODUCT-IDS
           PERFORM VERIFY-ACCOUNTS
           PERFORM VERIFY-TRANSACTIONS
           PERFORM VERIFY-SCHEDULES
           PERFORM VERIFY-INVOICES
           PERFORM VERIFY-CUSTOMERS
           PERFORM VERIFY-LOANS

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "integrity_report.txt" TO RPQ-FILE
           MOVE "INTEGRTY" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           IF WS-ACC-OPEN = "Y"
               CLOSE ACCOUNTS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND
               NOT INVALID KEY
                   IF NOT ACC-LAYOUT-HEADER
                       MOVE "Y" TO WS-ACC-FOUND
                   END-IF
                   IF ACC-PENDING
                       MOVE "Y" TO WS-ACC-PENDING
                   END-IF
           END-READ.

      *> accounts.dat: cabecalho de layout e contador contra as
      *> contas efetivamente no ficheiro.
       VERIFY-ACCOUNTS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FICHEIRO: accounts.dat" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ACC-OPEN NOT = "Y"
               MOVE "  (inacessivel)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HDR-FOUND
           MOVE "N" TO WS-HDR-TYPE-OK
           SET ACC-LAYOUT-HEADER TO TRUE
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HDR-FOUND
                   IF AHDR-FILE-TYPE = "ACCOUNTS"
                       MOVE "Y" TO WS-HDR-TYPE-OK
                   END-IF
                   MOVE AHDR-VERSION TO WS-HDR-VERSION
                   MOVE AHDR-COUNT TO WS-HDR-COUNT
           END-READ

           MOVE "N" TO EOF-FLAG
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END ADD 1 TO WS-A-RECORDS
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "  Registos: " DELIMITED BY SIZE
                  WS-A-RECORDS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-A-RECORDS TO WS-HDR-RECORDS
           MOVE LAYOUT-ACC-VERSION TO WS-HDR-EXPECT
           PERFORM REPORT-LAYOUT-HEADER.

      *> Resultado da verificacao do cabecalho lido (WS-HDR-*)
      *> contra a versao esperada e os registos contados. Ficheiro
      *> vazio sem cabecalho nao e excecao: o primeiro escritor
      *> cria-o.
       REPORT-LAYOUT-HEADER.
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-HDR-FOUND = "N" AND WS-HDR-RECORDS = 0
                   MOVE "  Sem cabecalho de layout (ficheiro vazio)"
                       TO REPORT-LINE
               WHEN WS-HDR-FOUND = "N"
                   ADD 1 TO WS-TOTAL-EXC
                   MOVE "  SEM CABECALHO DE LAYOUT - correr o "
                      & "LAYOUT-STAMP" TO REPORT-LINE
               WHEN WS-HDR-TYPE-OK = "N"
                   ADD 1 TO WS-TOTAL-EXC
                   MOVE "  REGISTO ZERO NAO E UM CABECALHO DE LAYOUT"
                       TO REPORT-LINE
               WHEN WS-HDR-VERSION NOT = WS-HDR-EXPECT
                   ADD 1 TO WS-TOTAL-EXC
                   STRING "  VERSAO DE LAYOUT " DELIMITED BY SIZE
                          WS-HDR-VERSION DELIMITED BY SIZE
                          " - ESTE VERIFICADOR CONHECE A "
                          DELIMITED BY SIZE
                          WS-HDR-EXPECT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               WHEN WS-HDR-COUNT NOT = WS-HDR-RECORDS
                   ADD 1 TO WS-TOTAL-EXC
                   STRING "  CONTADOR DO CABECALHO " DELIMITED BY SIZE
                          WS-HDR-COUNT DELIMITED BY SIZE
                          " DIFERE DOS " DELIMITED BY SIZE
                          WS-HDR-RECORDS DELIMITED BY SIZE
                          " REGISTOS" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  Cabecalho: layout v" DELIMITED BY SIZE
                          WS-HDR-VERSION DELIMITED BY SIZE
                          ", contador " DELIMITED BY SIZE
                          WS-HDR-COUNT DELIMITED BY SIZE
                          " - confere" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE.

       VERIFY-TRANSACTIONS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HDR-FOUND
           MOVE "N" TO WS-HDR-TYPE-OK
           SET TRANS-LAYOUT-HEADER TO TRUE
           READ TRANS-RAW-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HDR-FOUND
                   IF THDR-FILE-TYPE = "TRANSACTIONS"
                       MOVE "Y" TO WS-HDR-TYPE-OK
                   END-IF
                   MOVE THDR-VERSION TO WS-HDR-VERSION
                   MOVE THDR-COUNT TO WS-HDR-COUNT
           END-READ

           MOVE "N" TO EOF-FLAG
           SET TRANS-LAYOUT-HEADER TO TRUE
           START TRANS-RAW-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ TRANS-RAW-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                  WS-T-ORPHANS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-T-RECORDS TO WS-HDR-RECORDS
           MOVE LAYOUT-TRANS-VERSION TO WS-HDR-EXPECT
           PERFORM REPORT-LAYOUT-HEADER.

      *> No ficheiro indexado o registo ja vem tipado: os testes de
      *> malformacao passam a ser testes de classe aos campos-chave
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HDR-FOUND
           MOVE "N" TO WS-HDR-TYPE-OK
           MOVE ZEROS TO INV-KEY
           READ INV-RAW-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HDR-FOUND
                   IF IHDR-FILE-TYPE = "INVOICES"
                       MOVE "Y" TO WS-HDR-TYPE-OK
                   END-IF
                   MOVE IHDR-VERSION TO WS-HDR-VERSION
                   MOVE IHDR-COUNT TO WS-HDR-COUNT
           END-READ

           MOVE "N" TO EOF-FLAG
           MOVE ZEROS TO INV-KEY
           START INV-RAW-FILE KEY IS GREATER THAN INV-KEY
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ INV-RAW-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-I-RECORDS
                  WS-I-BADPROD DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-I-RECORDS TO WS-HDR-RECORDS
           MOVE LAYOUT-INV-VERSION TO WS-HDR-EXPECT
           PERFORM REPORT-LAYOUT-HEADER.

      *> customers.dat: cabecalho de layout na primeira linha e
      *> contador contra os clientes no ficheiro (linhas de id
      *> diferente de zero).
       VERIFY-CUSTOMERS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FICHEIRO: customers.dat" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CUST-RAW-FILE
           IF WS-CUST-STATUS = "35"
               MOVE "  (inexistente)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HDR-FOUND
           MOVE "N" TO WS-HDR-TYPE-OK
           MOVE "Y" TO WS-FIRST-LINE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ CUST-RAW-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF CR-LAYOUT-HEADER
                           IF WS-FIRST-LINE = "Y"
                               MOVE "Y" TO WS-HDR-FOUND
                               IF CHDR-FILE-TYPE = "CUSTOMERS"
                                   MOVE "Y" TO WS-HDR-TYPE-OK
                               END-IF
                               MOVE CHDR-VERSION TO WS-HDR-VERSION
                               MOVE CHDR-COUNT TO WS-HDR-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-C-RECORDS
                       END-IF
                       MOVE "N" TO WS-FIRST-LINE
               END-READ
           END-PERFORM
           CLOSE CUST-RAW-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "  Registos: " DELIMITED BY SIZE
                  WS-C-RECORDS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-RECORDS TO WS-HDR-RECORDS
           MOVE LAYOUT-CUST-VERSION TO WS-HDR-EXPECT
           PERFORM REPORT-LAYOUT-HEADER.

      *> loans.dat: o mesmo, sobre os emprestimos.
       VERIFY-LOANS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FICHEIRO: loans.dat" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT LOAN-RAW-FILE
           IF WS-LOAN-STATUS = "35"
               MOVE "  (inexistente)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HDR-FOUND
           MOVE "N" TO WS-HDR-TYPE-OK
           MOVE "Y" TO WS-FIRST-LINE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "S"
               READ LOAN-RAW-FILE
                   AT END MOVE "S" TO EOF-FLAG
                   NOT AT END
                       IF LOAN-LAYOUT-HEADER
                           IF WS-FIRST-LINE = "Y"
                               MOVE "Y" TO WS-HDR-FOUND
                               IF LHDR-FILE-TYPE = "LOANS"
                                   MOVE "Y" TO WS-HDR-TYPE-OK
                               END-IF
                               MOVE LHDR-VERSION TO WS-HDR-VERSION
                               MOVE LHDR-COUNT TO WS-HDR-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-L-RECORDS
                       END-IF
                       MOVE "N" TO WS-FIRST-LINE
               END-READ
           END-PERFORM
           CLOSE LOAN-RAW-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "  Registos: " DELIMITED BY SIZE
                  WS-L-RECORDS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-L-RECORDS TO WS-HDR-RECORDS
           MOVE LAYOUT-LOAN-VERSION TO WS-HDR-EXPECT
           PERFORM REPORT-LAYOUT-HEADER.

      *> Ficheiro indexado: como nas transacoes, a malformacao passa
      *> a ser teste de classe aos campos-chave e valores.
       CHECK-ONE-INVOICE.
           MOVE INVOICE-RECORD(1:77) TO WS-INV-VIEW
           IF IV-ID NOT NUMERIC
              OR IV-LINE NOT NUMERIC
              OR IV-PROD-ID NOT NUMERIC
              OR IV-TOTAL NOT NUMERIC
               ADD 1 TO WS-I-MALFORMED
               ADD 1 TO WS-TOTAL-EXC
               MOVE SPACES TO REPORT-LINE
               STRING "  MALFORMADO: " DELIMITED BY SIZE
                      INVOICE-RECORD(1:60) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE PRODUCTS-FILE.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "DATA-VERIFY" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
