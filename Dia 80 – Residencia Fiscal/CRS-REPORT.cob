       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRS-REPORT.

      *> Reporte anual de contas de nao residentes (CRS e FATCA):
      *> todos os anos o banco tem de comunicar os titulares de
      *> contas residentes para efeitos fiscais noutro pais.
      *>
      *> O lote le a residencia fiscal capturada no CUSTOMER-MANAGER
      *> (customers.dat), soma por cliente o saldo de fim de ano das
      *> suas contas em accounts.dat (corrido no fecho do ano) e os
      *> juros pagos no ano (pernas I de transactions.dat e dos
      *> arquivos do manifesto transactions_archives.lst, como o
      *> INT-CERTIFICATES), e escreve um registo por cliente e pais
      *> de residencia estrangeiro no formato fixo do CRS-RECORD.cpy
      *> (crs_report.dat), entre cabecalho e trailer de controlo.
      *>
      *> Clientes com contas e sem autocertificacao assinada nao se
      *> podem classificar: saem na lista de excecoes
      *> (crs_exceptions.txt) em vez de ficarem de fora em silencio,
      *> tal como os residentes no estrangeiro sem numero fiscal e
      *> as contas ainda sem cliente ligado.

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

      *> Arquivos historicos, um por linha do manifesto.
           SELECT ARCH-MANIFEST ASSIGN TO "transactions_archives.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      *> Layout must match CUSTOMER-MANAGER's CUSTOMER-RECORD.
           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CRS-FILE ASSIGN TO "crs_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "crs_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD ARCH-MANIFEST.
       01 ARCH-MANIFEST-LINE PIC X(40).

      *> Layout must match TRANS-ARCHIVE's ARCH-REC.
       FD ARCHIVE-FILE.
       01 ARCH-REC.
           05 ARCH-ID       PIC 9(5).
           05 ARCH-ACC-ID   PIC 9(8).
           05 ARCH-TYPE     PIC X.
           05 ARCH-AMOUNT   PIC 9(7)V99.
           05 ARCH-DATE     PIC 9(8).
           05 ARCH-CURRENCY PIC X(3).
           05 ARCH-BRANCH   PIC 9(4).
           05 ARCH-REF-ID   PIC 9(5).
           05 ARCH-REASON    PIC X(3).
           05 ARCH-NARRATIVE PIC X(20).
           05 ARCH-VALUE-DATE PIC 9(8).

       FD CUSTOMERS-FILE.
       01 CUST-REC.
           05 CUST-ID          PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-NAME        PIC A(20).
           05 CUST-EMAIL       PIC A(30).
           05 CUST-DOC-TYPE    PIC X(2).
           05 CUST-DOC-NUMBER  PIC X(12).
           05 CUST-DOC-EXPIRY  PIC 9(8).
           05 CUST-BIRTH-DATE  PIC 9(8).
           05 CUST-ADDRESS     PIC X(40).
           05 CUST-RISK        PIC X.
           05 CUST-NEXT-REVIEW PIC 9(8).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-CREDIT-HOLD  PIC X.
           05 CUST-MERGED-INTO  PIC 9(3).
           05 CUST-SELF-CERT      PIC X.
           05 CUST-SELF-CERT-DATE PIC 9(8).
           05 CUST-TAX-DATA.
               10 CUST-TAX-RES OCCURS 3 TIMES.
                   15 CUST-TAX-COUNTRY PIC X(2).
                   15 CUST-TAX-TIN     PIC X(20).

       FD CRS-FILE.
       COPY "CRS-RECORD.cpy".

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-TRANS-STATUS    PIC XX.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-ARCH-STATUS     PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 EOF-FLAG           PIC X VALUE "N".
       01 WS-ARCH-EOF        PIC X VALUE "N".
       01 WS-ARCHIVE-NAME    PIC X(40).
       01 WS-YEAR            PIC 9(4).
       01 WS-TODAY           PIC 9(8).

      *> Pais do banco: residencia nacional nao e reportavel; os EUA
      *> reportam-se pelo regime FATCA.
       01 WS-HOME-COUNTRY    PIC X(2) VALUE "PT".
       01 WS-FATCA-COUNTRY   PIC X(2) VALUE "US".

      *> Mestre de clientes vivos (nao fundidos) com os totais do ano.
       01 WS-CU-COUNT        PIC 9(4) VALUE 0.
       01 WS-CU-IDX          PIC 9(4).
       01 WS-CU-FOUND        PIC X.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 999 TIMES.
               10 WS-CU-ID        PIC 9(3).
               10 WS-CU-NAME      PIC X(20).
               10 WS-CU-ADDRESS   PIC X(40).
               10 WS-CU-BIRTH     PIC 9(8).
               10 WS-CU-SELF-CERT PIC X.
               10 WS-CU-TAX-DATA.
                   15 WS-CU-TAX-RES OCCURS 3 TIMES.
                       20 WS-CU-COUNTRY PIC X(2).
                       20 WS-CU-TIN     PIC X(20).
               10 WS-CU-ACCOUNTS  PIC 9(3).
               10 WS-CU-BALANCE   PIC 9(11)V99.
               10 WS-CU-INTEREST  PIC 9(11)V99.
       01 WS-KEY-CUST        PIC 9(3).

      *> Contas ligadas a cliente, para atribuir as pernas de juros.
       01 WS-AC-COUNT        PIC 9(4) VALUE 0.
       01 WS-AC-IDX          PIC 9(4).
       01 WS-AC-FOUND        PIC X.
       01 WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 3000 TIMES.
               10 WS-AC-ID        PIC 9(8).
               10 WS-AC-CU-IDX    PIC 9(4).
       01 WS-UNLINKED        PIC 9(5) VALUE 0.
       01 WS-AC-SKIPPED      PIC 9(5) VALUE 0.

       01 WS-WORK-ACC        PIC 9(8).
       01 WS-WORK-AMOUNT     PIC 9(7)V99.
       01 WS-TAX-IDX         PIC 9.
       01 WS-FOREIGN-COUNT   PIC 9.

      *> Totais de controlo.
       01 WS-CNT-RECORDS     PIC 9(6) VALUE 0.
       01 WS-CNT-CUSTOMERS   PIC 9(6) VALUE 0.
       01 WS-CNT-NO-CERT     PIC 9(5) VALUE 0.
       01 WS-CNT-NO-TIN      PIC 9(5) VALUE 0.
       01 WS-TOT-BALANCE     PIC 9(13)V99 VALUE 0.
       01 WS-TOT-INTEREST    PIC 9(13)V99 VALUE 0.

       01 WS-AMT-ED          PIC Z(12)9.99.
       01 WS-CNT-ED          PIC Z(5)9.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== REPORTE CRS/FATCA DE NAO RESIDENTES ====="
       MOVE "CRS-REPORT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Ano a reportar (AAAA):"
       ACCEPT WS-YEAR
       IF WS-YEAR < 2000
           DISPLAY "Ano invalido."
           GOBACK
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       PERFORM LOAD-CUSTOMERS
       PERFORM LOAD-ACCOUNTS
       PERFORM SCAN-LIVE-TRANSACTIONS
       PERFORM SCAN-ARCHIVES

       OPEN OUTPUT CRS-FILE
       OPEN OUTPUT EXCEPTION-FILE
       PERFORM WRITE-CRS-HEADER
       MOVE SPACES TO EXCEPTION-LINE
       STRING "CRS/FATCA - EXCECOES DO ANO " DELIMITED BY SIZE
              WS-YEAR DELIMITED BY SIZE
              " (EMITIDO " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO EXCEPTION-LINE
       END-STRING
       WRITE EXCEPTION-LINE

       PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
           IF WS-CU-ACCOUNTS (WS-CU-IDX) > 0
               PERFORM REPORT-ONE-CUSTOMER
           END-IF
       END-PERFORM

       PERFORM WRITE-CRS-TRAILER
       PERFORM WRITE-EXCEPTION-TOTALS
       CLOSE CRS-FILE
       CLOSE EXCEPTION-FILE
       MOVE "crs_exceptions.txt" TO RPQ-FILE
       MOVE "CRSEXC" TO RPQ-TYPE
       MOVE WS-YEAR TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Clientes reportaveis: " WS-CNT-CUSTOMERS
               "  Registos: " WS-CNT-RECORDS
       MOVE WS-TOT-BALANCE TO WS-AMT-ED
       DISPLAY "Saldos reportados: " WS-AMT-ED
       MOVE WS-TOT-INTEREST TO WS-AMT-ED
       DISPLAY "Juros reportados:  " WS-AMT-ED
       IF WS-CNT-NO-CERT > 0 OR WS-CNT-NO-TIN > 0
          OR WS-UNLINKED > 0
           DISPLAY "ATENCAO: " WS-CNT-NO-CERT
                   " cliente(s) sem autocertificacao, "
                   WS-CNT-NO-TIN " residencia(s) sem NIF, "
                   WS-UNLINKED " conta(s) sem cliente"
                   " - ver crs_exceptions.txt"
       END-IF
       IF WS-AC-SKIPPED > 0
           DISPLAY "*** AVISO: tabela de contas cheia - "
                   WS-AC-SKIPPED " conta(s) NAO reportadas. ***"
       END-IF
       DISPLAY "Ficheiro em crs_report.dat"
       GOBACK.

      *> Registos fundidos (CUSTOMER-MANAGER) ja nao tem contas: as
      *> contas passaram para o sobrevivente.
LOAD-CUSTOMERS.
       OPEN INPUT CUSTOMERS-FILE
       IF WS-CUST-STATUS = "35"
           CLOSE CUSTOMERS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ CUSTOMERS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF CUST-LAYOUT-HEADER
                      OR (CUST-MERGED-INTO IS NUMERIC
                          AND CUST-MERGED-INTO > 0)
                       CONTINUE
                   ELSE
                       PERFORM ADD-CUSTOMER-ENTRY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

ADD-CUSTOMER-ENTRY.
       IF WS-CU-COUNT >= 999
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-CU-COUNT
       MOVE CUST-ID TO WS-CU-ID (WS-CU-COUNT)
       MOVE CUST-NAME TO WS-CU-NAME (WS-CU-COUNT)
       MOVE CUST-ADDRESS TO WS-CU-ADDRESS (WS-CU-COUNT)
       IF CUST-BIRTH-DATE IS NUMERIC
           MOVE CUST-BIRTH-DATE TO WS-CU-BIRTH (WS-CU-COUNT)
       ELSE
           MOVE 0 TO WS-CU-BIRTH (WS-CU-COUNT)
       END-IF
       IF CUST-SELF-CERT = "Y"
           MOVE "Y" TO WS-CU-SELF-CERT (WS-CU-COUNT)
       ELSE
           MOVE "N" TO WS-CU-SELF-CERT (WS-CU-COUNT)
       END-IF
       MOVE CUST-TAX-DATA TO WS-CU-TAX-DATA (WS-CU-COUNT)
       MOVE 0 TO WS-CU-ACCOUNTS (WS-CU-COUNT)
       MOVE 0 TO WS-CU-BALANCE (WS-CU-COUNT)
       MOVE 0 TO WS-CU-INTEREST (WS-CU-COUNT).

      *> Procura WS-KEY-CUST no mestre de clientes.
FIND-CUSTOMER.
       MOVE "N" TO WS-CU-FOUND
       IF WS-KEY-CUST = 0
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-FOUND = "Y"
           IF WS-CU-ID (WS-CU-IDX) = WS-KEY-CUST
               MOVE "Y" TO WS-CU-FOUND
           END-IF
       END-PERFORM
       IF WS-CU-FOUND = "Y"
           SUBTRACT 1 FROM WS-CU-IDX
       END-IF.

      *> Saldo de fim de ano por cliente: contas aprovadas,
      *> congeladas ou encerradas (estas a zero); um descoberto
      *> reporta-se como zero. Contas pendentes de aprovacao ainda
      *> nao existem para o cliente.
LOAD-ACCOUNTS.
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF NOT ACC-PENDING
                       PERFORM ADD-ACCOUNT-TO-CUSTOMER
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

ADD-ACCOUNT-TO-CUSTOMER.
       MOVE ACC-CUST-ID TO WS-KEY-CUST
       PERFORM FIND-CUSTOMER
       IF WS-CU-FOUND = "N"
           ADD 1 TO WS-UNLINKED
           EXIT PARAGRAPH
       END-IF
       IF WS-AC-COUNT >= 3000
           ADD 1 TO WS-AC-SKIPPED
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-AC-COUNT
       MOVE ACC-ID TO WS-AC-ID (WS-AC-COUNT)
       MOVE WS-CU-IDX TO WS-AC-CU-IDX (WS-AC-COUNT)
       ADD 1 TO WS-CU-ACCOUNTS (WS-CU-IDX)
       IF ACC-BALANCE > 0
           ADD ACC-BALANCE TO WS-CU-BALANCE (WS-CU-IDX)
       END-IF.

SCAN-LIVE-TRANSACTIONS.
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
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
               NOT AT END
                   IF TRANS-INTEREST
                      AND TRANS-DATE(1:4) = WS-YEAR
                       MOVE TRANS-ACC-ID TO WS-WORK-ACC
                       MOVE TRANS-AMOUNT TO WS-WORK-AMOUNT
                       PERFORM ADD-INTEREST-LEG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

      *> Os juros de anos fechados ja sairam do ficheiro vivo pelo
      *> TRANS-ARCHIVE: percorre cada arquivo do manifesto.
SCAN-ARCHIVES.
       OPEN INPUT ARCH-MANIFEST
       IF WS-MANIFEST-STATUS = "35"
           CLOSE ARCH-MANIFEST
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
           READ ARCH-MANIFEST
               AT END MOVE "10" TO WS-MANIFEST-STATUS
               NOT AT END
                   IF ARCH-MANIFEST-LINE NOT = SPACES
                       MOVE ARCH-MANIFEST-LINE TO WS-ARCHIVE-NAME
                       PERFORM SCAN-ONE-ARCHIVE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCH-MANIFEST.

SCAN-ONE-ARCHIVE.
       OPEN INPUT ARCHIVE-FILE
       IF WS-ARCH-STATUS NOT = "00"
           DISPLAY "AVISO: arquivo " WS-ARCHIVE-NAME
                   " do manifesto nao abre (estado " WS-ARCH-STATUS
                   ") - saltado."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ARCH-EOF
       PERFORM UNTIL WS-ARCH-EOF = "Y"
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO WS-ARCH-EOF
               NOT AT END
                   IF ARCH-TYPE = "I"
                      AND ARCH-DATE(1:4) = WS-YEAR
                       MOVE ARCH-ACC-ID TO WS-WORK-ACC
                       MOVE ARCH-AMOUNT TO WS-WORK-AMOUNT
                       PERFORM ADD-INTEREST-LEG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE.

      *> Pernas de contas sem cliente ligado ficam de fora (as contas
      *> ja contam nas excecoes).
ADD-INTEREST-LEG.
       MOVE "N" TO WS-AC-FOUND
       PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               OR WS-AC-FOUND = "Y"
           IF WS-AC-ID (WS-AC-IDX) = WS-WORK-ACC
               MOVE "Y" TO WS-AC-FOUND
               MOVE WS-AC-CU-IDX (WS-AC-IDX) TO WS-CU-IDX
               ADD WS-WORK-AMOUNT TO WS-CU-INTEREST (WS-CU-IDX)
           END-IF
       END-PERFORM.

      *> Cliente com contas: sem autocertificacao vai para as
      *> excecoes; com ela, um registo por pais estrangeiro.
REPORT-ONE-CUSTOMER.
       MOVE 0 TO WS-FOREIGN-COUNT
       PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
           IF WS-CU-COUNTRY (WS-CU-IDX, WS-TAX-IDX) NOT = SPACES
              AND WS-CU-COUNTRY (WS-CU-IDX, WS-TAX-IDX)
                  NOT = WS-HOME-COUNTRY
               ADD 1 TO WS-FOREIGN-COUNT
           END-IF
       END-PERFORM

       IF WS-CU-SELF-CERT (WS-CU-IDX) NOT = "Y"
           ADD 1 TO WS-CNT-NO-CERT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "CLIENTE " DELIMITED BY SIZE
                  WS-CU-ID (WS-CU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CU-NAME (WS-CU-IDX) DELIMITED BY SIZE
                  " SEM AUTOCERTIFICACAO - PAISES: " DELIMITED BY SIZE
                  WS-CU-COUNTRY (WS-CU-IDX, 1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CU-COUNTRY (WS-CU-IDX, 2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CU-COUNTRY (WS-CU-IDX, 3) DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           EXIT PARAGRAPH
       END-IF

       IF WS-FOREIGN-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-CNT-CUSTOMERS
       ADD WS-CU-BALANCE (WS-CU-IDX) TO WS-TOT-BALANCE
       ADD WS-CU-INTEREST (WS-CU-IDX) TO WS-TOT-INTEREST
       PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
           IF WS-CU-COUNTRY (WS-CU-IDX, WS-TAX-IDX) NOT = SPACES
              AND WS-CU-COUNTRY (WS-CU-IDX, WS-TAX-IDX)
                  NOT = WS-HOME-COUNTRY
               PERFORM WRITE-CRS-DETAIL
           END-IF
       END-PERFORM.

WRITE-CRS-DETAIL.
       MOVE SPACES TO CRS-DETAIL
       MOVE "D" TO CRS-REC-TYPE
       MOVE WS-YEAR TO CRS-YEAR
       IF WS-CU-COUNTRY (WS-CU-IDX, WS-TAX-IDX) = WS-FATCA-COUNTRY
           MOVE "FATCA" TO CRS-REGIME
       ELSE
           MOVE "CRS" TO CRS-REGIME
       END-IF
       MOVE WS-CU-COUNTRY (WS-CU-IDX, WS-TAX-IDX) TO CRS-COUNTRY
       MOVE WS-CU-TIN (WS-CU-IDX, WS-TAX-IDX) TO CRS-TIN
       MOVE WS-CU-ID (WS-CU-IDX) TO CRS-CUST-ID
       MOVE WS-CU-NAME (WS-CU-IDX) TO CRS-NAME
       MOVE WS-CU-ADDRESS (WS-CU-IDX) TO CRS-ADDRESS
       MOVE WS-CU-BIRTH (WS-CU-IDX) TO CRS-BIRTH-DATE
       MOVE WS-CU-ACCOUNTS (WS-CU-IDX) TO CRS-ACCOUNTS
       MOVE WS-CU-BALANCE (WS-CU-IDX) TO CRS-BALANCE
       MOVE WS-CU-INTEREST (WS-CU-IDX) TO CRS-INTEREST
       MOVE WS-CU-SELF-CERT (WS-CU-IDX) TO CRS-SELF-CERT
       WRITE CRS-DETAIL
       ADD 1 TO WS-CNT-RECORDS

      *> Reportado na mesma, mas a autoridade devolve o registo sem
      *> NIF: pedir o numero ao cliente.
       IF CRS-TIN = SPACES
           ADD 1 TO WS-CNT-NO-TIN
           MOVE SPACES TO EXCEPTION-LINE
           STRING "CLIENTE " DELIMITED BY SIZE
                  WS-CU-ID (WS-CU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CU-NAME (WS-CU-IDX) DELIMITED BY SIZE
                  " RESIDENTE EM " DELIMITED BY SIZE
                  CRS-COUNTRY DELIMITED BY SIZE
                  " SEM NIF ESTRANGEIRO" DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
       END-IF.

WRITE-CRS-HEADER.
       MOVE SPACES TO CRS-HEADER
       MOVE "H" TO CRS-H-REC-TYPE
       MOVE WS-YEAR TO CRS-H-YEAR
       MOVE WS-TODAY TO CRS-H-CREATED
       MOVE WS-HOME-COUNTRY TO CRS-H-SENDER
       MOVE "CRS-V1" TO CRS-H-LAYOUT
       WRITE CRS-HEADER.

WRITE-CRS-TRAILER.
       MOVE SPACES TO CRS-TRAILER
       MOVE "T" TO CRS-T-REC-TYPE
       MOVE WS-YEAR TO CRS-T-YEAR
       MOVE WS-CNT-RECORDS TO CRS-T-RECORDS
       MOVE WS-CNT-CUSTOMERS TO CRS-T-CUSTOMERS
       MOVE WS-TOT-BALANCE TO CRS-T-BALANCE
       MOVE WS-TOT-INTEREST TO CRS-T-INTEREST
       WRITE CRS-TRAILER.

WRITE-EXCEPTION-TOTALS.
       MOVE SPACES TO EXCEPTION-LINE
       WRITE EXCEPTION-LINE
       MOVE WS-CNT-NO-CERT TO WS-CNT-ED
       MOVE SPACES TO EXCEPTION-LINE
       STRING "CLIENTES SEM AUTOCERTIFICACAO  " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO EXCEPTION-LINE
       END-STRING
       WRITE EXCEPTION-LINE
       MOVE WS-CNT-NO-TIN TO WS-CNT-ED
       MOVE SPACES TO EXCEPTION-LINE
       STRING "RESIDENCIAS SEM NIF            " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO EXCEPTION-LINE
       END-STRING
       WRITE EXCEPTION-LINE
       MOVE WS-UNLINKED TO WS-CNT-ED
       MOVE SPACES TO EXCEPTION-LINE
       STRING "CONTAS SEM CLIENTE LIGADO      " DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO EXCEPTION-LINE
       END-STRING
       WRITE EXCEPTION-LINE.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat/customers.dat de versao
      *> diferente da do layout com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "CRS-REPORT" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
