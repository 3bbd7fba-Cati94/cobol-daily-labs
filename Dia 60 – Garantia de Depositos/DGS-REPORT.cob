       FD CUSTOMERS-FILE.
       01 CUST-REC.
           05 CUST-ID   PIC 9(3).
      *> Linha de id zero: cabecalho de layout, nao e cliente.
               88 CUST-LAYOUT-HEADER VALUE 0.
           05 CUST-NAME PIC A(20).
           05 CUST-REST PIC X(119).

       01 WS-TOT-UNCOV    PIC S9(13)V99 VALUE 0.
       01 WS-CUST-NAME-W  PIC X(20).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "===== GARANTIA DE DEPOSITOS - AGREGACAO ====="
       MOVE "DGS-REPORT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-CUST-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF

       PERFORM SCAN-ACCOUNTS
       PERFORM SCAN-TERM-DEPOSITS
           END-PERFORM
       END-IF
       CLOSE REPORT-FILE
       MOVE "dgs_report.txt" TO RPQ-FILE
       MOVE "DGS" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Clientes agregados: " WS-AGG-COUNT
               "  Contas por ligar: " WS-ORPHAN-COUNT
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
               AT END MOVE "10" TO WS-CUST-STATUS
               NOT AT END
                   IF CUST-ID = WS-AGG-CUST (WS-AGG-IDX)
                      AND NOT CUST-LAYOUT-HEADER
                       MOVE CUST-NAME TO WS-CUST-NAME-W
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/customers.dat de versao diferente da do layout
      *> com que foi compilado.
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
       MOVE "DGS-REPORT" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
