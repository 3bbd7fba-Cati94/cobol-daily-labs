       01 WS-MIGRATED       PIC 9(3) VALUE 0.
       01 WS-SALDO          PIC 9(6)V99.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           IF LOCK-RESULT NOT = "Y"
               GOBACK
           END-IF
           MOVE "CLIENT-MIGRATE" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               PERFORM RELEASE-BANK-LOCK
               GOBACK
           END-IF

           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS = "00"
           END-STRING
           WRITE MAPPING-LINE
           CLOSE MAPPING-FILE
           MOVE "client_migration_report.txt" TO RPQ-FILE
           MOVE "CLIMIGR" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

      *> Marca que faz o bank_account_pro apontar os utilizadores
      *> para o sistema principal a partir de agora.
           END-IF.

       RELEASE-BANK-LOCK.
      *> O que esta execucao escreveu/apagou vai para o contador
      *> do cabecalho de layout antes de largar o lock.
           MOVE "P" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           MOVE "U" TO LOCK-ACTION
           CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
       CHECK-FILE-LAYOUTS.
           MOVE "C" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF.


       MIGRATE-ONE-CLIENT.
           MOVE CLIENT-SALDO TO WS-SALDO
                           " nao migrado."
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO LAYOUT-ACC-DELTA

      *> Saldo de abertura como credito normal, para a
      *> reconciliacao bater certo desde o primeiro dia.
               MOVE "SALDO MIGRADO" TO TRANS-NARRATIVE
               MOVE TRANS-DATE TO TRANS-VALUE-DATE
               WRITE TRANSACTION-RECORD
               ADD 1 TO LAYOUT-TRANS-DELTA
           END-IF

           ADD 1 TO WS-MIGRATED
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE "N" TO EOF-FLAG.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "CLIENT-MIGRATE" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
