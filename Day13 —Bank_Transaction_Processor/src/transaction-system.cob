      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90),
      *> tambem so em modo central.
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44),
      *> so usado em modo central: o lote reescreve accounts.dat e
      *> escreve em transactions.dat partilhados.
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM         PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
               IF LOCK-RESULT NOT = "Y"
                   STOP RUN
               END-IF
               MOVE "TRANSACTION-SYSTEM" TO LAYOUT-PROGRAM
               MOVE "Y" TO LAYOUT-ACC-USED
               MOVE "Y" TO LAYOUT-TRANS-USED
               PERFORM CHECK-FILE-LAYOUTS
               IF LAYOUT-RESULT NOT = "Y"
                   PERFORM RELEASE-CENTRAL-LOCK
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "REPROCESSAR REJEICOES CORRIGIDAS? (S/N):"

       RELEASE-CENTRAL-LOCK.
           IF WS-CENTRAL-MODE = "S" OR WS-CENTRAL-MODE = "s"
      *> Pernas escritas vao para o contador do cabecalho de layout.
               MOVE "P" TO LAYOUT-ACTION
               CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
               MOVE "U" TO LOCK-ACTION
               CALL "BANK-LOCK" USING LOCK-REQUEST
           END-IF.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa lancar num
      *> accounts.dat/transactions.dat de versao diferente da do
      *> copybook com que foi compilado.
       CHECK-FILE-LAYOUTS.
           MOVE "C" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF.

      *>-----------------------------------------------------------
      *> Conta e soma os detalhes e confere com o rodape; qualquer
      *> divergencia (ou cabecalho/rodape em falta) rejeita o lote
                   END-STRING
           END-EVALUATE
           WRITE BATCH-REPORT-LINE
           CLOSE BATCH-REPORT-FILE
           MOVE "batch_reject_report.txt" TO RPQ-FILE
           MOVE "BATCHREJ" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT.

       VALIDATE-ONE-LINE.

               MOVE "FORA DE PERIODO" TO TRANS-NARRATIVE
           END-IF
           WRITE TRANSACTION-RECORD
           ADD 1 TO LAYOUT-TRANS-DELTA
           CLOSE CENTRAL-TRANS.

      *> Maior TRANS-ID por posicionamento na chave.
                   " TOTAL: " WS-TOTAL-WITHDRAWALS
           DISPLAY "WITHDRAWALS REJECTED (SALDO MINIMO): "
                   WS-COUNT-REJECTED.

                  *> Arquiva o relatorio acabado de fechar no repositorio de
                  *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
                  *> seu tipo; uma falha so e avisada.
                   ARCHIVE-REPORT.
                       MOVE "TRANSACTION-SYSTEM" TO RPQ-PROGRAM
                       MOVE SPACES TO RPQ-OPERATOR
                       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
                       IF RPQ-RESULT = "Y"
                           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
                       ELSE
                           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
                       END-IF.
