       01 WS-BATCH-MODE       PIC X(1).
       01 WS-BATCH-THRESHOLD  PIC X(7).

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CLOSE INPUT-FILE POSITIVE-FILE NEGATIVE-FILE ALERT-FILE
                 DORMANT-FILE SUMMARY-FILE BUCKETS-CUR-FILE
                 TREND-FILE
           MOVE "filter_trend_report.txt" TO RPQ-FILE
           MOVE "FLTTREND" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           CALL "SYSTEM" USING "rm -f filter_checkpoint.dat"

                  INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "FILTER-ACCOUNTS" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
