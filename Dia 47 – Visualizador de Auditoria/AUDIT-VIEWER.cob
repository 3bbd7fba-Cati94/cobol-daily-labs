       01 WS-LINE-COUNT    PIC 9(2) VALUE 0.
       01 WS-LINES-PP      PIC 9(2) VALUE 20.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       END-STRING
       WRITE REPORT-LINE
       CLOSE REPORT-FILE
       MOVE "audit_viewer_report.txt" TO RPQ-FILE
       MOVE "AUDITVW" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Relatorio gravado em audit_viewer_report.txt - "
               WS-MATCHES " linha(s).".

           EXIT PARAGRAPH
       END-IF
       MOVE WS-CALC-CHECK TO WS-CHAIN.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "AUDIT-VIEWER" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
