       01 WS-BACKUP-CMD-2 PIC X(70) VALUE
           "cp -f inventory_products.dat inventory_products_premerge.bak".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE WS-MG-REORDER (WS-MG-IDX) TO PROD-REORDER
      *> Os catalogos historicos nao traziam custo.
               MOVE 0 TO PROD-AVG-COST
               MOVE SPACE TO PROD-ABC-CLASS
               WRITE PRODUCT-RECORD
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "PRODUTO " DELIMITED BY SIZE
           END-STRING
           WRITE MERGE-REPORT-LINE
           CLOSE MERGE-REPORT-FILE
           MOVE "prod_merge_report.txt" TO RPQ-FILE
           MOVE "PRODMRG" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           DISPLAY "Fusao concluida: " WS-MG-COUNT " produto(s) em "
                   "products.dat; relatorio em prod_merge_report.txt"
                   MOVE "I" TO WS-MG-SOURCE (WS-MG-COUNT)
               END-IF
           END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "PROD-MERGE" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
