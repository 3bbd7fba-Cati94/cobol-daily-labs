           VALUE "BANCO COBOL SA".
       01 WS-EMPLOYER-NIF  PIC X(9) VALUE "509999123".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           END-STRING
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE
           MOVE "certificates_register.txt" TO RPQ-FILE
           MOVE "CERTREG" TO RPQ-TYPE
           MOVE WS-YEAR TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           DISPLAY "Certificados emitidos: " WS-ISSUED
                   " (registo em certificates_register.txt)"
               END-READ
           END-PERFORM
           CLOSE YTD-FILE.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "EMP-CERTIFICATES" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
