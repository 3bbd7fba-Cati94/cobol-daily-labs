       01 WS-ALERT-FLAG      PIC X VALUE "N".
           88 ALERT-TRIGGERED VALUE "Y".

      *> Parameter block for the report repository (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROGRAM.

           CLOSE LOG-FILE
           CLOSE REPORT-FILE
           MOVE "report.txt" TO RPQ-FILE
           MOVE "LOGANLZ" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           DISPLAY "REPORT GENERATED SUCCESSFULLY"
           DISPLAY " "
           END-PERFORM

           CLOSE REPORT-FILE.

      *> Files the report just closed into the report repository
      *> (REPORT-ARCHIVE, Dia 96) as the next generation of its
      *> type; a failure only warns.
       ARCHIVE-REPORT.
           MOVE "LOG-ANALYZER" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Report filed: " RPQ-ARCHIVE
           ELSE
               DISPLAY "WARNING: report not filed - " RPQ-MESSAGE
           END-IF.
