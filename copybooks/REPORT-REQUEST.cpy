      *> Parameter block for REPORT-ARCHIVE (Dia 96), the report
      *> repository. A program that has just closed one of its report
      *> files puts the file name in RPQ-FILE, its own PROGRAM-ID, the
      *> report type, the period the report covers and the operator,
      *> and calls REPORT-ARCHIVE: the file is copied into report_repo/
      *> as the next generation of that type (TYPE.Gnnnn.txt) and a
      *> line is added to the index, report_index.dat
      *> (REPORT-INDEX-RECORD.cpy). The report under its usual name is
      *> left exactly as it was written.
      *>   RPQ-TYPE       report type, up to 8 characters, no spaces;
      *>                  also what the retention rules key on
      *>                  (RETENTION-PURGE, category RPT-type)
      *>   RPQ-PERIOD     period covered: AAAAMMDD, AAAAMM, AAAAQn or
      *>                  AAAA; blank = the run date
      *>   RPQ-OPERATOR   logged-in operator; blank = batch run
      *>   RPQ-RESULT     Y = filed, N = not filed (RPQ-MESSAGE says
      *>                  why); a failure never stops the caller
      *>   RPQ-GENERATION / RPQ-ARCHIVE / RPQ-RECORDS  what was filed
       01 REPORT-REQUEST.
           05 RPQ-FILE        PIC X(40).
           05 RPQ-PROGRAM     PIC X(20).
           05 RPQ-TYPE        PIC X(8).
           05 RPQ-PERIOD      PIC X(8).
           05 RPQ-OPERATOR    PIC X(20).
           05 RPQ-RESULT      PIC X.
           05 RPQ-GENERATION  PIC 9(4).
           05 RPQ-ARCHIVE     PIC X(40).
           05 RPQ-RECORDS     PIC 9(7).
           05 RPQ-MESSAGE     PIC X(50).
