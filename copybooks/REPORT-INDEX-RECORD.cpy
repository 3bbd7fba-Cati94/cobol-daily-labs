      *> Index of the report repository (report_index.dat), one line
      *> per filed report generation, appended by REPORT-ARCHIVE
      *> (Dia 96), searched and reprinted from by REPORT-INQUIRY and
      *> purged by the REPORTS / RPT-type rules of RETENTION-PURGE.
      *> Generations count from 1 per report type; the copy itself is
      *> report_repo/TYPE.Gnnnn.txt (RIX-ARCHIVE).
       01 RIX-REC.
           05 RIX-TYPE        PIC X(8).
           05 RIX-GENERATION  PIC 9(4).
           05 RIX-PROGRAM     PIC X(20).
           05 RIX-RUN-DATE    PIC 9(8).
           05 RIX-RUN-TIME    PIC 9(6).
      *> Period covered as the program gave it (AAAAMMDD, AAAAMM,
      *> AAAAQn or AAAA).
           05 RIX-PERIOD      PIC X(8).
      *> Operator logged in to the run; BATCH for unattended runs.
           05 RIX-OPERATOR    PIC X(20).
      *> Lines in the report as filed.
           05 RIX-RECORDS     PIC 9(7).
      *> Name the report was written under, and the repository copy.
           05 RIX-SOURCE      PIC X(40).
           05 RIX-ARCHIVE     PIC X(40).
      *> A = available, P = purged by retention (the index line stays
      *> as evidence of what existed, with the purge date).
           05 RIX-STATUS      PIC X.
               88 RIX-AVAILABLE VALUE "A".
               88 RIX-PURGED    VALUE "P".
           05 RIX-PURGE-DATE  PIC 9(8).
