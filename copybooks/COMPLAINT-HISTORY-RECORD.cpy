      *> Status history of the complaints register, kept by
      *> COMPLAINTS (Dia 94) in complaint_history.dat: one line,
      *> appended and never rewritten, for every registration,
      *> assignment, progress note, answer and compensation of a
      *> complaint in complaints.dat (COMPLAINT-RECORD.cpy).
      *> Width is 74 chars.
       01 CPH-REC.
           05 CPH-CPL-ID      PIC 9(5).
           05 CPH-DATE        PIC 9(8).
      *> Status of the complaint after the event (R/A/F).
           05 CPH-STATUS      PIC X.
           05 CPH-USER        PIC X(20).
           05 CPH-NOTE        PIC X(40).
