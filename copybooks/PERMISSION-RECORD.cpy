      *> Role-to-function permission matrix (permissions.dat), kept
      *> from the BANK-SYSTEM-D28 admin menu and read by PERM-CHECK
      *> (Dia 92). One line per role x program x menu option:
      *> PERM-FUNCTION is the option number as two digits ("01" to
      *> "15") or "**" for every option of the program, and an exact
      *> option line wins over "**". Y grants the option even where the
      *> program's own role rule would refuse it, N refuses it even
      *> where the rule would allow it; with no line the program's own
      *> rule stands. Kept in program / option / role order so the
      *> printed matrix reads grouped by program.
       01 PERM-REC.
           05 PERM-PROGRAM   PIC X(20).
           05 PERM-FUNCTION  PIC X(2).
           05 PERM-ROLE      PIC X.
           05 PERM-ALLOW     PIC X.
               88 PERM-LINE-ALLOWS VALUE "Y".
               88 PERM-LINE-DENIES VALUE "N".
           05 PERM-SET-BY    PIC X(20).
           05 PERM-SET-DATE  PIC 9(8).
