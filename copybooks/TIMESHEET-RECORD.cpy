      *> Timesheet line for timesheets.dat: one record per employee
      *> and period (AAAAMM) with the normal and overtime hours worked,
      *> keyed in EMP-MAINT (Day12) or loaded from the clock-in export.
      *> PAYROLL-SYSTEM pays the monthly salary run from approved
      *> timesheets only; re-keying or re-importing a timesheet clears
      *> the supervisor approval.
       01 TS-REC.
           05 TS-EMP-ID    PIC 9(3).
           05 TS-PERIOD    PIC 9(6).
           05 TS-NORMAL    PIC 9(3).
           05 TS-OVERTIME  PIC 9(3).
      *> S aprovada pelo supervisor, N por aprovar.
           05 TS-APPROVED  PIC X.
               88 TS-IS-APPROVED VALUE "S".
           05 TS-APPROVER  PIC X(15).
      *> M registada a mao, I importada do ponto.
           05 TS-SOURCE    PIC X.
