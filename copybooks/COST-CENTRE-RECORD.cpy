      *> Payroll cost centres for payroll_cost_centres.dat, maintained
      *> in EMP-MAINT (Day12): the branch (branches.dat code) each
      *> EMP-M-DEPT department's staff costs belong to. PAYROLL-SYSTEM
      *> posts every department's payroll journal to gl_postings.dat
      *> under that branch; a department with no line posts to branch
      *> 0000 (head office).
       01 CC-REC.
           05 CC-DEPT   PIC X(10).
           05 CC-BRANCH PIC 9(4).
