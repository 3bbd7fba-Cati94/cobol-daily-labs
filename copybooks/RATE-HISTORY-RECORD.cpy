      *> Hourly rate history for rate_history.dat, written by EMP-MAINT
      *> (Day12) on every admission and rate change: the new rate, the
      *> rate it replaced and the date it takes effect. A change whose
      *> effective date is earlier than the day it was keyed in is
      *> back-dated and waits (RH-RETRO = P) for the PAYROLL-SYSTEM
      *> retro-pay run, which recomputes the runs already paid since
      *> the effective date and leaves the arrears in
      *> payroll_arrears.dat.
       01 RH-REC.
           05 RH-EMP-ID     PIC 9(3).
           05 RH-EFFECTIVE  PIC 9(8).
           05 RH-OLD-RATE   PIC 9(3)V99.
           05 RH-RATE       PIC 9(3)V99.
           05 RH-ENTERED    PIC 9(8).
      *> N sem retroativos, P retroativos por calcular, C calculados.
           05 RH-RETRO      PIC X.
               88 RH-RETRO-NONE    VALUE "N".
               88 RH-RETRO-PENDING VALUE "P".
               88 RH-RETRO-DONE    VALUE "C".
