      *> Parameter block for SYS-PARAM (Dia 91), the shared lookup of
      *> system_parameters.dat. The caller puts the parameter code in
      *> PRM-CODE and the date it wants the value for in PRM-DATE
      *> (zero = today); it gets back PRM-FOUND = Y and PRM-VALUE with
      *> the value in force on that date. With PRM-FOUND = N (no file,
      *> no such code, or a first value not yet in force) the caller
      *> keeps the default it was compiled with.
       01 PARAM-REQUEST.
           05 PRM-CODE   PIC X(12).
           05 PRM-DATE   PIC 9(8).
           05 PRM-FOUND  PIC X.
           05 PRM-VALUE  PIC 9(7)V99.
