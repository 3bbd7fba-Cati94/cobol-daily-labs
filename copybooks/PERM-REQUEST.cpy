      *> Parameter block for PERM-CHECK (Dia 92), the permission-matrix
      *> check every operator menu makes when an option is picked.
      *>   PMQ-ACTION   C = look the option up in permissions.dat;
      *>                    a refusal is shown and written to the
      *>                    audit trail by PERM-CHECK itself
      *>                D = write to the audit trail a refusal made by
      *>                    the program's own role rule
      *>   PMQ-PROGRAM  caller's PROGRAM-ID
      *>   PMQ-OPTION   menu option picked (PMQ-FUNCTION as text)
      *>   PMQ-ROLE     operator role (A/T/R/U), PMQ-USER the operator
      *>   PMQ-RESULT   Y = granted by the matrix, N = refused by the
      *>                matrix, space = no line: the program's own role
      *>                rule decides. Callers test the role rule as
      *>                "IF OPER-ADMIN OR PERM-GRANTED".
       01 PERM-REQUEST.
           05 PMQ-ACTION    PIC X.
           05 PMQ-PROGRAM   PIC X(20).
           05 PMQ-FUNCTION  PIC X(2).
           05 PMQ-OPTION REDEFINES PMQ-FUNCTION PIC 9(2).
           05 PMQ-ROLE      PIC X.
           05 PMQ-USER      PIC X(20).
           05 PMQ-RESULT    PIC X VALUE SPACE.
               88 PERM-GRANTED VALUE "Y".
               88 PERM-REFUSED VALUE "N".
