      *> Shared layout for loan_recoveries.dat: money recovered on a
      *> written-off loan (loan_writeoffs.dat) after the write-off,
      *> recorded by LOAN-SYSTEM (Dia 32) and reported as recoveries
      *> income. The source says where it came from: the borrower, a
      *> guarantor of loan_guarantors.dat or the sale of a pledged
      *> asset of loan_collateral.dat (REC-SOURCE-ID is the GUAR-ID /
      *> COLL-ID, zero for the borrower).
       01 REC-REC.
           05 REC-ID        PIC 9(5).
           05 REC-LOAN-ID   PIC 9(4).
           05 REC-DATE      PIC 9(8).
           05 REC-SOURCE    PIC X.
               88 REC-FROM-BORROWER   VALUE "C".
               88 REC-FROM-GUARANTOR  VALUE "G".
               88 REC-FROM-COLLATERAL VALUE "V".
           05 REC-SOURCE-ID PIC 9(4).
           05 REC-AMOUNT    PIC 9(7)V99.
           05 REC-OPERATOR  PIC X(20).
           05 REC-NOTE      PIC X(30).
