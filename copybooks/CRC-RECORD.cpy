      *> Fixed-format layout of crc_report.dat, the monthly central
      *> credit register (Central de Responsabilidades de Credito)
      *> file written by CRC-REPORT (Dia 78). One header record, one
      *> detail record per loan and party -- the borrower (role M)
      *> and each active guarantor (role F) -- and one trailer with
      *> the control totals. The three record types share the same
      *> 120-byte line and are told apart by the first byte.
       01 CRC-DETAIL.
           05 CRC-REC-TYPE     PIC X.
               88 CRC-IS-HEADER  VALUE "H".
               88 CRC-IS-DETAIL  VALUE "D".
               88 CRC-IS-TRAILER VALUE "T".
           05 CRC-PERIOD       PIC 9(6).
           05 CRC-LOAN-ID      PIC 9(4).
           05 CRC-ROLE         PIC X.
               88 CRC-BORROWER   VALUE "M".
               88 CRC-GUARANTOR  VALUE "F".
      *> Customer from customers.dat; document type CC/PA/OT and
      *> number as kept by CUSTOMER-MANAGER. A blank document is
      *> listed as an exception on the control report.
           05 CRC-CUST-ID      PIC 9(4).
           05 CRC-DOC-TYPE     PIC X(2).
           05 CRC-DOC-NUMBER   PIC X(12).
           05 CRC-NAME         PIC X(30).
           05 CRC-BRANCH       PIC 9(4).
      *> Product: purpose of the originating loan application, or
      *> EMPRESTIMO for loans granted before applications; rate type
      *> F fixed / V indexed.
           05 CRC-PRODUCT      PIC X(10).
           05 CRC-RATE-TYPE    PIC X.
           05 CRC-START-DATE   PIC 9(8).
           05 CRC-MATURITY     PIC 9(8).
      *> Outstanding principal and overdue installments (the same
      *> rule as the LOAN-COLLECTIONS worklist: pending rows due
      *> before the reporting date), with days past due of the
      *> oldest one. A guarantor carries the full exposure of the
      *> loan it guarantees.
           05 CRC-OUTSTANDING  PIC 9(9)V99.
           05 CRC-OVERDUE      PIC 9(9)V99.
           05 CRC-DAYS-LATE    PIC 9(4).
           05 FILLER           PIC X(3).

       01 CRC-HEADER.
           05 CRC-H-REC-TYPE   PIC X.
           05 CRC-H-PERIOD     PIC 9(6).
           05 CRC-H-ASOF       PIC 9(8).
           05 CRC-H-CREATED    PIC 9(8).
           05 CRC-H-LAYOUT     PIC X(8).
           05 FILLER           PIC X(89).

       01 CRC-TRAILER.
           05 CRC-T-REC-TYPE   PIC X.
           05 CRC-T-PERIOD     PIC 9(6).
           05 CRC-T-BORROWERS  PIC 9(6).
           05 CRC-T-GUARANTORS PIC 9(6).
           05 CRC-T-OUTSTANDING PIC 9(11)V99.
           05 CRC-T-OVERDUE    PIC 9(11)V99.
           05 CRC-T-GUARANTEED PIC 9(11)V99.
           05 FILLER           PIC X(62).
