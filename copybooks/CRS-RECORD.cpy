      *> Fixed-format layout of crs_report.dat, the annual
      *> reportable-account file for the automatic exchange of tax
      *> information (CRS, and FATCA for US residents) written by
      *> CRS-REPORT (Dia 80). One header record, one detail record
      *> per reportable customer and foreign residence country, and
      *> one trailer with the control totals. The three record types
      *> share the same 150-byte line and are told apart by the first
      *> byte, as in CRC-RECORD.cpy.
       01 CRS-DETAIL.
           05 CRS-REC-TYPE     PIC X.
               88 CRS-IS-HEADER  VALUE "H".
               88 CRS-IS-DETAIL  VALUE "D".
               88 CRS-IS-TRAILER VALUE "T".
           05 CRS-YEAR         PIC 9(4).
      *> CRS for every foreign jurisdiction, FATCA for US.
           05 CRS-REGIME       PIC X(5).
           05 CRS-COUNTRY      PIC X(2).
           05 CRS-TIN          PIC X(20).
      *> Account holder as kept by CUSTOMER-MANAGER (customers.dat).
           05 CRS-CUST-ID      PIC 9(4).
           05 CRS-NAME         PIC X(30).
           05 CRS-ADDRESS      PIC X(40).
           05 CRS-BIRTH-DATE   PIC 9(8).
      *> Year-end balance of the holder's accounts (an overdrawn
      *> account counts as zero) and interest paid in the year
      *> (type I legs in transactions.dat and the archives).
           05 CRS-ACCOUNTS     PIC 9(3).
           05 CRS-BALANCE      PIC 9(11)V99.
           05 CRS-INTEREST     PIC 9(11)V99.
           05 CRS-SELF-CERT    PIC X.
           05 FILLER           PIC X(6).

       01 CRS-HEADER.
           05 CRS-H-REC-TYPE   PIC X.
           05 CRS-H-YEAR       PIC 9(4).
           05 CRS-H-CREATED    PIC 9(8).
           05 CRS-H-SENDER     PIC X(2).
           05 CRS-H-LAYOUT     PIC X(8).
           05 FILLER           PIC X(127).

       01 CRS-TRAILER.
           05 CRS-T-REC-TYPE   PIC X.
           05 CRS-T-YEAR       PIC 9(4).
           05 CRS-T-RECORDS    PIC 9(6).
           05 CRS-T-CUSTOMERS  PIC 9(6).
           05 CRS-T-BALANCE    PIC 9(13)V99.
           05 CRS-T-INTEREST   PIC 9(13)V99.
           05 FILLER           PIC X(103).
