      *> Sales invoice line layout for invoices.dat (INVOICE-SYSTEM,
      *> Dia 20). The file is INDEXED: the primary key INV-KEY is the
      *> invoice number plus the line within it (an invoice keyed
      *> twice with the same number gets lines 001, 002, ...), and
      *> INV-CUSTOMER is the alternate key WITH DUPLICATES so one
      *> customer's invoices are reached with a START instead of a
      *> pass over the whole history. Every program that opens
      *> invoices.dat COPYs this layout. INVOICE-CONVERT (Dia 20) is
      *> the one-off conversion from the old line-sequential file.
       01 INVOICE-RECORD.
           05 INV-KEY.
               10 INV-ID          PIC 9(4).
      *> Invoice number zero (line zero) is the layout header below,
      *> never an invoice: sequential passes start after it (START
      *> on a key greater than zero) or skip INV-ID zero.
                   88 INV-LAYOUT-HEADER VALUE 0.
               10 INV-LINE        PIC 9(3).
           05 INV-DATE        PIC A(10).
           05 INV-PROD-ID     PIC 9(4).
           05 INV-QTY         PIC 9(4).
           05 INV-SUBTOTAL    PIC 9(7)V99.
           05 INV-VAT-RATE    PIC 9(2)V99.
           05 INV-VAT-AMOUNT  PIC 9(7)V99.
           05 INV-TOTAL       PIC 9(7)V99.
           05 INV-CUSTOMER    PIC A(20).
           05 INV-STATUS      PIC X.
               88 INV-ACTIVE     VALUE "A".
               88 INV-CANCELLED  VALUE "C".
      *> P = paid in full, M = part-paid (still aged on what is left).
               88 INV-PAID       VALUE "P".
               88 INV-PARTIAL    VALUE "M".
               88 INV-OPEN       VALUES "A" "M".
      *> Product average cost at the time of sale (PROD-AVG-COST):
      *> the cost of sales behind the gross margin.
           05 INV-UNIT-COST   PIC 9(5)V99.
      *> Salesperson (employee number in employees_master.dat);
      *> 0 = no salesperson, no commission.
           05 INV-SALESPERSON PIC 9(3).
      *> Catalogue unit price at the time of sale and the price
      *> agreement applied (0 = none); the discount given is
      *> INV-QTY x INV-LIST-PRICE - INV-SUBTOTAL.
           05 INV-LIST-PRICE  PIC 9(5)V99.
           05 INV-AGREEMENT   PIC 9(4).
      *> Invoice currency (amounts above are in it) and the euro rate
      *> per unit of that currency on the invoice date (1 for EUR).
           05 INV-CURRENCY    PIC X(3).
           05 INV-FX-RATE     PIC 9(3)V9(6).
      *> Layout header, the record at INV-KEY zero (maintained by
      *> LAYOUT-CHECK, Dia 90): file type, layout version, record
      *> count (invoice lines, header excluded) and who stamped it
      *> last. IHDR-CUSTOMER is blank, so no customer START on the
      *> alternate key lands on it, and IHDR-STATUS sits on
      *> INV-STATUS and always holds 'C', so a program that reads it
      *> as an invoice sees a cancelled one.
       01 INVOICE-HEADER-RECORD.
           05 IHDR-KEY         PIC 9(7).
           05 IHDR-FILE-TYPE   PIC X(8).
           05 IHDR-VERSION     PIC 9(3).
           05 IHDR-COUNT       PIC 9(9).
           05 IHDR-STAMPED     PIC 9(8).
           05 IHDR-PROGRAM     PIC X(20).
           05 FILLER           PIC X(1).
           05 IHDR-CUSTOMER    PIC X(20).
           05 IHDR-STATUS      PIC X.
           05 FILLER           PIC X(33).
