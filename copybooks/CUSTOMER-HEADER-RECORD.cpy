      *> Layout header of customers.dat, always its first line
      *> (maintained by LAYOUT-CHECK, Dia 90): file type, layout
      *> version, record count (customers, header excluded) and who
      *> stamped it last. customers.dat has no shared record copybook
      *> -- each program declares the leading part of the
      *> CUSTOMER-MANAGER (Day08) record it needs -- so the header is
      *> recognised by its customer id of zero, which no customer
      *> ever gets: every program that reads customers.dat declares
      *> an 88 on id zero and skips that line. The width matches the
      *> full CUSTOMER-MANAGER record (258 chars).
       01 CUSTOMER-HEADER-RECORD.
           05 CHDR-ID          PIC 9(3).
           05 CHDR-FILE-TYPE   PIC X(20).
           05 CHDR-VERSION     PIC 9(3).
           05 CHDR-COUNT       PIC 9(9).
           05 CHDR-STAMPED     PIC 9(8).
           05 CHDR-PROGRAM     PIC X(20).
           05 FILLER           PIC X(195).
