      *> Product-to-commission-group assignment for product_groups.dat,
      *> maintained in INVOICE-SYSTEM (Dia 20). products.dat carries no
      *> grouping of its own; a product without a line here has no
      *> group and earns the salesperson rate.
       01 PG-REC.
           05 PG-PROD-ID     PIC 9(4).
           05 PG-GROUP       PIC X(6).
