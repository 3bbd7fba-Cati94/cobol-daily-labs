      *> Sales commission rate for commission_rates.dat, maintained in
      *> INVOICE-SYSTEM (Dia 20). A rate is either for one salesperson
      *> (CR-TYPE V, employee id from employees_master.dat) or for a
      *> product group (CR-TYPE G, groups assigned to products in
      *> product_groups.dat). On an invoice the product-group rate
      *> wins over the salesperson rate; with neither, no commission.
       01 CR-REC.
           05 CR-TYPE        PIC X.
               88 CR-BY-SALESPERSON VALUE "V".
               88 CR-BY-GROUP       VALUE "G".
           05 CR-SALESPERSON PIC 9(3).
           05 CR-GROUP       PIC X(6).
      *> Percentagem sobre a base sem IVA da fatura.
           05 CR-RATE        PIC 9(2)V99.
