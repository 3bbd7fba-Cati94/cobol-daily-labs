      *> Supplier invoice line for ap_invoices.dat, maintained by
      *> AP-SYSTEM (Day4): entered matched against the purchase order
      *> (or, for freight, duty and handling charges, against the
      *> landed-cost charge in landed_costs.dat), held on a mismatch,
      *> and paid by the payment run through the company's operating
      *> account.
       01 API-REC.
           05 API-ID          PIC 9(5).
           05 API-NUMBER      PIC X(12).
           05 API-SUP-ID      PIC 9(3).
           05 API-PO-ID       PIC 9(5).
           05 API-QTY         PIC 9(4).
           05 API-PRICE       PIC 9(5)V99.
           05 API-AMOUNT      PIC 9(7)V99.
           05 API-DATE        PIC 9(8).
           05 API-DUE         PIC 9(8).
      *> O = em aberto, H = retida por divergencia, P = paga,
      *> A = numa corrida de pagamentos a espera da segunda
      *> autorizacao (AUTH-QUEUE, Dia 68).
           05 API-STATUS      PIC X.
               88 API-OPEN       VALUE "O".
               88 API-HELD       VALUE "H".
               88 API-PAID       VALUE "P".
               88 API-AWAIT-AUTH VALUE "A".
           05 API-HOLD-REASON PIC X(20).
      *> Payment run that selected the invoice, and the outgoing
      *> clearing item (clearing_outgoing.dat CLO-ID) that carried the
      *> money when the supplier banks elsewhere (zero when paid to an
      *> account with this bank). A clearing return on that item puts
      *> the invoice back on hold. Blank on lines older than the
      *> fields.
           05 API-PAY-RUN     PIC 9(5).
           05 API-CLO-ID      PIC 9(5).
      *> Landed-cost charge (landed_costs.dat LC-ID) the invoice bills;
      *> such invoices carry PO, quantity and price zero. Zero on
      *> purchase-order invoices, blank on older lines.
           05 API-LC-ID       PIC 9(5).
