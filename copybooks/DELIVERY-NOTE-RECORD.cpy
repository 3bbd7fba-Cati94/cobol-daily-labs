      *> Delivery note (guia de transporte) line for
      *> delivery_notes.dat, maintained by INVOICE-SYSTEM (Dia 20):
      *> one line per product and lot leg taken from the load location
      *> at dispatch, when the stock moves. Invoicing is raised later
      *> from one or more notes without moving stock again; the lines
      *> then carry the invoice that billed them.
       01 DN-REC.
           05 DN-ID           PIC 9(5).
           05 DN-LINE         PIC 9(3).
           05 DN-DATE         PIC 9(8).
           05 DN-CUSTOMER     PIC A(20).
           05 DN-PROD-ID      PIC 9(4).
           05 DN-QTY          PIC 9(4).
      *> Lot consumed first-expired-first-out (blank = stock without
      *> lots) and the location the goods were loaded from.
           05 DN-LOT          PIC X(10).
           05 DN-LOCATION     PIC X(10).
      *> Product average cost at dispatch (cost of sales of the
      *> invoice raised from the note).
           05 DN-UNIT-COST    PIC 9(5)V99.
      *> S = expedida por faturar, I = faturada (DN-INV-ID).
           05 DN-STATUS       PIC X.
               88 DN-SHIPPED     VALUE "S".
               88 DN-INVOICED    VALUE "I".
           05 DN-INV-ID       PIC 9(4).
