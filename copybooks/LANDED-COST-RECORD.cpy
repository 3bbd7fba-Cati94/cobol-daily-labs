      *> Landed-cost allocation line for landed_costs.dat: a freight,
      *> customs-duty or handling charge registered in PURCHASING
      *> (Day4) against one or more goods receipts, one line per
      *> receipt with its share of the charge. The charge header
      *> fields repeat on every line of the same LC-ID. The share of
      *> the quantity still on hand is added to PROD-AVG-COST; the
      *> rest went out at the old cost and is reported as cost of
      *> sales. AP-SYSTEM matches the supplier's invoice against the
      *> charge and marks its lines invoiced.
       01 LC-REC.
           05 LC-ID           PIC 9(5).
           05 LC-LINE         PIC 9(3).
           05 LC-DATE         PIC 9(8).
           05 LC-SUPPLIER     PIC 9(3).
           05 LC-DOC          PIC X(12).
      *> F = frete, D = direitos aduaneiros, M = manuseamento.
           05 LC-TYPE         PIC X.
               88 LC-FREIGHT     VALUE "F".
               88 LC-DUTY        VALUE "D".
               88 LC-HANDLING    VALUE "M".
      *> Base de reparticao: V = valor, Q = quantidade, P = peso.
           05 LC-BASIS        PIC X.
               88 LC-BY-VALUE    VALUE "V".
               88 LC-BY-QTY      VALUE "Q".
               88 LC-BY-WEIGHT   VALUE "P".
           05 LC-TOTAL        PIC 9(7)V99.
      *> Receipt (received purchase order) carrying this share.
           05 LC-PO-ID        PIC 9(5).
           05 LC-PROD-ID      PIC 9(4).
           05 LC-RCV-QTY      PIC 9(4).
           05 LC-WEIGHT       PIC 9(5)V99.
           05 LC-ALLOC        PIC 9(7)V99.
      *> Stock on hand when allocated and the part of the share
      *> capitalised into the average cost.
           05 LC-ONHAND       PIC 9(4).
           05 LC-CAPITAL      PIC 9(7)V99.
      *> A = repartido, I = faturado no AP-SYSTEM (LC-API-ID).
           05 LC-STATUS       PIC X.
               88 LC-ALLOCATED   VALUE "A".
               88 LC-INVOICED    VALUE "I".
           05 LC-API-ID       PIC 9(5).
