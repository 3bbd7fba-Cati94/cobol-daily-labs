      *> Layout of the daily card-network settlement file
      *> (card_settlement.dat), one line per card purchase or cash
      *> withdrawal the network settled against our cards. Loaded by
      *> CARD-SYSTEM (Dia 73), which posts the accepted items and
      *> keeps every line, accepted or declined, in card_journal.dat.
       01 CS-REC.
           05 CS-CARD-NUMBER PIC 9(16).
           05 CS-TXN-DATE    PIC 9(8).
      *> P = compra em terminal de pagamento (POS);
      *> A = levantamento em caixa automatico (ATM).
           05 CS-TYPE        PIC X.
               88 CS-POS      VALUE "P".
               88 CS-ATM      VALUE "A".
           05 CS-AMOUNT      PIC 9(7)V99.
      *> Identificador do terminal (POS do comerciante ou ATM).
           05 CS-TERMINAL    PIC X(8).
           05 CS-MERCHANT    PIC X(20).
           05 CS-NET-REF     PIC X(12).
