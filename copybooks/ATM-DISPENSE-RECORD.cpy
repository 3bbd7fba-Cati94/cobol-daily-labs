      *> Layout of the ATM dispense journal: one line per withdrawal
      *> attempt recorded by the terminal itself (its electronic
      *> journal), whoever issued the card -- our own cards and other
      *> banks' cards alike. The daily extract from the terminals
      *> (atm_ej_extract.dat) is loaded by ATM-TERMINALS (Dia 74) into
      *> atm_dispense_journal.dat, stamped with the load date; the
      *> replenishment close reconciles each terminal's cassette count
      *> against the notes this journal says were dispensed in the
      *> cycle. card_journal.dat only carries what the card network
      *> settled against our own cards and cannot be used for that.
       01 ADJ-REC.
           05 ADJ-ATM-ID      PIC X(8).
           05 ADJ-TXN-DATE    PIC 9(8).
           05 ADJ-TXN-TIME    PIC 9(6).
      *> Transaction sequence number kept by the terminal.
           05 ADJ-SEQ         PIC 9(6).
      *> O = card issued by us, F = card of another bank.
           05 ADJ-CARD-ORIGIN PIC X.
               88 ADJ-OWN-CARD     VALUE "O".
               88 ADJ-FOREIGN-CARD VALUE "F".
      *> D = notes dispensed, N = not dispensed (declined, cancelled
      *> or cash retracted); only D lines leave the cassettes.
           05 ADJ-RESULT      PIC X.
               88 ADJ-DISPENSED    VALUE "D".
           05 ADJ-AMOUNT      PIC 9(7)V99.
      *> Blank in the extract; set when the line is loaded.
           05 ADJ-LOAD-DATE   PIC 9(8).
