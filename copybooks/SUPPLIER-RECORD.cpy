      *> Supplier master for suppliers.dat, shared by PURCHASING
      *> (where suppliers are registered and their bank details kept)
      *> and AP-SYSTEM (whose payment run pays them through the bank).
      *> Lines written before the bank details existed read with a
      *> blank SUP-PAY-METHOD: such a supplier still gets a remittance
      *> but no money moves until the details are keyed.
       01 SUPPLIER-REC.
           05 SUP-ID         PIC 9(3).
           05 SUP-NAME       PIC X(25).
           05 SUP-CONTACT    PIC X(20).
      *> I = account with this bank (SUP-ACC-ID, credited directly);
      *> E = account at another bank (SUP-IBAN / SUP-BANK, paid by an
      *> outgoing clearing item); blank = no bank details.
           05 SUP-PAY-METHOD PIC X.
               88 SUP-PAY-INTERNAL VALUE "I".
               88 SUP-PAY-EXTERNAL VALUE "E".
               88 SUP-NO-BANK      VALUE SPACE.
           05 SUP-ACC-ID     PIC 9(8).
      *> Validated by IBAN-CHECK (Dia 86) when keyed, stored compacted
      *> in upper case; SUP-BANK is the clearing bank code taken from
      *> the IBAN.
           05 SUP-IBAN       PIC X(34).
           05 SUP-BANK       PIC 9(4).
