      *> Parameter block for IBAN-CHECK (Dia 86), the shared IBAN
      *> rule. With IBR-GENERATE the caller puts one of our accounts
      *> in IBR-ACC-ID / IBR-BRANCH and gets back the national account
      *> number (NIB: bank + branch + 11-digit account + 2 check
      *> digits) and the IBAN with its mod-97 check digits. With
      *> IBR-VALIDATE the caller puts a keyed IBAN in IBR-IBAN (any
      *> case, spaces allowed) and gets IBR-RESULT = Y only when the
      *> country, length and mod-97 check all hold; IBR-IBAN comes
      *> back compacted to upper case, and for a Portuguese IBAN
      *> IBR-BANK / IBR-NIB carry the clearing bank code and NIB.
      *> IBR-OWN-BANK = Y when the IBAN belongs to this bank.
       01 IBAN-REQUEST.
           05 IBR-ACTION    PIC X.
               88 IBR-GENERATE VALUE "G".
               88 IBR-VALIDATE VALUE "V".
           05 IBR-ACC-ID    PIC 9(8).
           05 IBR-BRANCH    PIC 9(4).
           05 IBR-IBAN      PIC X(34).
           05 IBR-NIB       PIC X(21).
           05 IBR-BANK      PIC 9(4).
      *> IBAN em grupos de 4 para impressao (PT50 0099 ...).
           05 IBR-PRINT     PIC X(42).
           05 IBR-RESULT    PIC X.
           05 IBR-OWN-BANK  PIC X.
           05 IBR-REASON    PIC X(30).
