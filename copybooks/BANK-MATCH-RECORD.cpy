      *> Incoming bank credit seen by the matching batch BANK-MATCH
      *> (Dia 20), one line per credit in bank_credit_matches.dat.
      *> The file is both the log that stops a credit being matched
      *> twice (key: date, source, source id) and the worklist of
      *> credits nobody could match: status W lines are worked from
      *> INVOICE-SYSTEM and become R once allocated by hand.
       01 BM-REC.
           05 BM-DATE        PIC 9(8).
      *> T = credit in transactions.dat on the collection account
      *> (BM-SRC-ID = TRANS-ID); C = item in clearing_incoming.dat
      *> (BM-SRC-ID = line number in that day's file).
           05 BM-SOURCE      PIC X.
               88 BM-FROM-TRANS    VALUE "T".
               88 BM-FROM-CLEARING VALUE "C".
           05 BM-SRC-ID      PIC 9(5).
           05 BM-AMOUNT      PIC 9(7)V99.
      *> TRANS-NARRATIVE or the clearing reference, as received.
           05 BM-REF         PIC X(20).
      *> M = matched and posted, W = on the worklist, R = resolved
      *> by hand from the worklist.
           05 BM-STATUS      PIC X.
               88 BM-MATCHED   VALUE "M".
               88 BM-WORKLIST  VALUE "W".
               88 BM-RESOLVED  VALUE "R".
           05 BM-INV-ID      PIC 9(4).
           05 BM-CUSTOMER    PIC A(20).
      *> How it was matched, or why it went to the worklist.
           05 BM-REASON      PIC X(30).
      *> Part of the credit above the invoice's open amount, held on
      *> the customer's account in customer_on_account.dat.
           05 BM-OA-AMOUNT   PIC 9(7)V99.
