      *> Shared layout for the fraud/suspect review queue
      *> (fraud_review.dat). BANK-SYSTEM-D26 appends one pending
      *> entry per flagged transfer; the duplicate-detection sweep
      *> appends its suspects with FR-SOURCE "D"; the AML monitoring
      *> sweep (AML-MONITOR, Dia 79) appends its scenario hits with
      *> FR-SOURCE "A"; FRAUD-REVIEW works the queue, recording
      *> reviewer and disposition date on each entry instead of the
      *> flags piling up unworked.
       01 FRAUD-REC.
           05 FR-ID        PIC 9(5).
           05 FR-DATE      PIC 9(8).
           05 FR-FROM      PIC 9(8).
           05 FR-TO        PIC 9(8).
           05 FR-AMOUNT    PIC 9(7)V99.
      *> T = large transfer (D26), D = duplicate-transaction suspect,
      *> A = AML monitoring scenario hit.
           05 FR-SOURCE    PIC X.
      *> For transfers: the two transactions.dat legs (debit/credit).
      *> For duplicates: the two suspect TRANS-IDs.
      *> For AML hits: first and last TRANS-ID of the pattern; the
      *> account is in both FR-FROM and FR-TO and FR-AMOUNT is the
      *> pattern total.
           05 FR-REF1      PIC 9(5).
           05 FR-REF2      PIC 9(5).
           05 FR-STATUS    PIC X.
               88 FR-CONFIRMED VALUE "F".
           05 FR-REVIEWER  PIC X(20).
           05 FR-DISP-DATE PIC 9(8).
      *> AML scenario code (aml_scenarios.dat): STRU structuring,
      *> PASS pass-through, SPIK activity spike, ROND round amounts.
      *> Blank on transfer and duplicate flags and on lines written
      *> before the field (82 bytes; it was 78).
           05 FR-SCENARIO  PIC X(4).
