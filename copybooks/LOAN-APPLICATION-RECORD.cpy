      *> Shared layout for loan_applications.dat, the credit
      *> pipeline kept by LOAN-APPLICATIONS (Dia 77): an application
      *> goes R received -> S assessed -> O offered -> A accepted or
      *> D declined, and GRANT-LOAN (LOAN-SYSTEM, Dia 32) only grants
      *> from an accepted one, marking it G with the new loan id
      *> (which in turn carries LOAN-APP-ID), so every loan on file
      *> traces back to the assessment that justified it.
       01 APP-REC.
           05 APP-ID           PIC 9(5).
           05 APP-DATE         PIC 9(8).
           05 APP-CUST-ID      PIC 9(3).
      *> Account the loan is disbursed to and collected from.
           05 APP-ACC-ID       PIC 9(8).
           05 APP-AMOUNT       PIC 9(7)V99.
           05 APP-TERM         PIC 9(3).
           05 APP-PURPOSE      PIC X(20).
           05 APP-STATUS       PIC X.
               88 APP-RECEIVED VALUE "R".
               88 APP-ASSESSED VALUE "S".
               88 APP-OFFERED  VALUE "O".
               88 APP-ACCEPTED VALUE "A".
               88 APP-DECLINED VALUE "D".
               88 APP-GRANTED  VALUE "G".
      *> Assessment: estimated monthly income from salary credits,
      *> installments of the loans already on file, the installment
      *> of the requested loan at the indicative rate, debt-service
      *> ratio (%), score (0-100) and Y/N recommendation.
           05 APP-ASSESS-DATE  PIC 9(8).
           05 APP-ASSESS-RATE  PIC 9(2)V9(4).
           05 APP-INCOME       PIC 9(7)V99.
           05 APP-EXIST-INST   PIC 9(7)V99.
           05 APP-NEW-INST     PIC 9(7)V99.
           05 APP-DSR          PIC 9(3)V99.
           05 APP-SCORE        PIC 9(3).
           05 APP-RECOMMEND    PIC X.
      *> Offer: blank index = fixed rate APP-OFFER-RATE; otherwise
      *> the variable-rate terms GRANT-LOAN prices at the fixing of
      *> the grant date.
           05 APP-OFFER-AMOUNT PIC 9(7)V99.
           05 APP-OFFER-RATE   PIC 9(2)V9(4).
           05 APP-OFFER-TERM   PIC 9(3).
           05 APP-INDEX-CODE   PIC X(8).
           05 APP-SPREAD       PIC 9(2)V9(4).
           05 APP-RESET-MONTHS PIC 9(2).
           05 APP-OFFER-DATE   PIC 9(8).
           05 APP-DECISION-DATE PIC 9(8).
           05 APP-LOAN-ID      PIC 9(4).
           05 APP-OPERATOR     PIC X(20).
