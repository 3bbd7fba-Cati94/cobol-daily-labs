      *> (the customer leg debits at once, with the settlement
      *> account taking the contra credit); INTERBANK-CLEARING
      *> (Dia 51) picks the pending lines up into the day's outgoing
      *> clearing file and marks them sent. ATTACH-ORDERS (Dia 84)
      *> and the AP-SYSTEM payment run (Day4) append their own
      *> instructions the same way. A sent item the receiving bank
      *> sends back (clearing_returns.dat) is marked returned and the
      *> money goes back to CLO-FROM-ACC.
       01 CLO-REC.
           05 CLO-ID        PIC 9(5).
           05 CLO-DATE      PIC 9(8).
           05 CLO-BEN-ACC   PIC X(20).
           05 CLO-BEN-NAME  PIC X(30).
           05 CLO-AMOUNT    PIC 9(7)V99.
      *> P = por enviar, S = incluido num ficheiro de saida,
      *> R = devolvido pelo banco de destino.
           05 CLO-STATUS    PIC X.
               88 CLO-PENDING  VALUE "P".
               88 CLO-SENT     VALUE "S".
               88 CLO-RETURNED VALUE "R".
           05 CLO-SENT-DATE PIC 9(8).
      *> IBAN do beneficiario (validado na captura); e o destino que
      *> segue no ficheiro da camara. Em branco nas linhas antigas.
           05 CLO-BEN-IBAN  PIC X(34).
      *> Data e motivo da devolucao (so nas linhas R).
           05 CLO-RET-DATE   PIC 9(8).
           05 CLO-RET-REASON PIC X(20).
