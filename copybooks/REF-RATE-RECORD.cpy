      *> Reference-index fixings (reference_rates.dat), kept by
      *> LOAN-SYSTEM (Dia 32): one line per index and fixing date.
      *> The rate in force for an index on a given day is the line
      *> with the latest RR-FIX-DATE not after that day. Variable-rate
      *> loans pay that fixing plus their LOAN-SPREAD.
       01 RR-REC.
           05 RR-INDEX-CODE PIC X(8).
           05 RR-FIX-DATE   PIC 9(8).
      *> Taxa anual em percentagem; com sinal, que os indexantes do
      *> mercado monetario ja estiveram negativos.
           05 RR-RATE       PIC S9(2)V9(4) SIGN IS LEADING SEPARATE.
