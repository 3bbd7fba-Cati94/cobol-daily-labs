      *> Stamp-duty rate table layout for stamp_duty_rates.dat,
      *> maintained by STAMP-DUTY (Dia 87) and read by STAMP-CALC.
      *> One line per operation type and tax code (verba da tabela
      *> geral do imposto do selo): EMP = loan amount granted, by
      *> term band in months; JUR = loan interest collected; COM =
      *> commissions charged. Basis F applies the rate once to the
      *> base, basis M applies it per month of term (short-term
      *> credit). A later SR-VALID-FROM supersedes an earlier line
      *> for the same operation and band, so rate history is kept.
       01 SR-REC.
           05 SR-OP-TYPE    PIC X(3).
           05 SR-TAX-CODE   PIC X(8).
           05 SR-DESC       PIC X(30).
           05 SR-MIN-TERM   PIC 9(3).
           05 SR-MAX-TERM   PIC 9(3).
           05 SR-BASIS      PIC X.
               88 SR-FLAT      VALUE "F".
               88 SR-PER-MONTH VALUE "M".
      *> Taxa em percentagem (0,6000 = 0,6%).
           05 SR-RATE       PIC 9(2)V9(4).
           05 SR-VALID-FROM PIC 9(8).
