      *> numeric date, currency, branch); TRANS-CONVERT (Dia 29)
      *> rewrites any historical rows still in one of the old
      *> per-program formats into this one.
      *> Any change to this layout raises LAYOUT-TRANS-VERSION in
      *> LAYOUT-REQUEST.cpy and the file is re-stamped (LAYOUT-STAMP,
      *> Dia 90).
       01 TRANSACTION-RECORD.
           05 TRANS-ID       PIC 9(5).
      *> Key zero is the layout header below, never a movement.
               88 TRANS-LAYOUT-HEADER VALUE 0.
           05 TRANS-ACC-ID   PIC 9(8).
      *> C = credit/deposit, D = debit/withdrawal/transfer-out,
      *> I = interest posting (BANK-SYSTEM-D23), F = maintenance fee
      *> corrige juros (relatorio de retro-valorizacao do Dia 23).
      *> Em branco nas linhas anteriores ao campo.
           05 TRANS-VALUE-DATE PIC 9(8).
      *> Layout header, the record at TRANS-ID zero (maintained by
      *> LAYOUT-CHECK, Dia 90): file type, layout version, record
      *> count (movements, header excluded) and who stamped it last.
      *> THDR-ACC-ID is zero, so no account browse ever reaches it.
       01 TRANSACTION-HEADER-RECORD.
           05 THDR-ID          PIC 9(5).
           05 THDR-ACC-ID      PIC 9(8).
           05 THDR-FILE-TYPE   PIC X(12).
           05 THDR-VERSION     PIC 9(3).
           05 THDR-COUNT       PIC 9(9).
           05 THDR-STAMPED     PIC 9(8).
           05 THDR-PROGRAM     PIC X(20).
           05 FILLER           PIC X(9).
