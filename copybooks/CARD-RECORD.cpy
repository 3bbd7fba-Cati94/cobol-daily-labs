      *> Shared debit-card register layout for cards.dat, maintained
      *> by CARD-SYSTEM (Dia 73). One line per card issued against an
      *> account of accounts.dat; the network settlement load checks
      *> every card item against the card's status, expiry and daily
      *> limits before it touches the account.
       01 CARD-REC.
           05 CARD-NUMBER     PIC 9(16).
           05 CARD-ACC-ID     PIC 9(8).
      *> Nome gravado no cartao (o titular ou um co-titular).
           05 CARD-HOLDER     PIC A(30).
      *> Validade AAAAMM: o cartao serve ate ao fim desse mes.
           05 CARD-EXPIRY     PIC 9(6).
      *> A = ativo; B = bloqueado (pelo cliente ou pelo banco, pode
      *> ser reativado); L = perdido/roubado (definitivo, emite-se
      *> um cartao novo); E = expirado (marcado pela carga quando a
      *> validade passa).
           05 CARD-STATUS     PIC X.
               88 CARD-ACTIVE  VALUE "A".
               88 CARD-BLOCKED VALUE "B".
               88 CARD-LOST    VALUE "L".
               88 CARD-EXPIRED VALUE "E".
      *> Limites diarios por canal: compras em terminal de pagamento
      *> (POS) e levantamentos em caixa automatico (ATM).
           05 CARD-POS-LIMIT  PIC 9(5)V99.
           05 CARD-ATM-LIMIT  PIC 9(5)V99.
           05 CARD-ISSUE-DATE PIC 9(8).
