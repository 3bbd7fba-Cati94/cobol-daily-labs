      *> Shared layout for pending_auth.dat, the maker/checker queue
      *> for large manual operations. TRANSACT (BANK-SYSTEM) and
      *> GRANT-LOAN (LOAN-SYSTEM) park operations at or above their
      *> authorization threshold here instead of posting, and every
      *> loan write-off (LOAN-SYSTEM) and every payout from a
      *> deceased customer's estate to an heir (ESTATE-MAINT) waits
      *> here whatever its size, as does every manual GL journal from
      *> GL-LEDGER (journal number in PA-ACC-ID, total debits in
      *> PA-AMOUNT, capped at 9999999.99), and every AP-SYSTEM
      *> supplier payment run at or above its threshold (source
      *> AP-RUN: operating account in PA-ACC-ID, run total in
      *> PA-AMOUNT, run number in the first 5 of PA-NARRATIVE), and
      *> every complaint compensation from COMPLAINTS at or above
      *> the TRANSACT threshold (source COMPLAINT: account credited
      *> in PA-ACC-ID, complaint number in the first 5 of
      *> PA-NARRATIVE);
      *> AUTH-QUEUE (Dia 68) is where a SECOND operator (never the
      *> maker) approves or rejects; the originating program then
      *> executes the approved items and marks them X, writing both
       01 PA-REC.
           05 PA-ID        PIC 9(5).
           05 PA-DATE      PIC 9(8).
      *> TRANSACT, GRANT-LOAN, WRITE-OFF, ESTATE, JOURNAL, AP-RUN
      *> ou COMPLAINT.
           05 PA-SOURCE    PIC X(12).
      *> Para TRANSACT: D = deposito, L = levantamento.
           05 PA-OPTION    PIC X.
           05 PA-RATE      PIC 9(2)V9(4).
           05 PA-TERM      PIC 9(3).
           05 PA-REASON    PIC X(3).
      *> Nas concessoes de taxa variavel leva os termos do
      *> indexante (codigo X(8), spread 9(2)V9(4), periodicidade
      *> 9(2)) nas primeiras 16 posicoes; nos abatimentos
      *> (WRITE-OFF) o numero do emprestimo nas primeiras 4; nos
      *> pagamentos de espolio (ESTATE) a conta do herdeiro nas
      *> primeiras 8 (PA-ACC-ID e a conta do falecido).
           05 PA-NARRATIVE PIC X(20).
           05 PA-MAKER     PIC X(20).
      *> P = pendente, A = aprovada, R = rejeitada, X = executada.
      *> data de lancamento da execucao.
           05 PA-VALUE-DATE PIC 9(8).
           05 PA-VD-SUPER   PIC X(20).
      *> Concessoes: pedido de credito aceite de onde vem a
      *> concessao (LOAN-APPLICATIONS, Dia 77), marcado concedido
      *> na execucao. Zero/branco nos outros pedidos.
           05 PA-APP-ID     PIC 9(5).
