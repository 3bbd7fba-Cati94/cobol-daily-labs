      *> read the same file instead of rolling its own layout.
       01 LOAN-REC.
           05 LOAN-ID          PIC 9(4).
      *> Id zero is the layout header below, never a loan: it is
      *> always the first line; read loops skip it, and the loops
      *> that only take active loans never see it (LHDR-STATUS).
               88 LOAN-LAYOUT-HEADER VALUE 0.
           05 LOAN-ACC-ID      PIC 9(8).
           05 LOAN-PRINCIPAL   PIC 9(7)V99.
           05 LOAN-RATE        PIC 9(2)V9(4).
           05 LOAN-STATUS      PIC X.
               88 LOAN-ACTIVE     VALUE "A".
               88 LOAN-SETTLED    VALUE "L".
      *> W = abatido ao ativo (write-off, loan_writeoffs.dat): sai da
      *> cobranca e da mora; o que ainda se recuperar fica em
      *> loan_recoveries.dat.
               88 LOAN-WRITTEN-OFF VALUE "W".
      *> Taxa variavel: indexante de reference_rates.dat (ex.:
      *> EUR6M), spread somado a fixacao em vigor e periodicidade de
      *> revisao em meses; LOAN-NEXT-RESET e a data da proxima
      *> revisao, em que o lote de revisao do LOAN-SYSTEM recalcula
      *> LOAN-RATE e LOAN-INSTALLMENT. Indexante em branco = taxa
      *> fixa (e o que leem as linhas anteriores aos campos).
           05 LOAN-INDEX-CODE   PIC X(8).
           05 LOAN-SPREAD       PIC 9(2)V9(4).
           05 LOAN-RESET-MONTHS PIC 9(2).
           05 LOAN-NEXT-RESET   PIC 9(8).
      *> Pedido de credito (loan_applications.dat, LOAN-APPLICATIONS
      *> Dia 77) cuja avaliacao justificou a concessao; zero nos
      *> emprestimos anteriores ao circuito de pedidos.
           05 LOAN-APP-ID       PIC 9(5).
      *> Y = titular da conta do emprestimo falecido (espolio aberto
      *> no ESTATE-MAINT, Dia 83): a cobranca trata com o
      *> cabeca-de-casal e nao com o titular. N/branco = normal.
           05 LOAN-ESTATE       PIC X.
               88 LOAN-IN-ESTATE  VALUE "Y".
      *> Layout header, the first line of loans.dat (maintained by
      *> LAYOUT-CHECK, Dia 90): file type, layout version, record
      *> count (loans, header excluded) and who stamped it last.
      *> LHDR-ACC-ID is zero, so no account lookup ever lands on it,
      *> and LHDR-STATUS sits on LOAN-STATUS and always holds 'L', so
      *> a program that reads it as a loan sees a settled one.
       01 LOAN-HEADER-RECORD.
           05 LHDR-ID          PIC 9(4).
           05 LHDR-ACC-ID      PIC 9(8).
           05 LHDR-FILE-TYPE   PIC X(12).
           05 LHDR-VERSION     PIC 9(3).
           05 LHDR-COUNT       PIC 9(9).
           05 LHDR-STAMPED     PIC 9(8).
           05 FILLER           PIC X(3).
           05 LHDR-STATUS      PIC X.
           05 LHDR-PROGRAM     PIC X(20).
           05 FILLER           PIC X(10).
