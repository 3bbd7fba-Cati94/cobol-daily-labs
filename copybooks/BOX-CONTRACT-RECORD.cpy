      *> Safe deposit box rental contract layout for
      *> safe_box_contracts.dat, kept by SAFE-BOX (Dia 82). The
      *> contract binds one box to a customer (the holder of the
      *> billing account) and to the account the annual rent is
      *> debited from. FEE-POSTING (Dia 34) charges SC-RENT in its
      *> monthly run on every anniversary (SC-NEXT-DUE) as a type F
      *> leg with reason COM; rent that the account cannot cover is
      *> carried in SC-ARREARS and retried on the following runs.
      *> Besides the holder and joint holders, the account's active
      *> signatories with power F or C (signatories.dat) may open
      *> the box.
       01 SC-REC.
           05 SC-ID          PIC 9(5).
           05 SC-BRANCH      PIC 9(4).
           05 SC-BOX         PIC 9(4).
           05 SC-CUST-ID     PIC 9(4).
           05 SC-HOLDER      PIC X(30).
           05 SC-BILL-ACC    PIC 9(8).
           05 SC-START       PIC 9(8).
      *> Data de termo acordada; zero = sem termo (renova-se).
           05 SC-END         PIC 9(8).
           05 SC-RENT        PIC 9(5)V99.
      *> Proximo aniversario ainda nao cobrado.
           05 SC-NEXT-DUE    PIC 9(8).
      *> Renda vencida e nao cobrada e data do primeiro aniversario
      *> em divida (zero quando nada esta em atraso).
           05 SC-ARREARS     PIC 9(7)V99.
           05 SC-UNPAID-SINCE PIC 9(8).
      *> A = ativo, T = terminado (chave devolvida), O = cofre aberto
      *> a forca.
           05 SC-STATUS      PIC X.
               88 SC-ACTIVE      VALUE "A".
               88 SC-TERMINATED  VALUE "T".
               88 SC-FORCED      VALUE "O".
           05 SC-OPERATOR    PIC X(20).
