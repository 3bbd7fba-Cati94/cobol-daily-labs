      *> Guardian mandate layout for guardians.dat, maintained by
      *> MINOR-GUARDIANS (Dia 85): one line per legal guardian of a
      *> customer under 18, both sides being customers.dat IDs. A
      *> minor needs one or two active guardians before
      *> CREATE-ACCOUNT (BANK-SYSTEM) opens an account, and a
      *> customer with an active mandate is treated as a minor by
      *> the movement programs: withdrawals and transfers need the
      *> customer ID of one of the active guardians. The monthly
      *> majority run ends the mandate (GD-ENDED) when the minor
      *> turns 18 and moves the accounts to the adult product.
       01 GD-REC.
           05 GD-ID            PIC 9(4).
           05 GD-MINOR-ID      PIC 9(3).
           05 GD-GUARDIAN-ID   PIC 9(3).
           05 GD-GUARDIAN-NAME PIC A(20).
      *> P = pai/mae, T = tutor nomeado pelo tribunal.
           05 GD-RELATION      PIC X.
               88 GD-PARENT      VALUE "P".
               88 GD-COURT-TUTOR VALUE "T".
           05 GD-SINCE         PIC 9(8).
      *> A = ativo, E = terminado pela maioridade, R = retirado.
           05 GD-STATUS        PIC X.
               88 GD-ACTIVE      VALUE "A".
               88 GD-ENDED       VALUE "E".
               88 GD-REMOVED     VALUE "R".
           05 GD-END-DATE      PIC 9(8).
           05 GD-OPERATOR      PIC X(20).
