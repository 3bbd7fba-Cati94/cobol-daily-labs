      *> an expiry date. TRANSACT checks the presenting person
      *> against holder, joint owners and this register before any
      *> movement; TELLER-DRAWER has the same check as a counter
      *> enquiry. SAFE-BOX (Dia 82) admits F and C holders of the
      *> contract's billing account to the rented box.
       01 SG-REC.
           05 SG-ID     PIC 9(4).
           05 SG-ACC-ID PIC 9(8).
           05 SG-NAME   PIC X(30).
      *> D = so depositos, F = plenos poderes, V = so consulta,
      *> C = so acesso ao cofre de aluguer (nao movimenta a conta).
           05 SG-POWER  PIC X.
               88 SG-DEPOSIT-ONLY VALUE "D".
               88 SG-FULL         VALUE "F".
               88 SG-VIEW-ONLY    VALUE "V".
               88 SG-BOX-ONLY     VALUE "C".
           05 SG-EXPIRY PIC 9(8).
      *> A = ativo, R = revogado.
           05 SG-STATUS PIC X.
