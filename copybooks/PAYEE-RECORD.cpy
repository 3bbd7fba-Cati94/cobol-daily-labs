      *> Registered payee layout for payees.dat, kept by
      *> BANK-SYSTEM-D26: one line per beneficiary an account may
      *> send money to. TRANSFER only credits an internal account that
      *> is an active payee of the source account, and the transfer to
      *> another bank takes the bank, account and name from the payee
      *> instead of letting them be typed in. While a payee is younger
      *> than the cooling-off period (system parameter PAYEE-COOL-D)
      *> transfers to it are held under the lower cooling-off limit
      *> (PAYEE-COOL-L).
       01 PY-REC.
           05 PY-ID          PIC 9(5).
      *> Conta de origem a que o beneficiario pertence.
           05 PY-ACC-ID      PIC 9(8).
           05 PY-NAME        PIC X(30).
      *> I = conta interna (PY-DEST-ACC), E = outro banco
      *> (PY-EXT-BANK + PY-EXT-ACC, que juntos dao o NIB).
           05 PY-TYPE        PIC X.
               88 PY-INTERNAL  VALUE "I".
               88 PY-EXTERNAL  VALUE "E".
           05 PY-DEST-ACC    PIC 9(8).
           05 PY-EXT-BANK    PIC 9(4).
           05 PY-EXT-ACC     PIC X(20).
      *> Data de registo; uma alteracao do destino reinicia-a, e com
      *> ela o periodo de carencia.
           05 PY-ADDED-DATE  PIC 9(8).
      *> A = ativo, X = eliminado (a linha fica para historico).
           05 PY-STATUS      PIC X.
               88 PY-ACTIVE    VALUE "A".
               88 PY-DELETED   VALUE "X".
           05 PY-OPERATOR    PIC X(20).
      *> IBAN do beneficiario de outro banco, validado pelo
      *> IBAN-CHECK na captura; linhas antigas ficam em branco e o
      *> beneficiario tem de ser atualizado antes de nova
      *> transferencia.
           05 PY-EXT-IBAN    PIC X(34).
