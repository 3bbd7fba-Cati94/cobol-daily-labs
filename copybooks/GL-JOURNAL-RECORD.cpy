      *> Manual journal line for gl_journals.dat, captured in GL-LEDGER
      *> (Dia 55) for accruals, reclassifications and corrections that
      *> do not come from transactions.dat. One record per line; all
      *> lines of a journal share JN-ID, date, description, status and
      *> operators. A journal is parked in pending_auth.dat (source
      *> JOURNAL) and only reaches gl_ledger.dat once a second
      *> operator has approved it in AUTH-QUEUE (Dia 68). Journals
      *> flagged JN-REVERSE = "S" get an automatic reversal (type V,
      *> JN-ORIG-ID = original journal) dated the first day of the
      *> next period.
       01 JN-REC.
           05 JN-ID         PIC 9(6).
           05 JN-LINE       PIC 9(3).
           05 JN-DATE       PIC 9(8).
      *> M manual, V estorno automatico.
           05 JN-TYPE       PIC X.
               88 JN-MANUAL     VALUE "M".
               88 JN-REVERSAL   VALUE "V".
           05 JN-ORIG-ID    PIC 9(6).
           05 JN-REVERSE    PIC X.
           05 JN-DESC       PIC X(30).
           05 JN-ACCOUNT    PIC X(10).
           05 JN-BRANCH     PIC 9(4).
           05 JN-DC         PIC X.
           05 JN-AMOUNT     PIC 9(11)V99.
           05 JN-MAKER      PIC X(20).
      *> P pendente de aprovacao, L lancado no razao, R rejeitado.
           05 JN-STATUS     PIC X.
               88 JN-PENDING    VALUE "P".
               88 JN-POSTED     VALUE "L".
               88 JN-REJECTED   VALUE "R".
           05 JN-CHECKER    PIC X(20).
           05 JN-POST-DATE  PIC 9(8).
