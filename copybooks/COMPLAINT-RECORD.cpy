      *> Complaints register layout for complaints.dat, kept by
      *> COMPLAINTS (Dia 94): one line per customer complaint. Every
      *> complaint belongs to a customer (customers.dat) and may point
      *> at the account, movement or invoice it is about (zero when
      *> not relevant). The response deadline is set at registration
      *> (CPL-DAYS business days after receipt); each change of
      *> status is also appended to complaint_history.dat
      *> (COMPLAINT-HISTORY-RECORD.cpy). Compensation is credited to
      *> a customer account as a movement with reason code RCL.
      *> Width is 162 chars.
       01 CPL-REC.
           05 CPL-ID          PIC 9(5).
           05 CPL-CUST-ID     PIC 9(3).
           05 CPL-ACC-ID      PIC 9(8).
           05 CPL-TRANS-ID    PIC 9(5).
           05 CPL-INVOICE-ID  PIC 9(4).
      *> Branch answerable to the regulator: the account's branch,
      *> or the branch keyed at intake when there is no account.
           05 CPL-BRANCH      PIC 9(4).
      *> CNT contas e depositos, CRD credito, CAR cartoes e
      *> pagamentos, TRF transferencias, COM comissoes e encargos,
      *> ATD atendimento, FAT faturacao, OUT outros.
           05 CPL-CATEGORY    PIC X(3).
      *> B balcao, C carta, T telefone, E email, L livro de
      *> reclamacoes.
           05 CPL-CHANNEL     PIC X.
           05 CPL-SUBJECT     PIC X(40).
           05 CPL-RECEIVED    PIC 9(8).
           05 CPL-DEADLINE    PIC 9(8).
      *> Operator handling the complaint; blank = not yet assigned.
           05 CPL-HANDLER     PIC X(20).
      *> R = registada, A = em analise, F = respondida e fechada.
           05 CPL-STATUS      PIC X.
               88 CPL-REGISTERED  VALUE "R".
               88 CPL-IN-ANALYSIS VALUE "A".
               88 CPL-CLOSED      VALUE "F".
               88 CPL-OPEN        VALUES "R" "A".
      *> P = procedente, C = parcialmente procedente,
      *> I = improcedente; blank while open.
           05 CPL-OUTCOME     PIC X.
               88 CPL-UPHELD      VALUE "P".
               88 CPL-PARTIAL     VALUE "C".
               88 CPL-REJECTED    VALUE "I".
           05 CPL-ANSWERED    PIC 9(8).
           05 CPL-COMP-AMOUNT PIC 9(7)V99.
      *> Blank = no compensation, Q = waiting for dual authorization
      *> (pending_auth.dat, source COMPLAINT), P = paid, R = refused
      *> at dual authorization.
           05 CPL-COMP-STATUS PIC X.
               88 CPL-COMP-QUEUED  VALUE "Q".
               88 CPL-COMP-PAID    VALUE "P".
               88 CPL-COMP-REFUSED VALUE "R".
           05 CPL-COMP-ACC    PIC 9(8).
      *> Pending-auth request id while queued, movement id once paid.
           05 CPL-COMP-REF    PIC 9(5).
           05 CPL-OPENED-BY   PIC X(20).
