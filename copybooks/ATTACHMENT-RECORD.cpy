      *> Attachment-order register layout for attachment_orders.dat,
      *> kept by ATTACH-ORDERS (Dia 84): one line per court or
      *> tax-authority order naming an amount to be seized from a
      *> customer (ACC-CUST-ID) and a priority. The amount is held on
      *> the debtor's accounts through ACC-HOLD-AMOUNT -- the
      *> per-account split lives in attachment_holds.dat -- and later
      *> credits are captured until the order is covered. The
      *> remittance run pays what is held to the authority through
      *> interbank clearing (clearing_outgoing.dat).
       01 AO-REC.
           05 AO-ID          PIC 9(5).
           05 AO-CUST-ID     PIC 9(3).
      *> T = tribunal, F = financas, S = seguranca social, O = outra.
           05 AO-AUTH-TYPE   PIC X.
               88 AO-COURT       VALUE "T".
               88 AO-TAX         VALUE "F".
               88 AO-SOCIAL-SEC  VALUE "S".
               88 AO-OTHER-AUTH  VALUE "O".
           05 AO-AUTHORITY   PIC X(30).
      *> Numero do processo / referencia da autoridade.
           05 AO-REFERENCE   PIC X(20).
           05 AO-AMOUNT      PIC 9(9)V99.
      *> 1 = mais prioritaria; a captura serve as ordens por
      *> prioridade e, dentro dela, pela data de rececao.
           05 AO-PRIORITY    PIC 9(2).
           05 AO-RECEIVED    PIC 9(8).
      *> Conta da autoridade para a remessa: banco na camara de
      *> compensacao e resto do NIB, tirados do IBAN.
           05 AO-BANK        PIC 9(4).
           05 AO-BEN-ACC     PIC X(20).
      *> Cativo hoje nas contas do devedor e ja remetido; o que falta
      *> capturar e AO-AMOUNT - AO-HELD - AO-REMITTED.
           05 AO-HELD        PIC 9(9)V99.
           05 AO-REMITTED    PIC 9(9)V99.
      *> A = ativa, S = satisfeita (tudo remetido), L = levantada
      *> pela autoridade (cativos libertados).
           05 AO-STATUS      PIC X.
               88 AO-ACTIVE      VALUE "A".
               88 AO-SATISFIED   VALUE "S".
               88 AO-LIFTED      VALUE "L".
           05 AO-CLOSED-DATE PIC 9(8).
           05 AO-OPERATOR    PIC X(20).
      *> IBAN da autoridade, validado pelo IBAN-CHECK no registo; e o
      *> destino que segue na instrucao de compensacao.
           05 AO-BEN-IBAN    PIC X(34).
