      *> pela emissao de transferencias salariais; zero = pagamento
      *> ainda manual.
           05 EMP-M-BANK-ACC  PIC 9(8).
      *> S assalariado (pago pelas horas contratadas se faltar a
      *> folha de horas), H a hora (so e pago por folha aprovada).
      *> Brancos (registos antigos) contam como assalariado.
           05 EMP-M-PAY-BASIS PIC X.
               88 EMP-M-SALARIED   VALUE "S" " ".
               88 EMP-M-HOURLY     VALUE "H".
