           05 APT-T2-UPTO     PIC 9(7)V99.
           05 APT-T2-RATE     PIC 9V9(4).
           05 APT-T3-RATE     PIC 9V9(4).
      *> Produto para menores (conta jovem, mealheiro...): codigo do
      *> produto adulto para onde a conta passa quando o titular faz
      *> 18 anos (corrida mensal de maioridade do MINOR-GUARDIANS,
      *> Dia 85). Vazio = produto de adultos; linhas antigas leem-se
      *> assim.
           05 APT-ADULT-CODE  PIC X(3).
