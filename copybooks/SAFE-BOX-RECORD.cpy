      *> Safe deposit box master layout for safe_boxes.dat, kept by
      *> SAFE-BOX (Dia 82): one line per rentable box, identified by
      *> branch (BR-CODE in branches.dat) and box number within the
      *> branch. SB-CONTRACT points at the rental contract in
      *> safe_box_contracts.dat while the box is let.
       01 SB-REC.
           05 SB-BRANCH      PIC 9(4).
           05 SB-NUMBER      PIC 9(4).
      *> P = pequeno, M = medio, G = grande.
           05 SB-SIZE        PIC X.
               88 SB-SMALL     VALUE "P".
               88 SB-MEDIUM    VALUE "M".
               88 SB-LARGE     VALUE "G".
      *> Chave entregue ao cliente e chave de guarda do banco; as
      *> duas mudam quando a fechadura e substituida depois de uma
      *> abertura forcada.
           05 SB-KEY-CUST    PIC X(8).
           05 SB-KEY-BANK    PIC X(8).
      *> Renda anual de tabela; o contrato guarda a renda acordada.
           05 SB-ANNUAL-RENT PIC 9(5)V99.
      *> L = livre, A = alugado, B = bloqueado (aberto a forca, o
      *> conteudo fica em custodia ate a fechadura ser trocada),
      *> F = fora de servico.
           05 SB-STATUS      PIC X.
               88 SB-FREE         VALUE "L".
               88 SB-RENTED       VALUE "A".
               88 SB-BLOCKED      VALUE "B".
               88 SB-OUT-OF-ORDER VALUE "F".
           05 SB-CONTRACT    PIC 9(5).
