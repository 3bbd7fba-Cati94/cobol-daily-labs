      *> Safe deposit box access log layout for safe_box_access.dat,
      *> appended by SAFE-BOX (Dia 82): one line per visit to the
      *> vault, admitted or refused, and one per forced opening.
       01 SX-REC.
           05 SX-DATE        PIC 9(8).
           05 SX-TIME        PIC 9(6).
           05 SX-BRANCH      PIC 9(4).
           05 SX-BOX         PIC 9(4).
           05 SX-CONTRACT    PIC 9(5).
           05 SX-PERSON      PIC X(30).
      *> T = titular, J = contitular, S = assinatura/procuracao
      *> (signatories.dat), F = abertura forcada (SX-PERSON e a
      *> testemunha), blank = pessoa nao autorizada.
           05 SX-CAPACITY    PIC X.
           05 SX-RESULT      PIC X.
               88 SX-ADMITTED  VALUE "A".
               88 SX-REFUSED   VALUE "R".
           05 SX-OPERATOR    PIC X(20).
