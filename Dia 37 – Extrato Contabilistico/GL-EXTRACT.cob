      *>   F fee charged    -> debit  CLIENTES,  credit COMISSOES
      *>   E reversal (in)  -> credit CLIENTES,  debit  CAIXA
      *>   R reversal (out) -> debit  CLIENTES,  credit CAIXA
      *>   S stamp duty     -> debit  CLIENTES,  credit SELO-PAGAR
      *>     (the F legs with reason SEL, grouped apart from fees so
      *>     the duty lands on the payable account, not on income)
      *> When the teller's branch (TRANS-BRANCH) is not the branch
      *> that holds the account (ACC-BRANCH in accounts.dat), the
      *> customer leg belongs to the holding branch: for every such
      *> (type, teller branch, holding branch, currency) group the
      *> extract moves the customer leg across with due to / due from
      *> lines on the inter-branch accounts IB<own><other>, e.g.
      *>   deposit at 0001 for an account held at 0002:
      *>     0001 debit  CLIENTES,    credit IB00010002 (due to 0002)
      *>     0002 credit CLIENTES,    debit  IB00020001 (due from 0001)
      *> so each pair of IB accounts nets to zero in gl_ledger.dat
      *> (reconciled monthly in GL-LEDGER).
      *> All groups are followed by CONTROLO debit/credit total lines. The file is
      *> only handed over when total debits equal total credits --
      *> an unbalanced extract is deleted and refused.
      *>
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

      *> Mestre de contas: so para saber a agencia da conta.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT GL-FILE ASSIGN TO "gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       01 WS-GL-IDX        PIC 9(3).
       01 WS-GL-MATCH      PIC 9(3).
       01 WS-GL-FOUND      PIC X VALUE "N".
      *> Tipo do grupo: o do movimento, salvo a perna de selo (F com
      *> motivo SEL), que forma o grupo S.
       01 WS-GROUP-TYPE    PIC X.

      *> Regras carregadas de gl_rules.dat (vazio = so mapa fixo).
       01 WS-RULES-STATUS  PIC XX.
               10 WS-RULE-CREDIT PIC X(10).
       01 WS-RULE-HIT      PIC X.

      *> Movimentos cruzados por (tipo, agencia do balcao, agencia
      *> da conta, moeda).
       01 WS-ACC-STATUS    PIC XX.
       01 WS-ACC-OPEN      PIC X VALUE "N".
       01 WS-HOME-BRANCH   PIC 9(4).
       01 WS-IB-TABLE.
           05 WS-IB-ENTRY OCCURS 200 TIMES.
               10 WS-IB-TYPE     PIC X.
               10 WS-IB-TELLER   PIC 9(4).
               10 WS-IB-HOME     PIC 9(4).
               10 WS-IB-CURRENCY PIC X(3).
               10 WS-IB-CNT      PIC 9(6).
               10 WS-IB-TOT      PIC 9(11)V99.
       01 WS-IB-COUNT      PIC 9(3) VALUE 0.
       01 WS-IB-IDX        PIC 9(3).
       01 WS-IB-MATCH      PIC 9(3).
       01 WS-IB-FOUND      PIC X VALUE "N".
      *> Conta interagencias: IB + agencia propria + contraparte.
       01 WS-IB-ACCOUNT.
           05 FILLER          PIC X(2) VALUE "IB".
           05 WS-IB-ACC-OWN   PIC 9(4).
           05 WS-IB-ACC-OTHER PIC 9(4).
       01 WS-CLI-ACCT      PIC X(10).
       01 WS-CLI-REV-DC    PIC X.

       01 WS-TOTAL-DEBITS  PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.
       01 WS-CLI-DC        PIC X.
       01 WS-CONTRA-ACCT   PIC X(10).
       01 WS-CONTRA-DC     PIC X.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== EXTRATO CONTABILISTICO ====="
           MOVE "GL-EXTRACT" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               GOBACK
           END-IF
           DISPLAY "Data a extrair (AAAAMMDD, 0 = tudo):"
           ACCEPT WS-EXTRACT-DATE

               GOBACK
           END-IF

      *> Sem mestre de contas nao ha como detetar movimentos
      *> cruzados: o extrato sai so pela agencia do balcao.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACC-STATUS = "00"
               MOVE "Y" TO WS-ACC-OPEN
           ELSE
               CLOSE ACCOUNTS-FILE
               DISPLAY "AVISO: accounts.dat indisponivel - sem pernas "
                       "interagencias."
           END-IF

           MOVE "N" TO EOF-FLAG
           SET TRANS-LAYOUT-HEADER TO TRUE
           START TRANS-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "S"
               READ TRANS-FILE NEXT RECORD
                   AT END MOVE "S" TO EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           IF WS-ACC-OPEN = "Y"
               CLOSE ACCOUNTS-FILE
           END-IF

           IF WS-PICKED = 0
               DISPLAY "Sem movimentos para a data pedida."
           PERFORM WRITE-GL-LINES
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
           PERFORM WRITE-INTERBRANCH-LINES
               VARYING WS-IB-IDX FROM 1 BY 1
               UNTIL WS-IB-IDX > WS-IB-COUNT
           PERFORM WRITE-CONTROL-RECORDS
           CLOSE GL-FILE

               DISPLAY "Extrato equilibrado gravado em "
                       "gl_postings.dat (" WS-PICKED
                       " movimento(s), " WS-GL-COUNT " grupo(s))."
               IF WS-IB-COUNT > 0
                   DISPLAY "Incluidos " WS-IB-COUNT " grupo(s) de "
                           "movimentos entre agencias."
               END-IF
           ELSE
               CALL "SYSTEM" USING "rm -f gl_postings.dat"
               DISPLAY "*** EXTRATO DESEQUILIBRADO: debitos "
           GOBACK.

       ACCUMULATE-GL.
           MOVE TRANS-TYPE TO WS-GROUP-TYPE
           IF TRANS-FEE AND TRANS-REASON = "SEL"
               MOVE "S" TO WS-GROUP-TYPE
           END-IF
           MOVE "N" TO WS-GL-FOUND
           MOVE 0 TO WS-GL-MATCH
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
                      OR WS-GL-FOUND = "Y"
               IF WS-GL-TYPE (WS-GL-IDX) = WS-GROUP-TYPE
                  AND WS-GL-BRANCH (WS-GL-IDX) = TRANS-BRANCH
                  AND WS-GL-CURRENCY (WS-GL-IDX) = TRANS-CURRENCY
                   MOVE "Y" TO WS-GL-FOUND
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT TO WS-GL-MATCH
               MOVE WS-GROUP-TYPE TO WS-GL-TYPE (WS-GL-MATCH)
               MOVE TRANS-BRANCH TO WS-GL-BRANCH (WS-GL-MATCH)
               MOVE TRANS-CURRENCY TO WS-GL-CURRENCY (WS-GL-MATCH)
               MOVE 0 TO WS-GL-CNT (WS-GL-MATCH)
               MOVE 0 TO WS-GL-TOT (WS-GL-MATCH)
           END-IF
           ADD 1 TO WS-GL-CNT (WS-GL-MATCH)
           ADD TRANS-AMOUNT TO WS-GL-TOT (WS-GL-MATCH)
           PERFORM ACCUMULATE-INTERBRANCH.

      *> Movimento feito ao balcao de uma agencia sobre conta de
      *> outra: acumula por (tipo, balcao, agencia da conta, moeda)
      *> para as pernas de acerto entre as duas agencias.
       ACCUMULATE-INTERBRANCH.
           IF WS-ACC-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-BRANCH TO WS-HOME-BRANCH
           MOVE TRANS-ACC-ID TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACC-BRANCH TO WS-HOME-BRANCH
           END-READ
           IF WS-HOME-BRANCH = TRANS-BRANCH
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-IB-FOUND
           MOVE 0 TO WS-IB-MATCH
           PERFORM VARYING WS-IB-IDX FROM 1 BY 1
                   UNTIL WS-IB-IDX > WS-IB-COUNT
                      OR WS-IB-FOUND = "Y"
               IF WS-IB-TYPE (WS-IB-IDX) = WS-GROUP-TYPE
                  AND WS-IB-TELLER (WS-IB-IDX) = TRANS-BRANCH
                  AND WS-IB-HOME (WS-IB-IDX) = WS-HOME-BRANCH
                  AND WS-IB-CURRENCY (WS-IB-IDX) = TRANS-CURRENCY
                   MOVE "Y" TO WS-IB-FOUND
                   MOVE WS-IB-IDX TO WS-IB-MATCH
               END-IF
           END-PERFORM
           IF WS-IB-FOUND = "N"
               IF WS-IB-COUNT >= 200
                   DISPLAY "AVISO: tabela interagencias cheia - conta "
                           TRANS-ACC-ID " fica na agencia "
                           TRANS-BRANCH "."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IB-COUNT
               MOVE WS-IB-COUNT TO WS-IB-MATCH
               MOVE WS-GROUP-TYPE TO WS-IB-TYPE (WS-IB-MATCH)
               MOVE TRANS-BRANCH TO WS-IB-TELLER (WS-IB-MATCH)
               MOVE WS-HOME-BRANCH TO WS-IB-HOME (WS-IB-MATCH)
               MOVE TRANS-CURRENCY TO WS-IB-CURRENCY (WS-IB-MATCH)
               MOVE 0 TO WS-IB-CNT (WS-IB-MATCH)
               MOVE 0 TO WS-IB-TOT (WS-IB-MATCH)
           END-IF
           ADD 1 TO WS-IB-CNT (WS-IB-MATCH)
           ADD TRANS-AMOUNT TO WS-IB-TOT (WS-IB-MATCH).

      *> Carrega as regras de lancamento do GL-LEDGER (Dia 55); sem
      *> ficheiro, vale o mapa fixo historico deste extrato.
                   MOVE "D" TO WS-CLI-DC
                   MOVE "COMISSOES" TO WS-CONTRA-ACCT
                   MOVE "C" TO WS-CONTRA-DC
               WHEN "S"
                   MOVE "D" TO WS-CLI-DC
                   MOVE "SELO-PAGAR" TO WS-CONTRA-ACCT
                   MOVE "C" TO WS-CONTRA-DC
               WHEN OTHER
                   MOVE "D" TO WS-CLI-DC
                   MOVE "SUSPENSO" TO WS-CONTRA-ACCT
           WRITE GL-REC
           PERFORM ADD-TO-CONTROL.

      *> Acerto de um grupo cruzado: a perna do cliente sai da
      *> agencia do balcao e entra na agencia da conta, contra as
      *> contas interagencias de cada lado (IB balcao+conta no
      *> balcao, IB conta+balcao na agencia da conta). A conta do
      *> cliente e a da regra de lancamento do lado do cliente, ou
      *> CLIENTES no mapa fixo.
       WRITE-INTERBRANCH-LINES.
           EVALUATE WS-IB-TYPE (WS-IB-IDX)
               WHEN "C"
               WHEN "E"
               WHEN "I"
                   MOVE "C" TO WS-CLI-DC
                   MOVE "D" TO WS-CLI-REV-DC
               WHEN OTHER
                   MOVE "D" TO WS-CLI-DC
                   MOVE "C" TO WS-CLI-REV-DC
           END-EVALUATE
           MOVE "CLIENTES" TO WS-CLI-ACCT
           MOVE "N" TO WS-RULE-HIT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-HIT = "Y"
               IF WS-RULE-TYPE (WS-RULE-IDX) =
                  WS-IB-TYPE (WS-IB-IDX)
                   MOVE "Y" TO WS-RULE-HIT
                   IF WS-CLI-DC = "D"
                       MOVE WS-RULE-DEBIT (WS-RULE-IDX) TO WS-CLI-ACCT
                   ELSE
                       MOVE WS-RULE-CREDIT (WS-RULE-IDX)
                           TO WS-CLI-ACCT
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-EXTRACT-DATE TO GL-DATE
           MOVE WS-IB-CURRENCY (WS-IB-IDX) TO GL-CURRENCY
           MOVE WS-IB-CNT (WS-IB-IDX) TO GL-COUNT
           MOVE WS-IB-TOT (WS-IB-IDX) TO GL-AMOUNT

      *> Agencia do balcao: estorna a perna do cliente.
           MOVE WS-IB-TELLER (WS-IB-IDX) TO GL-BRANCH
           MOVE WS-CLI-ACCT TO GL-ACCOUNT
           MOVE WS-CLI-REV-DC TO GL-DC
           WRITE GL-REC
           PERFORM ADD-TO-CONTROL
           MOVE WS-IB-TELLER (WS-IB-IDX) TO WS-IB-ACC-OWN
           MOVE WS-IB-HOME (WS-IB-IDX) TO WS-IB-ACC-OTHER
           MOVE WS-IB-ACCOUNT TO GL-ACCOUNT
           MOVE WS-CLI-DC TO GL-DC
           WRITE GL-REC
           PERFORM ADD-TO-CONTROL

      *> Agencia da conta: recebe a perna do cliente.
           MOVE WS-IB-HOME (WS-IB-IDX) TO GL-BRANCH
           MOVE WS-CLI-ACCT TO GL-ACCOUNT
           MOVE WS-CLI-DC TO GL-DC
           WRITE GL-REC
           PERFORM ADD-TO-CONTROL
           MOVE WS-IB-HOME (WS-IB-IDX) TO WS-IB-ACC-OWN
           MOVE WS-IB-TELLER (WS-IB-IDX) TO WS-IB-ACC-OTHER
           MOVE WS-IB-ACCOUNT TO GL-ACCOUNT
           MOVE WS-CLI-REV-DC TO GL-DC
           WRITE GL-REC
           PERFORM ADD-TO-CONTROL.

       ADD-TO-CONTROL.
           IF GL-DC = "D"
               ADD GL-AMOUNT TO WS-TOTAL-DEBITS
           MOVE "C" TO GL-DC
           MOVE WS-TOTAL-CREDITS TO GL-AMOUNT
           WRITE GL-REC.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
       CHECK-FILE-LAYOUTS.
           MOVE "C" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF.
