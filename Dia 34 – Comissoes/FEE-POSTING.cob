      *> accounts) are exempt; pending, frozen and closed accounts
      *> are skipped. A run marker (fee_posting_last.dat, AAAAMM)
      *> refuses a second posting in the same month.
      *>
      *> The same monthly run charges the annual rent of the safe
      *> deposit box contracts (safe_box_contracts.dat, SAFE-BOX,
      *> Dia 82) whose anniversary falls in the month, plus any rent
      *> still in arrears, from each contract's billing account. Rent
      *> the account cannot cover stays in arrears on the contract.
      *>
      *> Each fee carries stamp duty (STAMP-CALC, Dia 87, operation
      *> COM), debited as its own type-F leg with reason SEL right
      *> after the fee leg and recorded in stamp_duty_ledger.dat; a
      *> fee is only charged when the balance covers fee plus duty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO "safe_box_contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

           SELECT CONTRACT-TEMP ASSIGN TO "safe_box_contracts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MARKER-FILE.
       01 MARKER-LINE PIC 9(6).

       FD CONTRACT-FILE.
       COPY "BOX-CONTRACT-RECORD.cpy".

      *> Width must match SC-REC exactly (124 chars).
       FD CONTRACT-TEMP.
       01 SC-TEMP-REC PIC X(124).

       WORKING-STORAGE SECTION.
       01 WS-OPTION        PIC 9 VALUE 0.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-NEW-AMOUNT    PIC 9(5)V99.
       01 WS-NEW-FREQ      PIC X.

      *> Rendas dos cofres de aluguer.
       01 WS-SC-STATUS     PIC XX.
       01 WS-SC-EOF        PIC X VALUE "N".
       01 WS-RENT-DUE      PIC 9(7)V99.
       01 WS-RENT-COUNT    PIC 9(5) VALUE 0.
       01 WS-RENT-UNPAID   PIC 9(5) VALUE 0.
       01 WS-RENT-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-RENT-NARR     PIC X(20).
       01 WS-RENT-ACC-OK   PIC X.

      *> Imposto do selo sobre as comissoes (STAMP-CALC, Dia 87).
       COPY "STAMP-REQUEST.cpy".
       01 WS-STAMP-DUTY    PIC 9(7)V99 VALUE 0.
       01 WS-STAMP-TOTAL   PIC 9(9)V99 VALUE 0.


      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "FEE-POSTING" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
       END-IF.

RELEASE-BANK-LOCK.
      *> O que esta execucao escreveu/apagou vai para o contador
      *> do cabecalho de layout antes de largar o lock.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.


LIST-FEES.
       OPEN INPUT FEE-FILE
           EXIT PARAGRAPH
       END-IF

      *> Com a tabela vazia o passeio pelas contas nao lanca nada,
      *> mas as rendas dos cofres seguem na mesma.
       PERFORM LOAD-FEE-TABLE
       IF WS-FEE-COUNT = 0
           DISPLAY "Tabela de comissoes vazia - so rendas de cofres."
       END-IF

       PERFORM GET-LAST-TRANS
       MOVE 0 TO WS-WAIVED-COUNT
       MOVE 0 TO WS-UNPAID-COUNT
       MOVE 0 TO WS-POSTED-TOTAL
       MOVE 0 TO WS-STAMP-TOTAL

       OPEN I-O ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
       END-IF

       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START

           END-READ
       END-PERFORM

       PERFORM POST-BOX-RENTS

       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE


       DISPLAY "Comissoes lancadas: " WS-POSTED-COUNT
               " num total de " WS-POSTED-TOTAL
       DISPLAY "Imposto do selo sobre comissoes: " WS-STAMP-TOTAL
       DISPLAY "Contas isentas: " WS-WAIVED-COUNT
       DISPLAY "Comissoes por cobrar (saldo insuficiente): "
               WS-UNPAID-COUNT
       DISPLAY "Rendas de cofres cobradas: " WS-RENT-COUNT
               " num total de " WS-RENT-TOTAL
       DISPLAY "Rendas de cofres em atraso: " WS-RENT-UNPAID.

*>-----------------------------------------------------------------
*> Rendas dos cofres de aluguer: cada contrato ativo vence uma
*> anuidade por cada aniversario (SC-NEXT-DUE) ate ao fim deste
*> mes e nao depois do termo; o vencido junta-se ao atraso e o
*> total e debitado de uma vez na conta de cobranca, como
*> transacao tipo F com motivo COM e "COFRE agencia/numero" no
*> descritivo. A isencao de comissoes da conta nao se aplica - e
*> uma renda, nao uma comissao de manutencao. O que a conta nao
*> cobrir fica em SC-ARREARS para o mes seguinte e para o
*> relatorio de atrasos do SAFE-BOX. Corre com accounts.dat e
*> transactions.dat ja abertos I-O pelo lancamento mensal.
*>-----------------------------------------------------------------
POST-BOX-RENTS.
       MOVE 0 TO WS-RENT-COUNT
       MOVE 0 TO WS-RENT-UNPAID
       MOVE 0 TO WS-RENT-TOTAL
       OPEN INPUT CONTRACT-FILE
       IF WS-SC-STATUS = "35"
           CLOSE CONTRACT-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CONTRACT-TEMP
       MOVE "N" TO WS-SC-EOF
       PERFORM UNTIL WS-SC-EOF = "Y"
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-SC-EOF
               NOT AT END
                   IF SC-ACTIVE
                       PERFORM CHARGE-BOX-RENT
                   END-IF
                   MOVE SC-REC TO SC-TEMP-REC
                   WRITE SC-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE CONTRACT-FILE
       CLOSE CONTRACT-TEMP
       CALL "SYSTEM" USING
           "mv safe_box_contracts.tmp safe_box_contracts.dat".

CHARGE-BOX-RENT.
       PERFORM UNTIL SC-NEXT-DUE = 0
                  OR SC-NEXT-DUE(1:6) > WS-THIS-MONTH
                  OR (SC-END > 0 AND SC-NEXT-DUE > SC-END)
           ADD SC-RENT TO SC-ARREARS
           IF SC-UNPAID-SINCE = 0
               MOVE SC-NEXT-DUE TO SC-UNPAID-SINCE
           END-IF
           ADD 10000 TO SC-NEXT-DUE
       END-PERFORM
       IF SC-ARREARS = 0
           EXIT PARAGRAPH
       END-IF
       MOVE SC-ARREARS TO WS-RENT-DUE

       MOVE "Y" TO WS-RENT-ACC-OK
       MOVE SC-BILL-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "N" TO WS-RENT-ACC-OK
       END-READ
       IF WS-RENT-ACC-OK = "Y" AND NOT ACC-APPROVED
           MOVE "N" TO WS-RENT-ACC-OK
       END-IF
       IF WS-RENT-ACC-OK = "N" OR ACC-BALANCE < WS-RENT-DUE
           ADD 1 TO WS-RENT-UNPAID
           DISPLAY "RENDA DE COFRE POR COBRAR: contrato " SC-ID
                   " conta " SC-BILL-ACC " em atraso " SC-ARREARS
           EXIT PARAGRAPH
       END-IF

      *> Porta de periodos (Dia 62), como nas comissoes.
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "FEE-POSTING" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           DISPLAY "Renda do contrato " SC-ID " nao cobrada: "
                   "periodo fechado."
           ADD 1 TO WS-RENT-UNPAID
           EXIT PARAGRAPH
       END-IF

       SUBTRACT WS-RENT-DUE FROM ACC-BALANCE
       REWRITE ACCOUNT-RECORD

       MOVE SPACES TO WS-RENT-NARR
       STRING "COFRE " DELIMITED BY SIZE
              SC-BRANCH DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              SC-BOX DELIMITED BY SIZE
              INTO WS-RENT-NARR
       END-STRING
       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE ACC-ID TO TRANS-ACC-ID
       MOVE "F" TO TRANS-TYPE
       MOVE WS-RENT-DUE TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE ACC-CURRENCY TO TRANS-CURRENCY
       MOVE ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "COM" TO TRANS-REASON
       MOVE WS-RENT-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       MOVE 0 TO SC-ARREARS
       MOVE 0 TO SC-UNPAID-SINCE
       ADD 1 TO WS-RENT-COUNT
       ADD WS-RENT-DUE TO WS-RENT-TOTAL.

POST-FEES-FOR-ACCOUNT.
       PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
           IF WS-FT-FREQ (WS-FEE-IDX) = "M"
              OR (WS-FT-FREQ (WS-FEE-IDX) = "A"
                  AND WS-MONTH-NOW = 1)
      *> Selo da comissao, a cobrar junto com ela.
             MOVE "C" TO SDQ-ACTION
             MOVE "COM" TO SDQ-OP-TYPE
             MOVE WS-FT-AMOUNT (WS-FEE-IDX) TO SDQ-BASE
             MOVE 0 TO SDQ-TERM
             MOVE WS-TODAY TO SDQ-DATE
             CALL "STAMP-CALC" USING STAMP-REQUEST
             MOVE SDQ-DUTY TO WS-STAMP-DUTY
      *> O saldo e um campo sem sinal: uma comissao que nao caiba
      *> (com o selo) fica por cobrar e e reportada, como a
      *> prestacao em atraso do LOAN-SYSTEM -- nunca se armazena
      *> lixo por size error.
             IF ACC-BALANCE < WS-FT-AMOUNT (WS-FEE-IDX) + WS-STAMP-DUTY
               ADD 1 TO WS-UNPAID-COUNT
               DISPLAY "COMISSAO POR COBRAR: conta " ACC-ID
                       " saldo " ACC-BALANCE
                   ADD 1 TO WS-UNPAID-COUNT
               ELSE
               SUBTRACT WS-FT-AMOUNT (WS-FEE-IDX) FROM ACC-BALANCE
               SUBTRACT WS-STAMP-DUTY FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD

               ADD 1 TO WS-LAST-TRANS
               MOVE WS-FT-CODE (WS-FEE-IDX) TO TRANS-NARRATIVE
               MOVE TRANS-DATE TO TRANS-VALUE-DATE
               WRITE TRANSACTION-RECORD
               ADD 1 TO LAYOUT-TRANS-DELTA

               ADD 1 TO WS-POSTED-COUNT
               ADD WS-FT-AMOUNT (WS-FEE-IDX) TO WS-POSTED-TOTAL
               IF WS-STAMP-DUTY > 0
                   PERFORM POST-FEE-STAMP-DUTY
               END-IF
               END-IF
             END-IF
           END-IF
       END-PERFORM.

      *> Perna SEL do selo da comissao corrente (ja debitado no
      *> saldo) e a linha no registo do selo.
POST-FEE-STAMP-DUTY.
       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE ACC-ID TO TRANS-ACC-ID
       MOVE "F" TO TRANS-TYPE
       MOVE WS-STAMP-DUTY TO TRANS-AMOUNT
       MOVE PC-POST-DATE TO TRANS-DATE
       MOVE ACC-CURRENCY TO TRANS-CURRENCY
       MOVE ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "SEL" TO TRANS-REASON
       MOVE SPACES TO TRANS-NARRATIVE
       STRING "SELO " DELIMITED BY SIZE
              WS-FT-CODE (WS-FEE-IDX) DELIMITED BY SIZE
              INTO TRANS-NARRATIVE
       END-STRING
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       MOVE "R" TO SDQ-ACTION
       MOVE PC-POST-DATE TO SDQ-DATE
       MOVE ACC-ID TO SDQ-ACC-ID
       MOVE WS-LAST-TRANS TO SDQ-TRANS-ID
       MOVE ACC-BRANCH TO SDQ-BRANCH
       MOVE ACC-CURRENCY TO SDQ-CURRENCY
       MOVE "FEE-POSTING" TO SDQ-SOURCE
       CALL "STAMP-CALC" USING STAMP-REQUEST
       ADD WS-STAMP-DUTY TO WS-STAMP-TOTAL.

LOAD-FEE-TABLE.
       MOVE 0 TO WS-FEE-COUNT
       OPEN INPUT FEE-FILE
