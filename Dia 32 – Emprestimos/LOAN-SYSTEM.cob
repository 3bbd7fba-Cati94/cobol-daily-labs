      *> quotes outstanding principal plus accrued interest net of
      *> the rebate on unexpired installments, collects it as one
      *> debit and settles the loan.
      *>
      *> Variable-rate loans carry an index code, a spread and a
      *> reset frequency. The reset batch takes, on each loan's reset
      *> date, the fixing in force from reference_rates.dat, reprices
      *> the remaining rows of the schedule at index + spread and
      *> queues a rate-change letter (loan_rate_changes.dat) that
      *> NOTIFY-BATCH (Dia 57) sends before the next collection.
      *>
      *> Stamp duty (STAMP-CALC, Dia 87) is charged on the amount
      *> granted and on the interest collected -- installment
      *> interest, penalty interest and the accrued interest of an
      *> early settlement -- as a separate type-F leg with reason
      *> SEL, recorded in stamp_duty_ledger.dat for the monthly
      *> return.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARREARS-FILE ASSIGN TO "loan_arrears_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Fixacoes dos indexantes e fila de cartas de revisao de taxa
      *> (lida pelo NOTIFY-BATCH, Dia 57).
           SELECT REF-RATE-FILE ASSIGN TO "reference_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

           SELECT RATE-CHANGE-FILE ASSIGN TO "loan_rate_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

      *> Registos de garantias mantidos pelo LOAN-SECURITY (Dia 49);
      *> aqui leem-se para o LTV da listagem e para a seccao de
      *> garantias do relatorio de atrasos, e a venda de um bem de
      *> um emprestimo abatido liberta-o (estado R).
           SELECT COLLATERAL-FILE ASSIGN TO "loan_collateral.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT COLLATERAL-TEMP ASSIGN TO "loan_collateral.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUARANTORS-FILE ASSIGN TO "loan_guarantors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUAR-STATUS.

      *> Abatimentos ao ativo e recuperacoes posteriores, com os
      *> lancamentos no GL (gl_postings.dat, acumulado pelo
      *> GL-LEDGER, Dia 55).
           SELECT WRITEOFF-FILE ASSIGN TO "loan_writeoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "loan_recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO
               "loan_recoveries_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-FILE ASSIGN TO "gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> Pedidos de credito (LOAN-APPLICATIONS, Dia 77): a concessao
      *> so parte de um pedido aceite e marca-o como concedido.
           SELECT APPLICATIONS-FILE ASSIGN TO "loan_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT APPLICATIONS-TEMP ASSIGN TO "loan_applications.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Fila de dupla autorizacao (AUTH-QUEUE, Dia 68).
           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

      *> Width must match LOAN-REC exactly (78 chars).
       FD LOANS-TEMP-FILE.
       01 LOAN-TEMP-REC PIC X(78).

       FD SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE-RECORD.cpy".
       FD ARREARS-FILE.
       01 ARREARS-LINE PIC X(80).

       FD REF-RATE-FILE.
       COPY "REF-RATE-RECORD.cpy".

       FD RATE-CHANGE-FILE.
       COPY "RATE-CHANGE-RECORD.cpy".

       FD COLLATERAL-FILE.
       COPY "COLLATERAL-RECORD.cpy".

      *> Width must match COLL-REC exactly (56 chars).
       FD COLLATERAL-TEMP.
       01 COLL-TEMP-REC PIC X(56).

       FD WRITEOFF-FILE.
       COPY "WRITEOFF-RECORD.cpy".

       FD RECOVERY-FILE.
       COPY "RECOVERY-RECORD.cpy".

       FD RECOVERY-REPORT.
       01 RECOVERY-LINE PIC X(100).

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       FD GUARANTORS-FILE.
       COPY "GUARANTOR-RECORD.cpy".

       FD APPLICATIONS-FILE.
       COPY "LOAN-APPLICATION-RECORD.cpy".

      *> Width must match APP-REC exactly (181 chars).
       FD APPLICATIONS-TEMP.
       01 APP-TEMP-REC PIC X(181).

       FD PENDING-AUTH-FILE.
       COPY "AUTH-RECORD.cpy".

      *> Width must match PA-REC exactly (157 chars).
       FD PENDING-AUTH-TEMP.
       01 PA-TEMP-REC PIC X(157).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9(2) VALUE 0.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-ARREARS        PIC 9(3) VALUE 0.
       01 WS-COLLECT-OK     PIC X VALUE "N".
       01 WS-FAIL-REASON    PIC X(30).
      *> C/D/F como em transactions.dat; S = perna de imposto do
      *> selo (sai como F com motivo SEL).
       01 WS-MOVE-TYPE      PIC X.
       01 WS-MOVE-AMOUNT    PIC 9(7)V99.

       01 WS-MAX-SEQ        PIC 9(3).
       01 WS-KEPT-ROWS      PIC 9(3).
      *> R = reestruturar (nova taxa/prestacao no mestre),
      *> S = liquidar (estado passa a L), V = revisao de taxa
      *> variavel (nova taxa/prestacao e proxima revisao),
      *> W = abater ao ativo (estado passa a W).
       01 WS-MASTER-ACTION  PIC X.

      *> Taxa variavel: termos do indexante da concessao (viajam
      *> juntos no PA-NARRATIVE quando a concessao fica pendente de
      *> dupla autorizacao).
       01 WS-RR-STATUS      PIC XX.
       01 WS-RCN-STATUS     PIC XX.
       01 WS-RR-EOF         PIC X VALUE "N".
       01 WS-VAR-TERMS.
           05 WS-INDEX-CODE   PIC X(8).
           05 WS-SPREAD       PIC 9(2)V9(4).
           05 WS-RESET-MONTHS PIC 9(2).
       01 WS-NEXT-RESET     PIC 9(8).
      *> Fixacao em vigor do indexante WS-INDEX-CODE em WS-FIX-ASOF
      *> (a mais recente com data nao posterior).
       01 WS-FIX-ASOF       PIC 9(8).
       01 WS-FIX-FOUND      PIC X.
       01 WS-FIX-DATE       PIC 9(8).
       01 WS-FIX-RATE       PIC S9(2)V9(4).
       01 WS-VAR-RATE       PIC S9(3)V9(4).
       01 WS-IN-FIX-DATE    PIC 9(8).
       01 WS-IN-FIX-RATE    PIC S9(2)V9(4).
       01 WS-FIX-OPTION     PIC 9 VALUE 0.
       01 WS-FIX-COUNT      PIC 9(4).
      *> Soma de meses a uma data AAAAMMDD (dia limitado a 28 para
      *> cair sempre numa data valida).
       01 WS-AM-DATE        PIC 9(8).
       01 WS-AM-MONTHS      PIC 9(3).
       01 WS-AM-YEAR        PIC 9(4).
       01 WS-AM-MONTH       PIC 9(2).
       01 WS-AM-DAY         PIC 9(2).
       01 WS-AM-TOTAL       PIC 9(6).
      *> Lote de revisao: emprestimos com revisao vencida, recolhidos
      *> numa primeira passagem pelo mestre.
       01 WS-RS-COUNT       PIC 9(3) VALUE 0.
       01 WS-RS-IDX         PIC 9(3).
       01 WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 200 TIMES.
               10 WS-RS-LOAN      PIC 9(4).
               10 WS-RS-ACC       PIC 9(8).
               10 WS-RS-INDEX     PIC X(8).
               10 WS-RS-SPREAD    PIC 9(2)V9(4).
               10 WS-RS-FREQ      PIC 9(2).
               10 WS-RS-NEXT      PIC 9(8).
               10 WS-RS-OLD-RATE  PIC 9(2)V9(4).
               10 WS-RS-OLD-INST  PIC 9(7)V99.
       01 WS-RS-DONE        PIC 9(3).
       01 WS-RS-SKIPPED     PIC 9(3).
       01 WS-FUTURE-ROWS    PIC 9(3).
       01 WS-FUTURE-IDX     PIC 9(3).
       01 WS-FIRST-DUE      PIC 9(8).
       01 WS-NEW-INST       PIC 9(7)V99.

      *> Abatimento ao ativo (write-off): sempre por dupla
      *> autorizacao; o pedido leva o emprestimo e o motivo no
      *> PA-NARRATIVE.
       01 WS-WO-STATUS      PIC XX.
       01 WS-REC-STATUS     PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-WO-EOF         PIC X VALUE "N".
       01 WS-REC-EOF        PIC X VALUE "N".
       01 WS-WO-TERMS.
           05 WS-WO-LOAN      PIC 9(4).
           05 WS-WO-MOTIVE    PIC X(16).
       01 WS-WO-TOTAL       PIC 9(7)V99.
       01 WS-WO-QUEUED      PIC X.
      *> Estado com que CLOSE-PENDING-ROWS fecha as linhas
      *> pendentes: S liquidacao antecipada, W abatimento.
       01 WS-CLOSE-STATUS   PIC X.
      *> Recuperacoes.
       01 WS-REC-SOURCE     PIC X.
       01 WS-REC-SOURCE-ID  PIC 9(4).
       01 WS-REC-AMOUNT     PIC 9(7)V99.
       01 WS-REC-NOTE       PIC X(30).
       01 WS-REC-VALID      PIC X.
       01 WS-LAST-REC-ID    PIC 9(5).
      *> Par de lancamento no GL.
      *> Pedido de credito que origina a concessao (0 = concessao
      *> anterior ao circuito de pedidos).
       01 WS-APP-STATUS     PIC XX.
       01 WS-APP-EOF        PIC X VALUE "N".
       01 WS-APP-ID         PIC 9(5) VALUE 0.
       01 WS-APP-FOUND      PIC X.
       01 WS-APP-STAT       PIC X.
       01 WS-APP-QUEUED     PIC X.

       01 WS-GL-DEBIT       PIC X(10).
       01 WS-GL-CREDIT      PIC X(10).
       01 WS-GL-AMOUNT      PIC 9(11)V99.
      *> Relatorio de abatidos e recuperacoes.
       01 WS-THIS-MONTH     PIC 9(6).
       01 WS-RPT-REC-C      PIC 9(9)V99.
       01 WS-RPT-REC-G      PIC 9(9)V99.
       01 WS-RPT-REC-V      PIC 9(9)V99.
       01 WS-RPT-WO         PIC 9(9)V99.
       01 WS-RPT-NET        PIC S9(9)V99.
       01 WS-RPT-COUNT      PIC 9(4).
       01 WS-TOT-WO         PIC 9(11)V99.
       01 WS-TOT-REC        PIC 9(11)V99.
       01 WS-TOT-REC-MONTH  PIC 9(11)V99.
       01 WS-RPT-AMT-ED     PIC Z(8)9.99.
       01 WS-RPT-AMT-ED2    PIC Z(8)9.99.
       01 WS-RPT-AMT-ED3    PIC Z(8)9.99.
       01 WS-RPT-AMT-ED4    PIC Z(8)9.99.
       01 WS-RPT-NET-ED     PIC -(8)9.99.

      *> Suporte de hash salgado de passwords (migra em claro ->
      *> hash no primeiro login bem sucedido).
       01 WS-HASH-WORK      PIC 9(15).
      *> Dia 66).
       COPY "CALENDAR-REQUEST.cpy".

      *> Imposto do selo (STAMP-CALC, Dia 87): selo da operacao
      *> corrente e descritivo da perna SEL.
       COPY "STAMP-REQUEST.cpy".
       01 WS-STAMP-DUTY     PIC 9(7)V99 VALUE 0.
       01 WS-STAMP-NARR     PIC X(20).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "LOAN-SYSTEM" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "LOAN-SYSTEM" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       PERFORM LOGIN-OPERATOR
       IF WS-LOGIN-RESULT NOT = "S"
           DISPLAY "Acesso recusado."
       END-IF.

RELEASE-BANK-LOCK.
      *> O que esta execucao escreveu/apagou vai para o contador
      *> do cabecalho de layout antes de largar o lock.
       MOVE "P" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat/loans.dat de versao diferente
      *> da do layout com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

      *> Parametros do sistema (SYS-PARAM, Dia 91) em vigor hoje; sem
      *> linha em system_parameters.dat fica o valor compilado.
LOAD-SYSTEM-PARAMS.
       MOVE "LOCKOUT-MAX" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-MAX-FAILED
       END-IF
       MOVE "DUAL-AUTH-LN" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-AUTH-THRESHOLD
       END-IF.

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 13
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

      *> Recusa pela regra de perfil do programa: fica na trilha.
LOG-ACCESS-DENIED.
       MOVE "D" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

FILL-PERM-REQUEST.
       MOVE "LOAN-SYSTEM" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== EMPRESTIMOS ====="
       DISPLAY "4. Cobrar prestacoes vencidas"
       DISPLAY "5. Reestruturar emprestimo"
       DISPLAY "6. Liquidacao antecipada"
       DISPLAY "7. Executar pedidos aprovados (dupla aut.)"
       DISPLAY "8. Fixacoes de indexantes"
       DISPLAY "9. Revisao de taxas variaveis"
       DISPLAY "10. Abater emprestimo ao ativo (write-off)"
       DISPLAY "11. Registar recuperacao de abatido"
       DISPLAY "12. Relatorio de abatidos e recuperacoes"
       DISPLAY "13. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM GRANT-LOAN
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-LOANS
           WHEN 3 PERFORM SHOW-SCHEDULE
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM COLLECT-INSTALLMENTS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM RESTRUCTURE-LOAN
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM EARLY-SETTLEMENT
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 7
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM EXECUTE-APPROVED-GRANTS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 8 PERFORM MAINTAIN-FIXINGS
           WHEN 9
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM RESET-VARIABLE-RATES
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 10
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM WRITE-OFF-LOAN
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 11
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM RECORD-RECOVERY
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 12 PERFORM WRITEOFF-REPORT
           WHEN 13 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

*> perna de credito em transactions.dat), grava o mestre e gera o
*> plano de amortizacao de prestacao constante.
*>-----------------------------------------------------------------
      *> A concessao parte sempre de um pedido de credito aceite
      *> pelo cliente (LOAN-APPLICATIONS, Dia 77): conta, montante,
      *> prazo e taxa sao os da proposta, nao se teclam aqui.
GRANT-LOAN.
       DISPLAY "Numero do pedido de credito aceite:"
       ACCEPT WS-APP-ID
       PERFORM LOAD-ACCEPTED-APPLICATION
       IF WS-APP-FOUND = "N"
           DISPLAY "Pedido de credito nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-APP-STAT NOT = "A"
           DISPLAY "O pedido nao esta aceite (estado " WS-APP-STAT
                   ") - conclua-o no LOAN-APPLICATIONS."
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-GRANT-QUEUED
       IF WS-APP-QUEUED = "Y"
           DISPLAY "Este pedido ja tem uma concessao a aguardar "
                   "dupla autorizacao."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Conta " WS-ACC-ID-IN " principal " WS-PRINCIPAL
               " prazo " WS-TERM " meses."

       ACCEPT WS-TODAY FROM DATE YYYYMMDD

      *> Taxa variavel: a taxa inicial e a fixacao em vigor hoje mais
      *> o spread; sem fixacao registada a concessao nao avanca.
       IF WS-INDEX-CODE NOT = SPACES
           MOVE WS-TODAY TO WS-FIX-ASOF
           PERFORM LOOKUP-FIXING
           IF WS-FIX-FOUND = "N"
               DISPLAY "Sem fixacao registada para o indexante "
                       WS-INDEX-CODE " - registe-a na opcao 8."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-VARIABLE-RATE
           DISPLAY "Taxa inicial: fixacao " WS-FIX-RATE " de "
                   WS-FIX-DATE " + spread " WS-SPREAD " = "
                   WS-RATE "%"
       ELSE
           DISPLAY "Taxa fixa: " WS-RATE "%"
       END-IF

       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "

       PERFORM COMPUTE-INSTALLMENT

      *> Selo sobre o credito concedido, pela faixa de prazo.
       MOVE "EMP" TO SDQ-OP-TYPE
       MOVE WS-PRINCIPAL TO SDQ-BASE
       MOVE WS-TERM TO SDQ-TERM
       PERFORM CALC-STAMP-DUTY

      *> Desembolso: credita o principal na conta e debita o selo,
      *> que o principal acabado de creditar sempre cobre.
       OPEN I-O ACCOUNTS-FILE
       MOVE WS-ACC-ID-IN TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD WS-PRINCIPAL TO ACC-BALANCE
               SUBTRACT WS-STAMP-DUTY FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       CLOSE ACCOUNTS-FILE
       MOVE "C" TO WS-MOVE-TYPE
       MOVE WS-PRINCIPAL TO WS-MOVE-AMOUNT
       PERFORM WRITE-MOVEMENT
       IF WS-STAMP-DUTY > 0
           MOVE "SELO CONCESSAO" TO WS-STAMP-NARR
           PERFORM POST-STAMP-DUTY
       END-IF

      *> Mestre do emprestimo.
       OPEN EXTEND LOANS-FILE
       MOVE WS-TODAY TO LOAN-START-DATE
       MOVE WS-INSTALLMENT TO LOAN-INSTALLMENT
       MOVE "A" TO LOAN-STATUS
       MOVE WS-INDEX-CODE TO LOAN-INDEX-CODE
       MOVE WS-SPREAD TO LOAN-SPREAD
       MOVE WS-RESET-MONTHS TO LOAN-RESET-MONTHS
       MOVE 0 TO LOAN-NEXT-RESET
       MOVE WS-APP-ID TO LOAN-APP-ID
       MOVE "N" TO LOAN-ESTATE
       IF WS-INDEX-CODE NOT = SPACES
           MOVE WS-TODAY TO WS-AM-DATE
           MOVE WS-RESET-MONTHS TO WS-AM-MONTHS
           PERFORM ADD-MONTHS
           MOVE WS-AM-DATE TO LOAN-NEXT-RESET
       END-IF
       WRITE LOAN-REC
       ADD 1 TO LAYOUT-LOAN-DELTA
       CLOSE LOANS-FILE

       PERFORM GENERATE-SCHEDULE
       IF WS-APP-ID > 0
           PERFORM MARK-APPLICATION-GRANTED
       END-IF

       DISPLAY "Emprestimo " WS-LAST-LOAN-ID " concedido: "
               WS-PRINCIPAL " em " WS-TERM " prestacoes de "
               WS-INSTALLMENT "."
       IF WS-STAMP-DUTY > 0
           DISPLAY "Imposto do selo (verba " SDQ-TAX-CODE "): "
                   WS-STAMP-DUTY " debitado na conta."
       END-IF.

      *> Carrega o pedido WS-APP-ID: conta, montante, prazo e os
      *> termos da proposta (taxa fixa, ou indexante, spread e
      *> periodicidade) passam para os campos da concessao.
LOAD-ACCEPTED-APPLICATION.
       MOVE "N" TO WS-APP-FOUND
       MOVE SPACE TO WS-APP-STAT
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-APP-EOF
       PERFORM UNTIL WS-APP-EOF = "Y"
           READ APPLICATIONS-FILE
               AT END MOVE "Y" TO WS-APP-EOF
               NOT AT END
                   IF APP-ID = WS-APP-ID
                       MOVE "Y" TO WS-APP-FOUND
                       MOVE APP-STATUS TO WS-APP-STAT
                       MOVE APP-ACC-ID TO WS-ACC-ID-IN
                       MOVE APP-OFFER-AMOUNT TO WS-PRINCIPAL
                       MOVE APP-OFFER-TERM TO WS-TERM
                       MOVE APP-OFFER-RATE TO WS-RATE
                       MOVE APP-INDEX-CODE TO WS-INDEX-CODE
                       MOVE APP-SPREAD TO WS-SPREAD
                       MOVE APP-RESET-MONTHS TO WS-RESET-MONTHS
                       MOVE "Y" TO WS-APP-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE.

      *> Um pedido aceite so pode dar uma concessao: recusa se ja
      *> houver uma na fila por aprovar ou aprovada por executar.
CHECK-GRANT-QUEUED.
       MOVE "N" TO WS-APP-QUEUED
       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-SOURCE = "GRANT-LOAN"
                      AND PA-APP-ID IS NUMERIC
                      AND PA-APP-ID = WS-APP-ID
                      AND (PA-PENDING OR PA-APPROVED)
                       MOVE "Y" TO WS-APP-QUEUED
                       MOVE "Y" TO WS-PA-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE.

      *> O pedido fica concedido com o numero do emprestimo.
MARK-APPLICATION-GRANTED.
       OPEN INPUT APPLICATIONS-FILE
       IF WS-APP-STATUS = "35"
           CLOSE APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT APPLICATIONS-TEMP
       MOVE "N" TO WS-APP-EOF
       PERFORM UNTIL WS-APP-EOF = "Y"
           READ APPLICATIONS-FILE
               AT END MOVE "Y" TO WS-APP-EOF
               NOT AT END
                   IF APP-ID = WS-APP-ID
                       MOVE "G" TO APP-STATUS
                       MOVE WS-LAST-LOAN-ID TO APP-LOAN-ID
                       MOVE WS-TODAY TO APP-DECISION-DATE
                   END-IF
                   MOVE APP-REC TO APP-TEMP-REC
                   WRITE APP-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE APPLICATIONS-FILE
       CLOSE APPLICATIONS-TEMP
       CALL "SYSTEM" USING
           "mv loan_applications.tmp loan_applications.dat".

      *> Prestacao constante: i = taxa/12; se i = 0, principal/n.
COMPUTE-INSTALLMENT.
           READ LOANS-FILE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF NOT LOAN-LAYOUT-HEADER
                       DISPLAY "Emprestimo: " LOAN-ID
                               " Conta: " LOAN-ACC-ID
                               " Principal: " LOAN-PRINCIPAL
                               " Taxa: " LOAN-RATE
                               " Prazo: " LOAN-TERM-MONTHS
                               " Prestacao: " LOAN-INSTALLMENT
                               " Estado: " LOAN-STATUS
                       IF LOAN-INDEX-CODE NOT = SPACES
                           DISPLAY "    Taxa variavel: " LOAN-INDEX-CODE
                                   " + " LOAN-SPREAD
                                   " revisao a cada " LOAN-RESET-MONTHS
                                   " meses, proxima " LOAN-NEXT-RESET
                       END-IF
                       IF LOAN-ACTIVE
                           MOVE LOAN-ID TO WS-LTV-LOAN
                           PERFORM SHOW-LOAN-LTV
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       MOVE WS-TERM TO PA-TERM
       MOVE SPACES TO PA-REASON
       MOVE SPACES TO PA-NARRATIVE
       IF WS-INDEX-CODE NOT = SPACES
           MOVE WS-VAR-TERMS TO PA-NARRATIVE
       END-IF
       MOVE WS-OPER-NAME TO PA-MAKER
       MOVE "P" TO PA-STATUS
       MOVE SPACES TO PA-CHECKER
       MOVE 0 TO PA-DISP-DATE
       MOVE 0 TO PA-VALUE-DATE
       MOVE SPACES TO PA-VD-SUPER
       MOVE WS-APP-ID TO PA-APP-ID
       WRITE PA-REC
       CLOSE PENDING-AUTH-FILE

       CLOSE PENDING-AUTH-FILE.

*>-----------------------------------------------------------------
*> Executa as concessoes e os abatimentos ja aprovados no
*> AUTH-QUEUE: revalida a conta/o emprestimo, executa e marca o
*> pedido executado, com maker e checker na mesma linha da trilha.
*>-----------------------------------------------------------------
EXECUTE-APPROVED-GRANTS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF PA-APPROVED AND PA-SOURCE = "GRANT-LOAN"
                       PERFORM EXECUTE-ONE-GRANT
                   END-IF
                   IF PA-APPROVED AND PA-SOURCE = "WRITE-OFF"
                       PERFORM EXECUTE-ONE-WRITEOFF
                   END-IF
                   MOVE PA-REC TO PA-TEMP-REC
                   WRITE PA-TEMP-REC
           END-READ
       CLOSE PENDING-AUTH-FILE
       CLOSE PENDING-AUTH-TEMP
       CALL "SYSTEM" USING "mv pending_auth.tmp pending_auth.dat"
       DISPLAY "Pedidos aprovados executados: "
               WS-AUTH-EXECUTED.

EXECUTE-ONE-GRANT.
       MOVE PA-AMOUNT TO WS-PRINCIPAL
       MOVE PA-RATE TO WS-RATE
       MOVE PA-TERM TO WS-TERM
      *> Pedidos anteriores aos termos variaveis trazem o descritivo
      *> em branco: taxa fixa.
       MOVE PA-NARRATIVE(1:16) TO WS-VAR-TERMS
       IF PA-APP-ID IS NUMERIC
           MOVE PA-APP-ID TO WS-APP-ID
       ELSE
           MOVE 0 TO WS-APP-ID
       END-IF
       IF WS-INDEX-CODE = SPACES
          OR WS-SPREAD IS NOT NUMERIC
          OR WS-RESET-MONTHS IS NOT NUMERIC
           MOVE SPACES TO WS-INDEX-CODE
           MOVE 0 TO WS-SPREAD
           MOVE 0 TO WS-RESET-MONTHS
       END-IF

       MOVE "N" TO WS-ACC-FOUND
       OPEN INPUT ACCOUNTS-FILE
       END-IF

       COMPUTE WS-SET-PAYOFF = WS-OUT-PRINCIPAL + WS-SET-ACCRUED
      *> Selo sobre os juros vencidos cobrados na liquidacao, em
      *> perna propria a parte do debito de liquidacao.
       MOVE "JUR" TO SDQ-OP-TYPE
       MOVE WS-SET-ACCRUED TO SDQ-BASE
       MOVE 0 TO SDQ-TERM
       PERFORM CALC-STAMP-DUTY
       DISPLAY "Cota de liquidacao do emprestimo " WS-RESTR-LOAN ":"
       DISPLAY "  Capital em divida:              " WS-OUT-PRINCIPAL
       DISPLAY "  Juros vencidos:                 " WS-SET-ACCRUED
       DISPLAY "  Bonificacao (juros por vencer): " WS-SET-REBATE
       DISPLAY "  Total a cobrar:                 " WS-SET-PAYOFF
       DISPLAY "  Imposto do selo sobre os juros: " WS-STAMP-DUTY
       DISPLAY "Confirmar cobranca e liquidacao? (S/N):"
       ACCEPT WS-SET-CONFIRM
       IF WS-SET-CONFIRM NOT = "S" AND WS-SET-CONFIRM NOT = "s"
               IF ACC-STATUS NOT = "A"
                   MOVE "CONTA NAO ATIVA" TO WS-FAIL-REASON
               ELSE
               IF ACC-BALANCE - ACC-HOLD-AMOUNT
                   < WS-SET-PAYOFF + WS-STAMP-DUTY
                   MOVE "SALDO INSUFICIENTE" TO WS-FAIL-REASON
               ELSE
                   COMPUTE WS-SALDO-APOS = ACC-BALANCE
                       - ACC-HOLD-AMOUNT - WS-SET-PAYOFF
                       - WS-STAMP-DUTY
                   IF WS-SALDO-APOS < WS-MIN-SALDO
                       MOVE "SALDO MINIMO" TO WS-FAIL-REASON
                   ELSE
                       SUBTRACT WS-SET-PAYOFF FROM ACC-BALANCE
                       SUBTRACT WS-STAMP-DUTY FROM ACC-BALANCE
                       REWRITE ACCOUNT-RECORD
                       MOVE ACC-CURRENCY TO WS-ACC-CURRENCY
                       MOVE ACC-BRANCH TO WS-ACC-BRANCH
       MOVE "D" TO WS-MOVE-TYPE
       MOVE WS-SET-PAYOFF TO WS-MOVE-AMOUNT
       PERFORM WRITE-MOVEMENT
       IF WS-STAMP-DUTY > 0
           MOVE "SELO LIQUIDACAO" TO WS-STAMP-NARR
           PERFORM POST-STAMP-DUTY
       END-IF

       MOVE "S" TO WS-CLOSE-STATUS
       PERFORM CLOSE-PENDING-ROWS
       MOVE "S" TO WS-MASTER-ACTION
       PERFORM UPDATE-LOAN-MASTER
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ID = WS-RESTR-LOAN
                      AND NOT LOAN-LAYOUT-HEADER
                       MOVE "Y" TO WS-RESTR-FOUND
                       MOVE LOAN-STATUS TO WS-RESTR-STATUS
                       MOVE LOAN-ACC-ID TO WS-ACC-ID-IN
       CALL "SYSTEM" USING
           "mv loan_schedule.tmp loan_schedule.dat".

      *> Fecha com o estado WS-CLOSE-STATUS as linhas pendentes do
      *> emprestimo que acabou de liquidar antecipadamente (S) ou de
      *> ser abatido ao ativo (W).
CLOSE-PENDING-ROWS.
       OPEN INPUT SCHEDULE-FILE
       IF WS-LSCHED-STATUS = "35"
               AT END MOVE "Y" TO WS-LSCHED-EOF
               NOT AT END
                   IF LS-LOAN-ID = WS-RESTR-LOAN AND LS-PENDING
                       MOVE WS-CLOSE-STATUS TO LS-STATUS
                   END-IF
                   MOVE LSCHED-REC TO LSCHED-TEMP-REC
                   WRITE LSCHED-TEMP-REC
           "mv loan_schedule.tmp loan_schedule.dat".

      *> Reescreve o mestre do emprestimo reestruturado (acao R:
      *> nova taxa, novo total de prestacoes, nova prestacao),
      *> liquidado antecipadamente (acao S: estado L) ou abatido ao
      *> ativo (acao W: estado W).
UPDATE-LOAN-MASTER.
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ID = WS-RESTR-LOAN
                      AND NOT LOAN-LAYOUT-HEADER
                       EVALUATE WS-MASTER-ACTION
                           WHEN "R"
                               MOVE WS-RATE TO LOAN-RATE
                               COMPUTE LOAN-TERM-MONTHS =
                                   WS-KEPT-ROWS + WS-TERM
                               MOVE WS-INSTALLMENT TO LOAN-INSTALLMENT
                           WHEN "V"
                               MOVE WS-RATE TO LOAN-RATE
                               MOVE WS-INSTALLMENT TO LOAN-INSTALLMENT
                               MOVE WS-NEXT-RESET TO LOAN-NEXT-RESET
                           WHEN "W"
                               MOVE "W" TO LOAN-STATUS
                           WHEN OTHER
                               MOVE "L" TO LOAN-STATUS
                       END-EVALUATE
                   END-IF
                   MOVE LOAN-REC TO LOAN-TEMP-REC
                   WRITE LOAN-TEMP-REC
       CLOSE LOANS-TEMP-FILE
       CALL "SYSTEM" USING "mv loans.tmp loans.dat".

*>-----------------------------------------------------------------
*> Revisao de taxas variaveis: para cada emprestimo ativo com
*> indexante e data de revisao ja atingida, taxa nova = fixacao em
*> vigor hoje + spread (nunca abaixo de zero). As linhas pendentes
*> por vencer sao recalculadas com prestacao constante sobre o
*> capital que ainda representam, mantendo sequencia e datas; as
*> pendentes ja vencidas ficam como estao (sao cobranca em atraso).
*> Cada revisao deixa uma carta em loan_rate_changes.dat para o
*> NOTIFY-BATCH (Dia 57).
*>-----------------------------------------------------------------
RESET-VARIABLE-RATES.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-RS-COUNT
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           DISPLAY "Sem emprestimos registados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LOANS-EOF
       PERFORM UNTIL WS-LOANS-EOF = "Y"
           READ LOANS-FILE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ACTIVE
                      AND LOAN-INDEX-CODE NOT = SPACES
                      AND LOAN-NEXT-RESET > 0
                      AND LOAN-NEXT-RESET <= WS-TODAY
                      AND WS-RS-COUNT < 200
                       ADD 1 TO WS-RS-COUNT
                       MOVE LOAN-ID TO WS-RS-LOAN(WS-RS-COUNT)
                       MOVE LOAN-ACC-ID TO WS-RS-ACC(WS-RS-COUNT)
                       MOVE LOAN-INDEX-CODE
                           TO WS-RS-INDEX(WS-RS-COUNT)
                       MOVE LOAN-SPREAD TO WS-RS-SPREAD(WS-RS-COUNT)
                       MOVE LOAN-RESET-MONTHS
                           TO WS-RS-FREQ(WS-RS-COUNT)
                       MOVE LOAN-NEXT-RESET TO WS-RS-NEXT(WS-RS-COUNT)
                       MOVE LOAN-RATE TO WS-RS-OLD-RATE(WS-RS-COUNT)
                       MOVE LOAN-INSTALLMENT
                           TO WS-RS-OLD-INST(WS-RS-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE

       IF WS-RS-COUNT = 0
           DISPLAY "Nenhum emprestimo com revisao de taxa vencida."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND RATE-CHANGE-FILE
       IF WS-RCN-STATUS = "05" OR WS-RCN-STATUS = "35"
           CLOSE RATE-CHANGE-FILE
           OPEN OUTPUT RATE-CHANGE-FILE
           CLOSE RATE-CHANGE-FILE
           OPEN EXTEND RATE-CHANGE-FILE
       END-IF

       MOVE 0 TO WS-RS-DONE
       MOVE 0 TO WS-RS-SKIPPED
       PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
           PERFORM RESET-ONE-LOAN
       END-PERFORM
       CLOSE RATE-CHANGE-FILE

       DISPLAY "Revisao de taxas: " WS-RS-DONE " emprestimo(s) "
               "revisto(s), " WS-RS-SKIPPED " sem fixacao ou sem "
               "prestacoes por vencer.".

RESET-ONE-LOAN.
       MOVE WS-RS-LOAN(WS-RS-IDX) TO WS-RESTR-LOAN
       MOVE WS-RS-INDEX(WS-RS-IDX) TO WS-INDEX-CODE
       MOVE WS-RS-SPREAD(WS-RS-IDX) TO WS-SPREAD
       MOVE WS-TODAY TO WS-FIX-ASOF
       PERFORM LOOKUP-FIXING
       IF WS-FIX-FOUND = "N"
           DISPLAY "Emprestimo " WS-RESTR-LOAN ": sem fixacao para "
                   WS-INDEX-CODE " - revisao adiada."
           ADD 1 TO WS-RS-SKIPPED
           EXIT PARAGRAPH
       END-IF
       PERFORM COMPUTE-VARIABLE-RATE

       PERFORM SUM-FUTURE-ROWS
       IF WS-FUTURE-ROWS = 0 OR WS-OUT-PRINCIPAL = 0
           DISPLAY "Emprestimo " WS-RESTR-LOAN
                   ": sem prestacoes por vencer - nada a rever."
           ADD 1 TO WS-RS-SKIPPED
           EXIT PARAGRAPH
       END-IF

       MOVE WS-OUT-PRINCIPAL TO WS-PRINCIPAL
       MOVE WS-FUTURE-ROWS TO WS-TERM
       PERFORM COMPUTE-INSTALLMENT
       MOVE WS-INSTALLMENT TO WS-NEW-INST
       PERFORM REPRICE-FUTURE-ROWS
       MOVE WS-NEW-INST TO WS-INSTALLMENT

      *> Proxima revisao: avanca pela periodicidade ate passar hoje
      *> (um lote em atraso nao deixa revisoes por fazer amanha).
       MOVE WS-RS-NEXT(WS-RS-IDX) TO WS-AM-DATE
       MOVE WS-RS-FREQ(WS-RS-IDX) TO WS-AM-MONTHS
       IF WS-AM-MONTHS = 0
           MOVE 1 TO WS-AM-MONTHS
       END-IF
       PERFORM ADD-MONTHS UNTIL WS-AM-DATE > WS-TODAY
       MOVE WS-AM-DATE TO WS-NEXT-RESET
       MOVE "V" TO WS-MASTER-ACTION
       PERFORM UPDATE-LOAN-MASTER

       MOVE WS-RESTR-LOAN TO RCN-LOAN-ID
       MOVE WS-RS-ACC(WS-RS-IDX) TO RCN-ACC-ID
       MOVE WS-TODAY TO RCN-RESET-DATE
       MOVE WS-RS-OLD-RATE(WS-RS-IDX) TO RCN-OLD-RATE
       MOVE WS-RATE TO RCN-NEW-RATE
       MOVE WS-RS-OLD-INST(WS-RS-IDX) TO RCN-OLD-INST
       MOVE WS-NEW-INST TO RCN-NEW-INST
       MOVE WS-FIRST-DUE TO RCN-FIRST-DUE
       WRITE RCN-REC

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "LOAN " DELIMITED BY SIZE
              WS-RESTR-LOAN DELIMITED BY SIZE
              " RATE RESET " DELIMITED BY SIZE
              WS-INDEX-CODE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-RATE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       ADD 1 TO WS-RS-DONE
       DISPLAY "Emprestimo " WS-RESTR-LOAN ": taxa "
               WS-RS-OLD-RATE(WS-RS-IDX) " -> " WS-RATE
               ", prestacao " WS-RS-OLD-INST(WS-RS-IDX) " -> "
               WS-NEW-INST " (" WS-FUTURE-ROWS " por vencer, "
               "proxima revisao " WS-NEXT-RESET ").".

      *> Capital das linhas pendentes ainda por vencer (as que a
      *> revisao vai recalcular) e quantas sao.
SUM-FUTURE-ROWS.
       MOVE 0 TO WS-OUT-PRINCIPAL
       MOVE 0 TO WS-FUTURE-ROWS
       OPEN INPUT SCHEDULE-FILE
       IF WS-LSCHED-STATUS = "35"
           CLOSE SCHEDULE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LSCHED-EOF
       PERFORM UNTIL WS-LSCHED-EOF = "Y"
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO WS-LSCHED-EOF
               NOT AT END
                   IF LS-LOAN-ID = WS-RESTR-LOAN AND LS-PENDING
                      AND LS-DUE-DATE > WS-TODAY
                       ADD LS-PRINCIPAL TO WS-OUT-PRINCIPAL
                       ADD 1 TO WS-FUTURE-ROWS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCHEDULE-FILE.

      *> Reescreve as linhas por vencer do emprestimo com a nova taxa:
      *> juros sobre o saldo devedor, prestacao constante, a ultima
      *> fecha o que sobrar. Sequencia e vencimentos mantem-se.
REPRICE-FUTURE-ROWS.
       MOVE WS-PRINCIPAL TO WS-OUTSTANDING
       MOVE 0 TO WS-FUTURE-IDX
       MOVE 0 TO WS-FIRST-DUE
       OPEN INPUT SCHEDULE-FILE
       OPEN OUTPUT SCHEDULE-TEMP-FILE
       MOVE "N" TO WS-LSCHED-EOF
       PERFORM UNTIL WS-LSCHED-EOF = "Y"
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO WS-LSCHED-EOF
               NOT AT END
                   IF LS-LOAN-ID = WS-RESTR-LOAN AND LS-PENDING
                      AND LS-DUE-DATE > WS-TODAY
                       ADD 1 TO WS-FUTURE-IDX
                       IF WS-FUTURE-IDX = 1
                           MOVE LS-DUE-DATE TO WS-FIRST-DUE
                       END-IF
                       COMPUTE WS-INT-PART ROUNDED =
                           WS-OUTSTANDING * WS-MONTHLY-RATE
                       IF WS-FUTURE-IDX = WS-FUTURE-ROWS
                           MOVE WS-OUTSTANDING TO WS-PRIN-PART
                           COMPUTE WS-INSTALLMENT ROUNDED =
                               WS-PRIN-PART + WS-INT-PART
                       ELSE
                           COMPUTE WS-PRIN-PART ROUNDED =
                               WS-INSTALLMENT - WS-INT-PART
                       END-IF
                       SUBTRACT WS-PRIN-PART FROM WS-OUTSTANDING
                       MOVE WS-INSTALLMENT TO LS-AMOUNT
                       MOVE WS-PRIN-PART TO LS-PRINCIPAL
                       MOVE WS-INT-PART TO LS-INTEREST
                   END-IF
                   MOVE LSCHED-REC TO LSCHED-TEMP-REC
                   WRITE LSCHED-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE SCHEDULE-FILE
       CLOSE SCHEDULE-TEMP-FILE
       CALL "SYSTEM" USING
           "mv loan_schedule.tmp loan_schedule.dat".

      *> Taxa variavel = fixacao + spread, com chao em zero.
COMPUTE-VARIABLE-RATE.
       COMPUTE WS-VAR-RATE = WS-FIX-RATE + WS-SPREAD
       IF WS-VAR-RATE < 0
           MOVE 0 TO WS-VAR-RATE
       END-IF
       MOVE WS-VAR-RATE TO WS-RATE.

      *> Fixacao em vigor: a de data mais recente, nao posterior a
      *> WS-FIX-ASOF, do indexante WS-INDEX-CODE.
LOOKUP-FIXING.
       MOVE "N" TO WS-FIX-FOUND
       MOVE 0 TO WS-FIX-DATE
       MOVE 0 TO WS-FIX-RATE
       OPEN INPUT REF-RATE-FILE
       IF WS-RR-STATUS NOT = "00"
           CLOSE REF-RATE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RR-EOF
       PERFORM UNTIL WS-RR-EOF = "Y"
           READ REF-RATE-FILE
               AT END MOVE "Y" TO WS-RR-EOF
               NOT AT END
                   IF RR-INDEX-CODE = WS-INDEX-CODE
                      AND RR-FIX-DATE <= WS-FIX-ASOF
                      AND RR-FIX-DATE >= WS-FIX-DATE
                       MOVE "Y" TO WS-FIX-FOUND
                       MOVE RR-FIX-DATE TO WS-FIX-DATE
                       MOVE RR-RATE TO WS-FIX-RATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE REF-RATE-FILE.

      *> WS-AM-DATE + WS-AM-MONTHS meses.
ADD-MONTHS.
       MOVE WS-AM-DATE(1:4) TO WS-AM-YEAR
       MOVE WS-AM-DATE(5:2) TO WS-AM-MONTH
       MOVE WS-AM-DATE(7:2) TO WS-AM-DAY
       COMPUTE WS-AM-TOTAL =
           WS-AM-YEAR * 12 + WS-AM-MONTH - 1 + WS-AM-MONTHS
       DIVIDE WS-AM-TOTAL BY 12 GIVING WS-AM-YEAR
           REMAINDER WS-AM-MONTH
       ADD 1 TO WS-AM-MONTH
       IF WS-AM-DAY > 28
           MOVE 28 TO WS-AM-DAY
       END-IF
       COMPUTE WS-AM-DATE =
           WS-AM-YEAR * 10000 + WS-AM-MONTH * 100 + WS-AM-DAY.

*>-----------------------------------------------------------------
*> Fixacoes dos indexantes (reference_rates.dat): uma linha por
*> indexante e data de fixacao. Consultar e livre; registar uma
*> fixacao e reservado a Tellers e fica no audit trail.
*>-----------------------------------------------------------------
MAINTAIN-FIXINGS.
       DISPLAY "1. Listar fixacoes"
       DISPLAY "2. Registar fixacao"
       DISPLAY "3. Voltar"
       ACCEPT WS-FIX-OPTION
       EVALUATE WS-FIX-OPTION
           WHEN 1 PERFORM LIST-FIXINGS
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM ADD-FIXING
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3 CONTINUE
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE.

LIST-FIXINGS.
       MOVE 0 TO WS-FIX-COUNT
       OPEN INPUT REF-RATE-FILE
       IF WS-RR-STATUS NOT = "00"
           CLOSE REF-RATE-FILE
           DISPLAY "Sem fixacoes registadas."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RR-EOF
       PERFORM UNTIL WS-RR-EOF = "Y"
           READ REF-RATE-FILE
               AT END MOVE "Y" TO WS-RR-EOF
               NOT AT END
                   ADD 1 TO WS-FIX-COUNT
                   DISPLAY RR-INDEX-CODE " " RR-FIX-DATE " "
                           RR-RATE "%"
           END-READ
       END-PERFORM
       CLOSE REF-RATE-FILE
       DISPLAY WS-FIX-COUNT " fixacao(oes).".

ADD-FIXING.
       MOVE SPACES TO WS-INDEX-CODE
       DISPLAY "Indexante (ex.: EUR6M):"
       ACCEPT WS-INDEX-CODE
       MOVE FUNCTION UPPER-CASE(WS-INDEX-CODE) TO WS-INDEX-CODE
       IF WS-INDEX-CODE = SPACES
           DISPLAY "Indexante obrigatorio."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Data da fixacao AAAAMMDD (0 = hoje):"
       ACCEPT WS-IN-FIX-DATE
       IF WS-IN-FIX-DATE = 0
           ACCEPT WS-IN-FIX-DATE FROM DATE YYYYMMDD
       END-IF
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-FIX-DATE) NOT = 0
           DISPLAY "Data invalida."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Taxa do indexante (%, ex.: -00.2500 ou 03.1000):"
       ACCEPT WS-IN-FIX-RATE

       OPEN EXTEND REF-RATE-FILE
       IF WS-RR-STATUS = "05" OR WS-RR-STATUS = "35"
           CLOSE REF-RATE-FILE
           OPEN OUTPUT REF-RATE-FILE
           CLOSE REF-RATE-FILE
           OPEN EXTEND REF-RATE-FILE
       END-IF
       MOVE WS-INDEX-CODE TO RR-INDEX-CODE
       MOVE WS-IN-FIX-DATE TO RR-FIX-DATE
       MOVE WS-IN-FIX-RATE TO RR-RATE
       WRITE RR-REC
       CLOSE REF-RATE-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "FIXING " DELIMITED BY SIZE
              WS-INDEX-CODE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-IN-FIX-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RR-RATE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Fixacao registada: " WS-INDEX-CODE " "
               WS-IN-FIX-DATE " " WS-IN-FIX-RATE "%.".

*>-----------------------------------------------------------------
*> Abatimento ao ativo (write-off) de um emprestimo em
*> incumprimento: o pedido vai sempre para a fila de dupla
*> autorizacao, qualquer que seja o valor, e so a execucao dos
*> aprovados (opcao 7) o abate.
*>-----------------------------------------------------------------
WRITE-OFF-LOAN.
       DISPLAY "Numero do emprestimo a abater:"
       ACCEPT WS-RESTR-LOAN
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF

       PERFORM FIND-RESTR-LOAN
       IF WS-RESTR-FOUND = "N"
           DISPLAY "Emprestimo nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-RESTR-STATUS NOT = "A"
           DISPLAY "Emprestimo nao esta ativo."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-RESTR-LOAN TO WS-WO-LOAN
       PERFORM CHECK-WRITEOFF-QUEUED
       IF WS-WO-QUEUED = "Y"
           DISPLAY "Ja existe um pedido de abatimento deste "
                   "emprestimo por executar."
           EXIT PARAGRAPH
       END-IF

       PERFORM SUM-PENDING-SCHEDULE
       COMPUTE WS-WO-TOTAL = WS-OUT-PRINCIPAL + WS-SET-ACCRUED
       IF WS-WO-TOTAL = 0
           DISPLAY "Sem capital nem juros em divida - nada a abater."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Abatimento do emprestimo " WS-RESTR-LOAN ":"
       DISPLAY "  Capital em divida: " WS-OUT-PRINCIPAL
       DISPLAY "  Juros vencidos:    " WS-SET-ACCRUED
       DISPLAY "  Total a abater:    " WS-WO-TOTAL
       MOVE SPACES TO WS-WO-MOTIVE
       DISPLAY "Motivo (ate 16 caracteres):"
       ACCEPT WS-WO-MOTIVE
       DISPLAY "Submeter a dupla autorizacao? (S/N):"
       ACCEPT WS-SET-CONFIRM
       IF WS-SET-CONFIRM NOT = "S" AND WS-SET-CONFIRM NOT = "s"
           DISPLAY "Abatimento cancelado."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-LAST-PA-ID
       ADD 1 TO WS-LAST-PA-ID
       OPEN EXTEND PENDING-AUTH-FILE
       IF WS-PA-STATUS = "05" OR WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           OPEN OUTPUT PENDING-AUTH-FILE
           CLOSE PENDING-AUTH-FILE
           OPEN EXTEND PENDING-AUTH-FILE
       END-IF
       MOVE WS-LAST-PA-ID TO PA-ID
       MOVE WS-TODAY TO PA-DATE
       MOVE "WRITE-OFF" TO PA-SOURCE
       MOVE "W" TO PA-OPTION
       MOVE WS-ACC-ID-IN TO PA-ACC-ID
       MOVE WS-WO-TOTAL TO PA-AMOUNT
       MOVE 0 TO PA-RATE
       MOVE 0 TO PA-TERM
       MOVE SPACES TO PA-REASON
       MOVE WS-WO-TERMS TO PA-NARRATIVE
       MOVE WS-OPER-NAME TO PA-MAKER
       MOVE "P" TO PA-STATUS
       MOVE SPACES TO PA-CHECKER
       MOVE 0 TO PA-DISP-DATE
       MOVE 0 TO PA-VALUE-DATE
       MOVE SPACES TO PA-VD-SUPER
       MOVE 0 TO PA-APP-ID
       WRITE PA-REC
       CLOSE PENDING-AUTH-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AUTH QUEUED WOFF " DELIMITED BY SIZE
              WS-LAST-PA-ID DELIMITED BY SIZE
              " LOAN " DELIMITED BY SIZE
              WS-RESTR-LOAN DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Abatimento pendente de dupla autorizacao (pedido "
               WS-LAST-PA-ID ").".

      *> Pedido de abatimento do emprestimo WS-WO-LOAN ainda pendente
      *> ou aprovado por executar.
CHECK-WRITEOFF-QUEUED.
       MOVE "N" TO WS-WO-QUEUED
       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-SOURCE = "WRITE-OFF"
                      AND PA-NARRATIVE(1:4) = WS-WO-TERMS(1:4)
                      AND (PA-PENDING OR PA-APPROVED)
                       MOVE "Y" TO WS-WO-QUEUED
                       MOVE "Y" TO WS-PA-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE.

      *> Abatimento aprovado: o capital e os juros vencidos a data
      *> de execucao saem do balanco (par no GL contra ABATIMENTO),
      *> as linhas pendentes fecham com estado W -- sem cobranca nem
      *> mora daqui em diante -- e o emprestimo passa a W, com uma
      *> linha no registo de abatidos.
EXECUTE-ONE-WRITEOFF.
       MOVE PA-NARRATIVE TO WS-WO-TERMS
       IF WS-WO-LOAN IS NOT NUMERIC
           DISPLAY "Pedido " PA-ID ": emprestimo invalido - fica "
                   "aprovado por executar."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-WO-LOAN TO WS-RESTR-LOAN
       PERFORM FIND-RESTR-LOAN
       IF WS-RESTR-FOUND = "N" OR WS-RESTR-STATUS NOT = "A"
           DISPLAY "Pedido " PA-ID ": emprestimo " WS-RESTR-LOAN
                   " ja nao esta ativo - fica aprovado por executar."
           EXIT PARAGRAPH
       END-IF

       PERFORM SUM-PENDING-SCHEDULE
       PERFORM GET-ACCOUNT-CONTEXT

       MOVE "W" TO WS-CLOSE-STATUS
       PERFORM CLOSE-PENDING-ROWS
       MOVE "W" TO WS-MASTER-ACTION
       PERFORM UPDATE-LOAN-MASTER

       OPEN EXTEND WRITEOFF-FILE
       IF WS-WO-STATUS = "05" OR WS-WO-STATUS = "35"
           CLOSE WRITEOFF-FILE
           OPEN OUTPUT WRITEOFF-FILE
           CLOSE WRITEOFF-FILE
           OPEN EXTEND WRITEOFF-FILE
       END-IF
       MOVE WS-RESTR-LOAN TO WO-LOAN-ID
       MOVE WS-ACC-ID-IN TO WO-ACC-ID
       MOVE WS-ACC-BRANCH TO WO-BRANCH
       MOVE WS-TODAY TO WO-DATE
       MOVE WS-OUT-PRINCIPAL TO WO-PRINCIPAL
       MOVE WS-SET-ACCRUED TO WO-INTEREST
       MOVE PA-MAKER TO WO-MAKER
       MOVE PA-CHECKER TO WO-CHECKER
       WRITE WO-REC
       CLOSE WRITEOFF-FILE

       IF WS-OUT-PRINCIPAL > 0
           MOVE "ABATIMENTO" TO WS-GL-DEBIT
           MOVE "EMPRESTIMO" TO WS-GL-CREDIT
           MOVE WS-OUT-PRINCIPAL TO WS-GL-AMOUNT
           PERFORM POST-GL-PAIR
       END-IF
       IF WS-SET-ACCRUED > 0
           MOVE "ABATIMENTO" TO WS-GL-DEBIT
           MOVE "JUROS-EMP" TO WS-GL-CREDIT
           MOVE WS-SET-ACCRUED TO WS-GL-AMOUNT
           PERFORM POST-GL-PAIR
       END-IF

       MOVE "X" TO PA-STATUS
       MOVE WS-TODAY TO PA-DISP-DATE
       ADD 1 TO WS-AUTH-EXECUTED

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "AUTH EXEC WOFF " DELIMITED BY SIZE
              PA-ID DELIMITED BY SIZE
              " MK " DELIMITED BY SIZE
              PA-MAKER DELIMITED BY SIZE
              " CK " DELIMITED BY SIZE
              PA-CHECKER DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Emprestimo " WS-RESTR-LOAN " abatido: capital "
               WS-OUT-PRINCIPAL " juros " WS-SET-ACCRUED ".".

      *> Moeda e agencia da conta ligada (WS-ACC-ID-IN).
GET-ACCOUNT-CONTEXT.
       MOVE "EUR" TO WS-ACC-CURRENCY
       MOVE 0 TO WS-ACC-BRANCH
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS NOT = "35"
           MOVE WS-ACC-ID-IN TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CURRENCY TO WS-ACC-CURRENCY
                   MOVE ACC-BRANCH TO WS-ACC-BRANCH
           END-READ
       END-IF
       CLOSE ACCOUNTS-FILE.

      *> Par equilibrado em gl_postings.dat (WS-GL-DEBIT contra
      *> WS-GL-CREDIT) na agencia e moeda da conta ligada.
POST-GL-PAIR.
       OPEN EXTEND GL-FILE
       IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
           CLOSE GL-FILE
           OPEN OUTPUT GL-FILE
           CLOSE GL-FILE
           OPEN EXTEND GL-FILE
       END-IF
       MOVE WS-TODAY TO GL-DATE
       MOVE WS-ACC-BRANCH TO GL-BRANCH
       MOVE WS-ACC-CURRENCY TO GL-CURRENCY
       MOVE 1 TO GL-COUNT
       MOVE WS-GL-AMOUNT TO GL-AMOUNT
       MOVE WS-GL-DEBIT TO GL-ACCOUNT
       MOVE "D" TO GL-DC
       WRITE GL-REC
       MOVE WS-GL-CREDIT TO GL-ACCOUNT
       MOVE "C" TO GL-DC
       WRITE GL-REC
       CLOSE GL-FILE.

*>-----------------------------------------------------------------
*> Recuperacao de um emprestimo abatido: dinheiro do mutuario (C),
*> de um fiador do emprestimo (G) ou da venda de um bem dado em
*> garantia (V, que liberta o bem). Fica em loan_recoveries.dat e
*> entra no GL como receita de recuperacoes (CAIXA contra
*> RECUPERAC).
*>-----------------------------------------------------------------
RECORD-RECOVERY.
       DISPLAY "Numero do emprestimo abatido:"
       ACCEPT WS-RESTR-LOAN
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM CHECK-PERIOD-OPEN
       IF PC-RESULT = "X"
           DISPLAY "Operacao recusada: periodo contabilistico "
                   "fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF
       PERFORM FIND-RESTR-LOAN
       IF WS-RESTR-FOUND = "N"
           DISPLAY "Emprestimo nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF WS-RESTR-STATUS NOT = "W"
           DISPLAY "Emprestimo nao esta abatido ao ativo."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Origem (C=mutuario, G=fiador, V=venda de garantia):"
       ACCEPT WS-REC-SOURCE
       MOVE FUNCTION UPPER-CASE(WS-REC-SOURCE) TO WS-REC-SOURCE
       MOVE 0 TO WS-REC-SOURCE-ID
       EVALUATE WS-REC-SOURCE
           WHEN "C"
               CONTINUE
           WHEN "G"
               DISPLAY "Numero do fiador:"
               ACCEPT WS-REC-SOURCE-ID
               PERFORM CHECK-RECOVERY-GUARANTOR
               IF WS-REC-VALID = "N"
                   DISPLAY "Fiador nao pertence a este emprestimo."
                   EXIT PARAGRAPH
               END-IF
           WHEN "V"
               DISPLAY "Numero da garantia vendida:"
               ACCEPT WS-REC-SOURCE-ID
               PERFORM CHECK-RECOVERY-COLLATERAL
               IF WS-REC-VALID = "N"
                   DISPLAY "Garantia ativa inexistente neste "
                           "emprestimo."
                   EXIT PARAGRAPH
               END-IF
           WHEN OTHER
               DISPLAY "Origem invalida."
               EXIT PARAGRAPH
       END-EVALUATE

       DISPLAY "Valor recuperado:"
       ACCEPT WS-REC-AMOUNT
       IF WS-REC-AMOUNT = 0
           DISPLAY "Valor invalido."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-REC-NOTE
       DISPLAY "Nota:"
       ACCEPT WS-REC-NOTE

       PERFORM GET-LAST-REC-ID
       ADD 1 TO WS-LAST-REC-ID
       OPEN EXTEND RECOVERY-FILE
       IF WS-REC-STATUS = "05" OR WS-REC-STATUS = "35"
           CLOSE RECOVERY-FILE
           OPEN OUTPUT RECOVERY-FILE
           CLOSE RECOVERY-FILE
           OPEN EXTEND RECOVERY-FILE
       END-IF
       MOVE WS-LAST-REC-ID TO REC-ID
       MOVE WS-RESTR-LOAN TO REC-LOAN-ID
       MOVE WS-TODAY TO REC-DATE
       MOVE WS-REC-SOURCE TO REC-SOURCE
       MOVE WS-REC-SOURCE-ID TO REC-SOURCE-ID
       MOVE WS-REC-AMOUNT TO REC-AMOUNT
       MOVE WS-OPER-NAME TO REC-OPERATOR
       MOVE WS-REC-NOTE TO REC-NOTE
       WRITE REC-REC
       CLOSE RECOVERY-FILE

       IF WS-REC-SOURCE = "V"
           PERFORM RELEASE-SOLD-COLLATERAL
       END-IF

       PERFORM GET-ACCOUNT-CONTEXT
       MOVE "CAIXA" TO WS-GL-DEBIT
       MOVE "RECUPERAC" TO WS-GL-CREDIT
       MOVE WS-REC-AMOUNT TO WS-GL-AMOUNT
       PERFORM POST-GL-PAIR

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "LOAN " DELIMITED BY SIZE
              WS-RESTR-LOAN DELIMITED BY SIZE
              " RECOVERY " DELIMITED BY SIZE
              WS-REC-SOURCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REC-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Recuperacao " WS-LAST-REC-ID " registada: "
               WS-REC-AMOUNT " no emprestimo " WS-RESTR-LOAN ".".

CHECK-RECOVERY-GUARANTOR.
       MOVE "N" TO WS-REC-VALID
       OPEN INPUT GUARANTORS-FILE
       IF WS-GUAR-STATUS = "35"
           CLOSE GUARANTORS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-GUAR-EOF
       PERFORM UNTIL WS-GUAR-EOF = "Y"
           READ GUARANTORS-FILE
               AT END MOVE "Y" TO WS-GUAR-EOF
               NOT AT END
                   IF GUAR-ID = WS-REC-SOURCE-ID
                      AND GUAR-LOAN-ID = WS-RESTR-LOAN
                       MOVE "Y" TO WS-REC-VALID
                       MOVE "Y" TO WS-GUAR-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GUARANTORS-FILE.

CHECK-RECOVERY-COLLATERAL.
       MOVE "N" TO WS-REC-VALID
       OPEN INPUT COLLATERAL-FILE
       IF WS-COLL-STATUS = "35"
           CLOSE COLLATERAL-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-COLL-EOF
       PERFORM UNTIL WS-COLL-EOF = "Y"
           READ COLLATERAL-FILE
               AT END MOVE "Y" TO WS-COLL-EOF
               NOT AT END
                   IF COLL-ID = WS-REC-SOURCE-ID
                      AND COLL-LOAN-ID = WS-RESTR-LOAN
                      AND COLL-ACTIVE
                       MOVE "Y" TO WS-REC-VALID
                       MOVE "Y" TO WS-COLL-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COLLATERAL-FILE.

      *> O bem vendido sai do registo de garantias ativas.
RELEASE-SOLD-COLLATERAL.
       OPEN INPUT COLLATERAL-FILE
       IF WS-COLL-STATUS = "35"
           CLOSE COLLATERAL-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT COLLATERAL-TEMP
       MOVE "N" TO WS-COLL-EOF
       PERFORM UNTIL WS-COLL-EOF = "Y"
           READ COLLATERAL-FILE
               AT END MOVE "Y" TO WS-COLL-EOF
               NOT AT END
                   IF COLL-ID = WS-REC-SOURCE-ID
                      AND COLL-LOAN-ID = WS-RESTR-LOAN
                       MOVE "R" TO COLL-STATUS
                   END-IF
                   MOVE COLL-REC TO COLL-TEMP-REC
                   WRITE COLL-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE COLLATERAL-FILE
       CLOSE COLLATERAL-TEMP
       CALL "SYSTEM" USING
           "mv loan_collateral.tmp loan_collateral.dat".

GET-LAST-REC-ID.
       MOVE 0 TO WS-LAST-REC-ID
       OPEN INPUT RECOVERY-FILE
       IF WS-REC-STATUS = "35"
           CLOSE RECOVERY-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-REC-EOF
       PERFORM UNTIL WS-REC-EOF = "Y"
           READ RECOVERY-FILE
               AT END MOVE "Y" TO WS-REC-EOF
               NOT AT END
                   IF REC-ID > WS-LAST-REC-ID
                       MOVE REC-ID TO WS-LAST-REC-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RECOVERY-FILE.

*>-----------------------------------------------------------------
*> Relatorio de abatidos: por emprestimo abatido, o valor abatido,
*> o recuperado por origem e a perda liquida; no fim o total das
*> recuperacoes (receita) e as do mes corrente.
*>-----------------------------------------------------------------
WRITEOFF-REPORT.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY(1:6) TO WS-THIS-MONTH
       MOVE 0 TO WS-RPT-COUNT
       MOVE 0 TO WS-TOT-WO
       MOVE 0 TO WS-TOT-REC
       MOVE 0 TO WS-TOT-REC-MONTH

       OPEN INPUT WRITEOFF-FILE
       IF WS-WO-STATUS = "35"
           CLOSE WRITEOFF-FILE
           DISPLAY "Sem emprestimos abatidos."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT RECOVERY-REPORT
       MOVE SPACES TO RECOVERY-LINE
       STRING "ABATIDOS AO ATIVO E RECUPERACOES EM " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO RECOVERY-LINE
       END-STRING
       WRITE RECOVERY-LINE
       MOVE "EMPR DATA       ABATIDO      MUTUARIO       FIADORES"
           TO RECOVERY-LINE
       MOVE "       GARANTIAS   PERDA LIQUIDA" TO RECOVERY-LINE(53:)
       WRITE RECOVERY-LINE

       MOVE "N" TO WS-WO-EOF
       PERFORM UNTIL WS-WO-EOF = "Y"
           READ WRITEOFF-FILE
               AT END MOVE "Y" TO WS-WO-EOF
               NOT AT END PERFORM REPORT-ONE-WRITEOFF
           END-READ
       END-PERFORM
       CLOSE WRITEOFF-FILE

       MOVE SPACES TO RECOVERY-LINE
       WRITE RECOVERY-LINE
       MOVE WS-TOT-WO TO WS-RPT-AMT-ED
       MOVE WS-TOT-REC TO WS-RPT-AMT-ED2
       MOVE WS-TOT-REC-MONTH TO WS-RPT-AMT-ED3
       MOVE SPACES TO RECOVERY-LINE
       STRING "TOTAL ABATIDO " DELIMITED BY SIZE
              WS-RPT-AMT-ED DELIMITED BY SIZE
              "  RECEITA DE RECUPERACOES " DELIMITED BY SIZE
              WS-RPT-AMT-ED2 DELIMITED BY SIZE
              INTO RECOVERY-LINE
       END-STRING
       WRITE RECOVERY-LINE
       MOVE SPACES TO RECOVERY-LINE
       STRING "RECUPERACOES DO MES " DELIMITED BY SIZE
              WS-THIS-MONTH DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              WS-RPT-AMT-ED3 DELIMITED BY SIZE
              INTO RECOVERY-LINE
       END-STRING
       WRITE RECOVERY-LINE
       CLOSE RECOVERY-REPORT
       MOVE "loan_recoveries_report.txt" TO RPQ-FILE
       MOVE "LNRECOV" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Emprestimos abatidos: " WS-RPT-COUNT
               "  Recuperado: " WS-RPT-AMT-ED2
       DISPLAY "Relatorio em loan_recoveries_report.txt".

REPORT-ONE-WRITEOFF.
       ADD 1 TO WS-RPT-COUNT
       COMPUTE WS-RPT-WO = WO-PRINCIPAL + WO-INTEREST
       ADD WS-RPT-WO TO WS-TOT-WO
       MOVE 0 TO WS-RPT-REC-C
       MOVE 0 TO WS-RPT-REC-G
       MOVE 0 TO WS-RPT-REC-V
       OPEN INPUT RECOVERY-FILE
       IF WS-REC-STATUS NOT = "35"
           MOVE "N" TO WS-REC-EOF
           PERFORM UNTIL WS-REC-EOF = "Y"
               READ RECOVERY-FILE
                   AT END MOVE "Y" TO WS-REC-EOF
                   NOT AT END
                       IF REC-LOAN-ID = WO-LOAN-ID
                           EVALUATE TRUE
                               WHEN REC-FROM-GUARANTOR
                                   ADD REC-AMOUNT TO WS-RPT-REC-G
                               WHEN REC-FROM-COLLATERAL
                                   ADD REC-AMOUNT TO WS-RPT-REC-V
                               WHEN OTHER
                                   ADD REC-AMOUNT TO WS-RPT-REC-C
                           END-EVALUATE
                           ADD REC-AMOUNT TO WS-TOT-REC
                           IF REC-DATE(1:6) = WS-THIS-MONTH
                               ADD REC-AMOUNT TO WS-TOT-REC-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE RECOVERY-FILE

       COMPUTE WS-RPT-NET = WS-RPT-WO - WS-RPT-REC-C
           - WS-RPT-REC-G - WS-RPT-REC-V
       MOVE WS-RPT-WO TO WS-RPT-AMT-ED
       MOVE WS-RPT-REC-C TO WS-RPT-AMT-ED2
       MOVE WS-RPT-REC-G TO WS-RPT-AMT-ED3
       MOVE WS-RPT-REC-V TO WS-RPT-AMT-ED4
       MOVE WS-RPT-NET TO WS-RPT-NET-ED
       MOVE SPACES TO RECOVERY-LINE
       STRING WO-LOAN-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WO-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RPT-AMT-ED DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RPT-AMT-ED2 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RPT-AMT-ED3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RPT-AMT-ED4 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RPT-NET-ED DELIMITED BY SIZE
              INTO RECOVERY-LINE
       END-STRING
       WRITE RECOVERY-LINE.

*>-----------------------------------------------------------------
*> Cobranca mensal: debita cada prestacao vencida e pendente da
*> conta ligada, com as mesmas validacoes de saldo/saldo minimo do
       END-STRING
       WRITE ARREARS-LINE
       CLOSE ARREARS-FILE
       MOVE "loan_arrears_report.txt" TO RPQ-FILE
       MOVE "LNARREAR" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       CALL "SYSTEM" USING
           "mv loan_schedule.tmp loan_schedule.dat"
           MOVE 0 TO WS-PENALTY
       END-IF

      *> Selo sobre os juros cobrados: os da prestacao e os de mora.
       MOVE "JUR" TO SDQ-OP-TYPE
       COMPUTE SDQ-BASE = LS-INTEREST + WS-PENALTY
       MOVE 0 TO SDQ-TERM
       PERFORM CALC-STAMP-DUTY

       PERFORM FIND-LOAN-ACCOUNT
       IF WS-ACC-FOUND = "N"
           MOVE "CONTA INEXISTENTE" TO WS-FAIL-REASON
               NOT INVALID KEY
      *> Debita-se contra o saldo disponivel (contabilistico menos
      *> cheques por compensar), como no DO-TRANSFER do Dia26; a
      *> regularizacao so passa se cobrir prestacao + mora + selo.
                   IF ACC-BALANCE - ACC-HOLD-AMOUNT
                       < LS-AMOUNT + WS-PENALTY + WS-STAMP-DUTY
                       MOVE "SALDO INSUFICIENTE" TO WS-FAIL-REASON
                   ELSE
                       COMPUTE WS-SALDO-APOS =
                           ACC-BALANCE - ACC-HOLD-AMOUNT
                           - LS-AMOUNT - WS-PENALTY - WS-STAMP-DUTY
                       IF WS-SALDO-APOS < WS-MIN-SALDO
                           MOVE "SALDO MINIMO" TO WS-FAIL-REASON
                       ELSE
                           SUBTRACT LS-AMOUNT FROM ACC-BALANCE
                           SUBTRACT WS-PENALTY FROM ACC-BALANCE
                           SUBTRACT WS-STAMP-DUTY FROM ACC-BALANCE
                           REWRITE ACCOUNT-RECORD
                           MOVE "Y" TO WS-COLLECT-OK
                       END-IF
               MOVE WS-PENALTY TO WS-MOVE-AMOUNT
               PERFORM WRITE-MOVEMENT
           END-IF
           IF WS-STAMP-DUTY > 0
               MOVE "SELO JUROS" TO WS-STAMP-NARR
               PERFORM POST-STAMP-DUTY
           END-IF
           MOVE "C" TO LS-STATUS
           ADD 1 TO WS-COLLECTED
       ELSE
               AT END MOVE "Y" TO WS-LOANS-EOF
               NOT AT END
                   IF LOAN-ID = LS-LOAN-ID
                      AND NOT LOAN-LAYOUT-HEADER
                       MOVE LOAN-ACC-ID TO WS-ACC-ID-IN
                       MOVE "Y" TO WS-LOANS-EOF
                   END-IF
       MOVE WS-ACC-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
      *> Codigo de motivo automatico: mora sai como comissao (F),
      *> o selo como F com motivo SEL, o resto como movimento de
      *> emprestimo.
       IF WS-MOVE-TYPE = "S"
           MOVE "F" TO TRANS-TYPE
           MOVE "SEL" TO TRANS-REASON
           MOVE WS-STAMP-NARR TO TRANS-NARRATIVE
       ELSE
       IF WS-MOVE-TYPE = "F"
           MOVE "COM" TO TRANS-REASON
           MOVE "MORA EMPRESTIMO" TO TRANS-NARRATIVE
               MOVE "PRESTACAO" TO TRANS-NARRATIVE
           END-IF
       END-IF
       END-IF
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA
       CLOSE TRANS-FILE.

      *> Imposto do selo da operacao corrente (SDQ-OP-TYPE, SDQ-BASE
      *> e SDQ-TERM ja preenchidos) pela regra partilhada; sem taxa
      *> aplicavel o selo e zero e nao ha perna.
CALC-STAMP-DUTY.
       MOVE "C" TO SDQ-ACTION
       MOVE WS-TODAY TO SDQ-DATE
       CALL "STAMP-CALC" USING STAMP-REQUEST
       MOVE SDQ-DUTY TO WS-STAMP-DUTY.

      *> Perna SEL do selo ja debitado no saldo, e a linha no registo
      *> do selo com a transacao acabada de lancar.
POST-STAMP-DUTY.
       MOVE "S" TO WS-MOVE-TYPE
       MOVE WS-STAMP-DUTY TO WS-MOVE-AMOUNT
       PERFORM WRITE-MOVEMENT
       MOVE "R" TO SDQ-ACTION
       MOVE WS-ACC-ID-IN TO SDQ-ACC-ID
       MOVE WS-LAST-TRANS TO SDQ-TRANS-ID
       MOVE WS-ACC-BRANCH TO SDQ-BRANCH
       MOVE WS-ACC-CURRENCY TO SDQ-CURRENCY
       MOVE "LOAN-SYSTEM" TO SDQ-SOURCE
       CALL "STAMP-CALC" USING STAMP-REQUEST.

      *> Maior TRANS-ID por posicionamento na chave: START no maior
      *> valor possivel (regra do <=: fica no maior existente) e um
      *> unico READ, em vez do varrimento ao ficheiro inteiro que
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "LOAN-SYSTEM" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
