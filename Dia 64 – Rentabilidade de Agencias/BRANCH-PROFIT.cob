      *>     cobradas com vencimento no mes, agencia via a conta do
      *>     emprestimo);
      *>   - juros pagos a depositantes (pernas tipo I);
      *>   - custos com pessoal (CUSTO-PESS e ENC-SOCIAL do razao do
      *>     GL-LEDGER no mes, pela agencia do centro de custo onde o
      *>     PAYROLL-SYSTEM os lancou);
      *> comissoes e juros pagos contam na agencia que detem a conta
      *> (ACC-BRANCH), nao na do balcao que fez o movimento -- o
      *> mesmo criterio das pernas interagencias do GL-EXTRACT;
      *> e ordena as agencias pela contribuicao, com os nomes de
      *> branches.dat (branch_profit_report.txt).
      *>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

      *> Razao do GL-LEDGER (Dia 55), para os custos com pessoal.
           SELECT LEDGER-FILE ASSIGN TO "gl_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *> Diario cambial do balcao (TELLER-DRAWER, Dia 39).
           SELECT FXJ-FILE ASSIGN TO "drawer_fx_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD BRANCHES-FILE.
       COPY "BRANCH-RECORD.cpy".

      *> Layout must match GL-LEDGER's LG-REC.
       FD LEDGER-FILE.
       01 LG-REC.
           05 LG-PERIOD  PIC 9(6).
           05 LG-ACCOUNT PIC X(10).
           05 LG-DEBITS  PIC 9(13)V99.
           05 LG-CREDITS PIC 9(13)V99.
           05 LG-BRANCH  PIC 9(4).

      *> Layout must match TELLER-DRAWER's FXJ-REC.
       FD FXJ-FILE.
       01 FXJ-REC.
           05 FX-MARGIN   PIC 9(5)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS  PIC XX.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-BR-STATUS     PIC XX.
       01 WS-FXJ-STATUS    PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 EOF-FLAG         PIC X VALUE "N".
       01 WS-MONTH         PIC 9(6).

               10 WS-BR-FEES     PIC S9(11)V99.
               10 WS-BR-INT-PAID PIC S9(11)V99.
               10 WS-BR-LOAN-INT PIC S9(11)V99.
               10 WS-BR-STAFF    PIC S9(11)V99.
               10 WS-BR-CONTRIB  PIC S9(11)V99.
       01 WS-SWAP-ENTRY.
           05 WS-SW-CODE     PIC 9(4).
           05 WS-SW-FEES     PIC S9(11)V99.
           05 WS-SW-INT-PAID PIC S9(11)V99.
           05 WS-SW-LOAN-INT PIC S9(11)V99.
           05 WS-SW-STAFF    PIC S9(11)V99.
           05 WS-SW-CONTRIB  PIC S9(11)V99.

       01 WS-WORK-BRANCH   PIC 9(4).
       01 WS-FX-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-BR-NAME-W     PIC X(30).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== RENTABILIDADE POR AGENCIA ====="
       MOVE "BRANCH-PROFIT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Mes (AAAAMM):"
       ACCEPT WS-MONTH

       PERFORM SCAN-TRANSACTIONS
       PERFORM SCAN-LOAN-INTEREST
       PERFORM SCAN-FX-MARGIN
       PERFORM SCAN-STAFF-COSTS

       IF WS-BR-COUNT = 0 AND WS-FX-TOTAL = 0
           DISPLAY "Sem movimentos relevantes no mes " WS-MONTH "."
               WS-BR-FEES (WS-BR-IDX)
               + WS-BR-LOAN-INT (WS-BR-IDX)
               - WS-BR-INT-PAID (WS-BR-IDX)
               - WS-BR-STAFF (WS-BR-IDX)
       END-PERFORM
       PERFORM SORT-BY-CONTRIBUTION

                  WS-BR-LOAN-INT (WS-BR-IDX) DELIMITED BY SIZE
                  " JUROS PAGOS " DELIMITED BY SIZE
                  WS-BR-INT-PAID (WS-BR-IDX) DELIMITED BY SIZE
                  " PESSOAL " DELIMITED BY SIZE
                  WS-BR-STAFF (WS-BR-IDX) DELIMITED BY SIZE
                  " CONTRIBUICAO " DELIMITED BY SIZE
                  WS-BR-CONTRIB (WS-BR-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
           DISPLAY REPORT-LINE
       END-IF
       CLOSE REPORT-FILE
       MOVE "branch_profit_report.txt" TO RPQ-FILE
       MOVE "BRPROFIT" TO RPQ-TYPE
       MOVE WS-MONTH TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY "Relatorio em branch_profit_report.txt"
       GOBACK.

      *> Pernas tipo F somam receita, tipo I somam custo, ambas na
      *> agencia da conta (a do balcao quando a conta nao consta).
SCAN-TRANSACTIONS.
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT ACCOUNTS-FILE
       MOVE "N" TO EOF-FLAG
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TRANS-DATE(1:6) = WS-MONTH
                       IF TRANS-FEE
                           PERFORM FIND-ACCOUNT-BRANCH
                           MOVE TRANS-AMOUNT TO WS-WORK-AMOUNT
                           MOVE "F" TO WS-WORK-KIND
                           PERFORM ADD-TO-BRANCH
                       END-IF
                       IF TRANS-INTEREST
                           PERFORM FIND-ACCOUNT-BRANCH
                           MOVE TRANS-AMOUNT TO WS-WORK-AMOUNT
                           MOVE "I" TO WS-WORK-KIND
                           PERFORM ADD-TO-BRANCH
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE.

FIND-ACCOUNT-BRANCH.
       MOVE TRANS-BRANCH TO WS-WORK-BRANCH
       IF WS-ACC-STATUS = "35"
           EXIT PARAGRAPH
       END-IF
       MOVE TRANS-ACC-ID TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE ACC-BRANCH TO WS-WORK-BRANCH
       END-READ.

      *> Juros de emprestimo cobrados: linhas do plano cobradas com
      *> vencimento no mes; a agencia vem da conta do emprestimo.
SCAN-LOAN-INTEREST.
                   AT END MOVE "10" TO WS-LOANS-STATUS
                   NOT AT END
                       IF LOAN-ID = LS-LOAN-ID
                          AND NOT LOAN-LAYOUT-HEADER
                           MOVE LOAN-ACC-ID TO WS-LOAN-ACC
                       END-IF
               END-READ
       END-PERFORM
       CLOSE FXJ-FILE.

      *> Custos com pessoal do mes no razao (debitos menos creditos
      *> de CUSTO-PESS e ENC-SOCIAL), por agencia da linha; linhas
      *> antigas sem agencia contam como 0000.
SCAN-STAFF-COSTS.
       OPEN INPUT LEDGER-FILE
       IF WS-LEDGER-STATUS = "35"
           CLOSE LEDGER-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ LEDGER-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LG-PERIOD = WS-MONTH
                      AND (LG-ACCOUNT = "CUSTO-PESS"
                           OR LG-ACCOUNT = "ENC-SOCIAL")
                       IF LG-BRANCH NOT NUMERIC
                           MOVE 0 TO LG-BRANCH
                       END-IF
                       MOVE LG-BRANCH TO WS-WORK-BRANCH
                       COMPUTE WS-WORK-AMOUNT =
                           LG-DEBITS - LG-CREDITS
                       MOVE "P" TO WS-WORK-KIND
                       PERFORM ADD-TO-BRANCH
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LEDGER-FILE.

ADD-TO-BRANCH.
       MOVE "N" TO WS-BR-FOUND
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
           MOVE 0 TO WS-BR-FEES (WS-BR-IDX)
           MOVE 0 TO WS-BR-INT-PAID (WS-BR-IDX)
           MOVE 0 TO WS-BR-LOAN-INT (WS-BR-IDX)
           MOVE 0 TO WS-BR-STAFF (WS-BR-IDX)
           MOVE 0 TO WS-BR-CONTRIB (WS-BR-IDX)
           PERFORM ADD-KIND
       END-IF.
                        TO WS-BR-INT-PAID (WS-BR-IDX)
           WHEN "L" ADD WS-WORK-AMOUNT
                        TO WS-BR-LOAN-INT (WS-BR-IDX)
           WHEN "P" ADD WS-WORK-AMOUNT
                        TO WS-BR-STAFF (WS-BR-IDX)
       END-EVALUATE.

      *> Ordenacao por troca direta (tabela pequena): contribuicao
           END-READ
       END-PERFORM
       CLOSE BRANCHES-FILE.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat/loans.dat de versao diferente
      *> da do layout com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "BRANCH-PROFIT" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
