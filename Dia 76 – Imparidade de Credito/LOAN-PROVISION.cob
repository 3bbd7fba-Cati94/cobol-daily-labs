       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.

      *> Imparidade de credito de fim de mes: ate aqui nada dizia a
      *> financas quanto da carteira de emprestimos se espera
      *> perder.
      *>
      *> Cada emprestimo ativo de loans.dat recebe um estagio pelos
      *> dias de atraso da prestacao pendente mais antiga -- a mesma
      *> escada do LOAN-COLLECTIONS (Dia 48):
      *>   1 - em cumprimento   (menos de 30 dias);
      *>   2 - sob vigilancia   (30 a 89 dias);
      *>   3 - em incumprimento (90 dias ou mais).
      *> A exposicao e o capital pendente no plano
      *> (loan_schedule.dat) menos o colateral ativo de
      *> loan_collateral.dat (nunca abaixo de zero); a imparidade e
      *> essa exposicao liquida vezes a taxa de perda do estagio.
      *>
      *> O total por agencia e estagio compara com a corrida
      *> anterior (loan_provision_last.dat) e a diferenca por
      *> agencia vai para gl_postings.dat como par equilibrado:
      *>   reforco  - IMPARIDADE a debito contra PROV-CRED;
      *>   reversao - PROV-CRED a debito contra REPOS-IMP.
      *> O relatorio por estagio e agencia para o comite de risco
      *> sai em loan_provision_report.txt. Sem corrida anterior a
      *> provisao inteira entra como reforco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSCHED-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO "loan_collateral.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "loan_provision_last.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT BASELINE-TEMP ASSIGN TO "loan_provision_last.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-FILE ASSIGN TO "gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "loan_provision_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD LOANS-FILE.
       COPY "LOAN-RECORD.cpy".

       FD SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD COLLATERAL-FILE.
       COPY "COLLATERAL-RECORD.cpy".

      *> Provisao da corrida anterior por agencia e estagio.
       FD BASELINE-FILE.
       01 BASE-REC.
           05 BASE-BRANCH    PIC 9(4).
           05 BASE-STAGE     PIC 9.
           05 BASE-PROVISION PIC 9(11)V99.

      *> Width must match BASE-REC exactly (18 chars).
       FD BASELINE-TEMP.
       01 BASE-TEMP-REC PIC X(18).

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-LOANS-STATUS  PIC XX.
       01 WS-LSCHED-STATUS PIC XX.
       01 WS-COLL-STATUS   PIC XX.
       01 WS-BASE-STATUS   PIC XX.
       01 WS-GL-STATUS     PIC XX.
       01 EOF-FLAG         PIC X VALUE "N".
       01 WS-ASOF          PIC 9(8).
       01 WS-ASOF-INT      PIC 9(9).

      *> Taxas de perda por estagio (% da exposicao liquida).
       01 WS-LOSS-VALUES.
           05 FILLER PIC 9(3)V99 VALUE 001.00.
           05 FILLER PIC 9(3)V99 VALUE 010.00.
           05 FILLER PIC 9(3)V99 VALUE 050.00.
       01 WS-LOSS-TABLE REDEFINES WS-LOSS-VALUES.
           05 WS-LOSS-RATE OCCURS 3 TIMES PIC 9(3)V99.
       01 WS-STAGE-NAMES.
           05 FILLER PIC X(16) VALUE "EM CUMPRIMENTO".
           05 FILLER PIC X(16) VALUE "SOB VIGILANCIA".
           05 FILLER PIC X(16) VALUE "EM INCUMPRIMENTO".
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME OCCURS 3 TIMES PIC X(16).

      *> Emprestimos ativos da corrida.
       01 WS-LN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LN-IDX        PIC 9(3).
       01 WS-LN-FOUND      PIC X.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
               10 WS-LN-LOAN      PIC 9(4).
               10 WS-LN-ACC       PIC 9(8).
               10 WS-LN-BRANCH    PIC 9(4).
               10 WS-LN-OUT       PIC 9(9)V99.
               10 WS-LN-OLDEST    PIC 9(8).
               10 WS-LN-COLL      PIC 9(9)V99.
               10 WS-LN-NET       PIC 9(9)V99.
               10 WS-LN-STAGE     PIC 9.
               10 WS-LN-PROV      PIC 9(9)V99.
       01 WS-DAYS-LATE     PIC S9(5).
       01 WS-NET-WORK      PIC S9(9)V99.

      *> Totais por agencia e estagio, com a provisao anterior.
       01 WS-BS-COUNT      PIC 9(3) VALUE 0.
       01 WS-BS-IDX        PIC 9(3).
       01 WS-BS-FOUND      PIC X.
       01 WS-BS-TABLE.
           05 WS-BS-ENTRY OCCURS 150 TIMES.
               10 WS-BS-BRANCH    PIC 9(4).
               10 WS-BS-STAGE     PIC 9.
               10 WS-BS-LOANS     PIC 9(4).
               10 WS-BS-OUT       PIC 9(11)V99.
               10 WS-BS-COLL      PIC 9(11)V99.
               10 WS-BS-NET       PIC 9(11)V99.
               10 WS-BS-PROV      PIC 9(11)V99.
               10 WS-BS-PREV      PIC 9(11)V99.
               10 WS-BS-DELTA     PIC S9(11)V99.
       01 WS-KEY-BRANCH    PIC 9(4).
       01 WS-KEY-STAGE     PIC 9.
      *> Emprestimo a procurar na tabela (FIND-LOAN-ENTRY).
       01 WS-KEY-LOAN      PIC 9(4).

      *> Diferenca por agencia a lancar no GL.
       01 WS-BR-COUNT      PIC 9(2) VALUE 0.
       01 WS-BR-IDX        PIC 9(2).
       01 WS-BR-FOUND      PIC X.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 60 TIMES.
               10 WS-BR-CODE      PIC 9(4).
               10 WS-BR-DELTA     PIC S9(11)V99.

       01 WS-STG           PIC 9.
       01 WS-STG-LOANS     PIC 9(4).
       01 WS-STG-NET       PIC 9(11)V99.
       01 WS-STG-PROV      PIC 9(11)V99.
       01 WS-STG-PREV      PIC 9(11)V99.
       01 WS-TOT-PROV      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PREV      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DELTA     PIC S9(11)V99.
       01 WS-POSTED        PIC 9(2) VALUE 0.

       01 WS-AMT-ED        PIC Z(10)9.99.
       01 WS-AMT-ED2       PIC Z(10)9.99.
       01 WS-AMT-ED3       PIC Z(10)9.99.
       01 WS-DELTA-ED      PIC -(10)9.99.
       01 WS-RATE-ED       PIC ZZ9.99.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== IMPARIDADE DE CREDITO ====="
       MOVE "LOAN-PROVISION" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-LOAN-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Data de fecho (AAAAMMDD):"
       ACCEPT WS-ASOF
       COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF)

       PERFORM LOAD-ACTIVE-LOANS
       PERFORM SUM-SCHEDULE
       PERFORM SUM-COLLATERAL
       PERFORM GET-LOAN-BRANCHES

       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           PERFORM PROVISION-ONE-LOAN
       END-PERFORM

       PERFORM LOAD-BASELINES
       IF WS-BS-COUNT = 0
           DISPLAY "Sem emprestimos ativos nem provisao anterior."
           GOBACK
       END-IF

       PERFORM VARYING WS-BS-IDX FROM 1 BY 1
               UNTIL WS-BS-IDX > WS-BS-COUNT
           COMPUTE WS-BS-DELTA (WS-BS-IDX) =
               WS-BS-PROV (WS-BS-IDX) - WS-BS-PREV (WS-BS-IDX)
           ADD WS-BS-PROV (WS-BS-IDX) TO WS-TOT-PROV
           ADD WS-BS-PREV (WS-BS-IDX) TO WS-TOT-PREV
           PERFORM ADD-TO-BRANCH-DELTA
       END-PERFORM
       COMPUTE WS-TOT-DELTA = WS-TOT-PROV - WS-TOT-PREV

       PERFORM WRITE-REPORT

       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           IF WS-BR-DELTA (WS-BR-IDX) NOT = 0
               PERFORM POST-GL-PAIR
           END-IF
       END-PERFORM

       PERFORM SAVE-BASELINES

       DISPLAY "Emprestimos provisionados: " WS-LN-COUNT
               "  Pares lancados no GL: " WS-POSTED
       MOVE WS-TOT-PROV TO WS-AMT-ED
       MOVE WS-TOT-DELTA TO WS-DELTA-ED
       DISPLAY "Imparidade total: " WS-AMT-ED
               "  Variacao: " WS-DELTA-ED
       DISPLAY "Relatorio em loan_provision_report.txt"
       GOBACK.

LOAD-ACTIVE-LOANS.
       OPEN INPUT LOANS-FILE
       IF WS-LOANS-STATUS = "35"
           CLOSE LOANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ LOANS-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LOAN-ACTIVE AND WS-LN-COUNT < 500
                       ADD 1 TO WS-LN-COUNT
                       MOVE LOAN-ID TO WS-LN-LOAN (WS-LN-COUNT)
                       MOVE LOAN-ACC-ID TO WS-LN-ACC (WS-LN-COUNT)
                       MOVE 0 TO WS-LN-BRANCH (WS-LN-COUNT)
                       MOVE 0 TO WS-LN-OUT (WS-LN-COUNT)
                       MOVE 0 TO WS-LN-OLDEST (WS-LN-COUNT)
                       MOVE 0 TO WS-LN-COLL (WS-LN-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LOANS-FILE.

      *> Capital pendente e vencimento pendente mais antigo ja
      *> passado, por emprestimo.
SUM-SCHEDULE.
       OPEN INPUT SCHEDULE-FILE
       IF WS-LSCHED-STATUS = "35"
           CLOSE SCHEDULE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ SCHEDULE-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF LS-PENDING
                       MOVE LS-LOAN-ID TO WS-KEY-LOAN
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LN-FOUND = "Y"
                           ADD LS-PRINCIPAL TO WS-LN-OUT (WS-LN-IDX)
                           IF LS-DUE-DATE < WS-ASOF
                              AND (WS-LN-OLDEST (WS-LN-IDX) = 0
                               OR LS-DUE-DATE <
                                  WS-LN-OLDEST (WS-LN-IDX))
                               MOVE LS-DUE-DATE TO
                                   WS-LN-OLDEST (WS-LN-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCHEDULE-FILE.

SUM-COLLATERAL.
       OPEN INPUT COLLATERAL-FILE
       IF WS-COLL-STATUS = "35"
           CLOSE COLLATERAL-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ COLLATERAL-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF COLL-ACTIVE
                       MOVE COLL-LOAN-ID TO WS-KEY-LOAN
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LN-FOUND = "Y"
                           ADD COLL-VALUE TO WS-LN-COLL (WS-LN-IDX)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COLLATERAL-FILE.

      *> Procura WS-KEY-LOAN na tabela de emprestimos ativos.
FIND-LOAN-ENTRY.
       MOVE "N" TO WS-LN-FOUND
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               OR WS-LN-FOUND = "Y"
           IF WS-LN-LOAN (WS-LN-IDX) = WS-KEY-LOAN
               MOVE "Y" TO WS-LN-FOUND
           END-IF
       END-PERFORM
       IF WS-LN-FOUND = "Y"
           SUBTRACT 1 FROM WS-LN-IDX
       END-IF.

      *> A agencia do emprestimo e a da conta ligada.
GET-LOAN-BRANCHES.
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           MOVE WS-LN-ACC (WS-LN-IDX) TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACC-BRANCH TO WS-LN-BRANCH (WS-LN-IDX)
           END-READ
       END-PERFORM
       CLOSE ACCOUNTS-FILE.

*>-----------------------------------------------------------------
*> Estagio pelos dias de atraso, exposicao liquida de colateral e
*> imparidade do emprestimo corrente, somados na agencia/estagio.
*>-----------------------------------------------------------------
PROVISION-ONE-LOAN.
       MOVE 0 TO WS-DAYS-LATE
       IF WS-LN-OLDEST (WS-LN-IDX) NOT = 0
           COMPUTE WS-DAYS-LATE = WS-ASOF-INT
               - FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST (WS-LN-IDX))
       END-IF
       EVALUATE TRUE
           WHEN WS-DAYS-LATE >= 90
               MOVE 3 TO WS-LN-STAGE (WS-LN-IDX)
           WHEN WS-DAYS-LATE >= 30
               MOVE 2 TO WS-LN-STAGE (WS-LN-IDX)
           WHEN OTHER
               MOVE 1 TO WS-LN-STAGE (WS-LN-IDX)
       END-EVALUATE

       COMPUTE WS-NET-WORK =
           WS-LN-OUT (WS-LN-IDX) - WS-LN-COLL (WS-LN-IDX)
       IF WS-NET-WORK < 0
           MOVE 0 TO WS-NET-WORK
       END-IF
       MOVE WS-NET-WORK TO WS-LN-NET (WS-LN-IDX)
       MOVE WS-LN-STAGE (WS-LN-IDX) TO WS-STG
       COMPUTE WS-LN-PROV (WS-LN-IDX) ROUNDED =
           WS-LN-NET (WS-LN-IDX) * WS-LOSS-RATE (WS-STG) / 100

       MOVE WS-LN-BRANCH (WS-LN-IDX) TO WS-KEY-BRANCH
       MOVE WS-STG TO WS-KEY-STAGE
       PERFORM FIND-BS-ENTRY
       IF WS-BS-FOUND = "Y"
           ADD 1 TO WS-BS-LOANS (WS-BS-IDX)
           ADD WS-LN-OUT (WS-LN-IDX) TO WS-BS-OUT (WS-BS-IDX)
           ADD WS-LN-COLL (WS-LN-IDX) TO WS-BS-COLL (WS-BS-IDX)
           ADD WS-LN-NET (WS-LN-IDX) TO WS-BS-NET (WS-BS-IDX)
           ADD WS-LN-PROV (WS-LN-IDX) TO WS-BS-PROV (WS-BS-IDX)
       END-IF.

      *> Entrada WS-KEY-BRANCH/WS-KEY-STAGE da tabela por agencia e
      *> estagio, criada a zeros se ainda nao existir.
FIND-BS-ENTRY.
       MOVE "N" TO WS-BS-FOUND
       PERFORM VARYING WS-BS-IDX FROM 1 BY 1
               UNTIL WS-BS-IDX > WS-BS-COUNT
               OR WS-BS-FOUND = "Y"
           IF WS-BS-BRANCH (WS-BS-IDX) = WS-KEY-BRANCH
              AND WS-BS-STAGE (WS-BS-IDX) = WS-KEY-STAGE
               MOVE "Y" TO WS-BS-FOUND
           END-IF
       END-PERFORM
       IF WS-BS-FOUND = "Y"
           SUBTRACT 1 FROM WS-BS-IDX
           EXIT PARAGRAPH
       END-IF
       IF WS-BS-COUNT < 150
           ADD 1 TO WS-BS-COUNT
           MOVE WS-BS-COUNT TO WS-BS-IDX
           MOVE WS-KEY-BRANCH TO WS-BS-BRANCH (WS-BS-IDX)
           MOVE WS-KEY-STAGE TO WS-BS-STAGE (WS-BS-IDX)
           MOVE 0 TO WS-BS-LOANS (WS-BS-IDX)
           MOVE 0 TO WS-BS-OUT (WS-BS-IDX)
           MOVE 0 TO WS-BS-COLL (WS-BS-IDX)
           MOVE 0 TO WS-BS-NET (WS-BS-IDX)
           MOVE 0 TO WS-BS-PROV (WS-BS-IDX)
           MOVE 0 TO WS-BS-PREV (WS-BS-IDX)
           MOVE "Y" TO WS-BS-FOUND
       END-IF.

      *> Uma agencia/estagio que ja nao tem emprestimos entra com
      *> provisao atual zero, para a reversao sair no GL.
LOAD-BASELINES.
       OPEN INPUT BASELINE-FILE
       IF WS-BASE-STATUS = "35"
           CLOSE BASELINE-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ BASELINE-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE BASE-BRANCH TO WS-KEY-BRANCH
                   MOVE BASE-STAGE TO WS-KEY-STAGE
                   PERFORM FIND-BS-ENTRY
                   IF WS-BS-FOUND = "Y"
                       MOVE BASE-PROVISION TO WS-BS-PREV (WS-BS-IDX)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BASELINE-FILE.

ADD-TO-BRANCH-DELTA.
       MOVE "N" TO WS-BR-FOUND
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-BR-FOUND = "Y"
           IF WS-BR-CODE (WS-BR-IDX) = WS-BS-BRANCH (WS-BS-IDX)
               MOVE "Y" TO WS-BR-FOUND
               ADD WS-BS-DELTA (WS-BS-IDX) TO WS-BR-DELTA (WS-BR-IDX)
           END-IF
       END-PERFORM
       IF WS-BR-FOUND = "N" AND WS-BR-COUNT < 60
           ADD 1 TO WS-BR-COUNT
           MOVE WS-BS-BRANCH (WS-BS-IDX) TO WS-BR-CODE (WS-BR-COUNT)
           MOVE WS-BS-DELTA (WS-BS-IDX) TO WS-BR-DELTA (WS-BR-COUNT)
       END-IF.

*>-----------------------------------------------------------------
*> Relatorio do comite de risco: por estagio, uma linha por
*> agencia e o subtotal do estagio; no fim o total e a variacao
*> contra a corrida anterior.
*>-----------------------------------------------------------------
WRITE-REPORT.
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-LINE
       STRING "IMPARIDADE DE CREDITO POR ESTAGIO E AGENCIA EM "
              DELIMITED BY SIZE
              WS-ASOF DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "AGENCIA  EMPR  EXPOSICAO LIQUIDA" DELIMITED BY SIZE
              "        IMPARIDADE" DELIMITED BY SIZE
              "          ANTERIOR" DELIMITED BY SIZE
              "          VARIACAO" DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE

       PERFORM VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 3
           PERFORM REPORT-ONE-STAGE
       END-PERFORM

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-TOT-PROV TO WS-AMT-ED
       MOVE WS-TOT-PREV TO WS-AMT-ED2
       MOVE WS-TOT-DELTA TO WS-DELTA-ED
       MOVE SPACES TO REPORT-LINE
       STRING "TOTAL IMPARIDADE " DELIMITED BY SIZE
              WS-AMT-ED DELIMITED BY SIZE
              "  ANTERIOR " DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              "  VARIACAO " DELIMITED BY SIZE
              WS-DELTA-ED DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       IF WS-TOT-DELTA > 0
           MOVE "MOVIMENTO: REFORCO DE IMPARIDADE" TO REPORT-LINE
       END-IF
       IF WS-TOT-DELTA < 0
           MOVE "MOVIMENTO: REVERSAO DE IMPARIDADE" TO REPORT-LINE
       END-IF
       IF WS-TOT-DELTA = 0
           MOVE "MOVIMENTO: SEM VARIACAO" TO REPORT-LINE
       END-IF
       WRITE REPORT-LINE
       CLOSE REPORT-FILE
       MOVE "loan_provision_report.txt" TO RPQ-FILE
       MOVE "LNPROV" TO RPQ-TYPE
       MOVE WS-ASOF TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT.

REPORT-ONE-STAGE.
       MOVE 0 TO WS-STG-LOANS
       MOVE 0 TO WS-STG-NET
       MOVE 0 TO WS-STG-PROV
       MOVE 0 TO WS-STG-PREV
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-LOSS-RATE (WS-STG) TO WS-RATE-ED
       MOVE SPACES TO REPORT-LINE
       STRING "ESTAGIO " DELIMITED BY SIZE
              WS-STG DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-STAGE-NAME (WS-STG) DELIMITED BY "  "
              " (TAXA DE PERDA " DELIMITED BY SIZE
              WS-RATE-ED DELIMITED BY SIZE
              "%)" DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE

       PERFORM VARYING WS-BS-IDX FROM 1 BY 1
               UNTIL WS-BS-IDX > WS-BS-COUNT
           IF WS-BS-STAGE (WS-BS-IDX) = WS-STG
               ADD WS-BS-LOANS (WS-BS-IDX) TO WS-STG-LOANS
               ADD WS-BS-NET (WS-BS-IDX) TO WS-STG-NET
               ADD WS-BS-PROV (WS-BS-IDX) TO WS-STG-PROV
               ADD WS-BS-PREV (WS-BS-IDX) TO WS-STG-PREV
               MOVE WS-BS-NET (WS-BS-IDX) TO WS-AMT-ED
               MOVE WS-BS-PROV (WS-BS-IDX) TO WS-AMT-ED2
               MOVE WS-BS-PREV (WS-BS-IDX) TO WS-AMT-ED3
               MOVE WS-BS-DELTA (WS-BS-IDX) TO WS-DELTA-ED
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED BY SIZE
                      WS-BS-BRANCH (WS-BS-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-BS-LOANS (WS-BS-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AMT-ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AMT-ED2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AMT-ED3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DELTA-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
       END-PERFORM

       MOVE WS-STG-NET TO WS-AMT-ED
       MOVE WS-STG-PROV TO WS-AMT-ED2
       MOVE WS-STG-PREV TO WS-AMT-ED3
       COMPUTE WS-DELTA-ED = WS-STG-PROV - WS-STG-PREV
       MOVE SPACES TO REPORT-LINE
       STRING "  TOTAL " DELIMITED BY SIZE
              WS-STG-LOANS DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-AMT-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-AMT-ED3 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DELTA-ED DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE.

      *> Par equilibrado em gl_postings.dat por agencia: reforco
      *> debita IMPARIDADE contra PROV-CRED; reversao debita
      *> PROV-CRED contra REPOS-IMP.
POST-GL-PAIR.
       OPEN EXTEND GL-FILE
       IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
           CLOSE GL-FILE
           OPEN OUTPUT GL-FILE
           CLOSE GL-FILE
           OPEN EXTEND GL-FILE
       END-IF
       MOVE WS-ASOF TO GL-DATE
       MOVE WS-BR-CODE (WS-BR-IDX) TO GL-BRANCH
       MOVE "EUR" TO GL-CURRENCY
       MOVE 1 TO GL-COUNT
       COMPUTE GL-AMOUNT =
           FUNCTION ABS(WS-BR-DELTA (WS-BR-IDX))
       IF WS-BR-DELTA (WS-BR-IDX) > 0
           MOVE "IMPARIDADE" TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           WRITE GL-REC
           MOVE "PROV-CRED" TO GL-ACCOUNT
           MOVE "C" TO GL-DC
           WRITE GL-REC
       ELSE
           MOVE "PROV-CRED" TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           WRITE GL-REC
           MOVE "REPOS-IMP" TO GL-ACCOUNT
           MOVE "C" TO GL-DC
           WRITE GL-REC
       END-IF
       CLOSE GL-FILE
       ADD 1 TO WS-POSTED.

      *> A provisao desta corrida passa a ser a base da proxima.
SAVE-BASELINES.
       OPEN OUTPUT BASELINE-TEMP
       PERFORM VARYING WS-BS-IDX FROM 1 BY 1
               UNTIL WS-BS-IDX > WS-BS-COUNT
           IF WS-BS-PROV (WS-BS-IDX) NOT = 0
               MOVE WS-BS-BRANCH (WS-BS-IDX) TO BASE-BRANCH
               MOVE WS-BS-STAGE (WS-BS-IDX) TO BASE-STAGE
               MOVE WS-BS-PROV (WS-BS-IDX) TO BASE-PROVISION
               MOVE BASE-REC TO BASE-TEMP-REC
               WRITE BASE-TEMP-REC
           END-IF
       END-PERFORM
       CLOSE BASELINE-TEMP
       CALL "SYSTEM" USING
           "mv loan_provision_last.tmp loan_provision_last.dat".

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/loans.dat de versao diferente da do layout com
      *> que foi compilado.
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
       MOVE "LOAN-PROVISION" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
