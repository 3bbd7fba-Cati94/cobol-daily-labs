      *>                   movimento (conta a debito / a credito),
      *>                   que o GL-EXTRACT usa quando existem;
      *> gl_ledger.dat   - razao: debitos e creditos acumulados por
      *>                   conta e periodo (AAAAMM);
      *> gl_journals.dat - diarios manuais (acrescimos,
      *>                   reclassificacoes, correcoes): equilibrados,
      *>                   contas do plano, periodo aberto em
      *>                   accounting_periods.dat; ficam pendentes em
      *>                   pending_auth.dat (origem JOURNAL) ate um
      *>                   segundo operador os aprovar no AUTH-QUEUE
      *>                   (Dia 68), e so entao entram no razao. Os
      *>                   marcados para estorno geram o diario inverso
      *>                   no dia 1 do periodo seguinte.
      *>
      *> A acumulacao le gl_postings.dat (ignorando as linhas de
      *> CONTROLO), soma no razao e renomeia o ficheiro para
           SELECT TRIAL-FILE ASSIGN TO "gl_trial_balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Reconciliacao mensal das contas interagencias (IB...).
           SELECT RECON-FILE ASSIGN TO "interbranch_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Diarios manuais e a sua aprovacao (quatro olhos).
           SELECT JOURNAL-FILE ASSIGN TO "gl_journals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JN-STATUS.

           SELECT JOURNAL-TEMP-FILE ASSIGN TO "gl_journals.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIODS-FILE ASSIGN TO "accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT PENDING-AUTH-FILE ASSIGN TO "pending_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT PENDING-AUTH-TEMP ASSIGN TO "pending_auth.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.
       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

      *> Saldos por periodo, conta e agencia (a agencia das linhas
      *> do extrato; linhas antigas sem agencia leem-se como 0000).
       FD LEDGER-FILE.
       01 LG-REC.
           05 LG-PERIOD  PIC 9(6).
           05 LG-ACCOUNT PIC X(10).
           05 LG-DEBITS  PIC 9(13)V99.
           05 LG-CREDITS PIC 9(13)V99.
           05 LG-BRANCH  PIC 9(4).

      *> Width must match LG-REC exactly (50 chars).
       FD LEDGER-TEMP-FILE.
       01 LG-TEMP-REC PIC X(50).

      *> Width must match GR-REC exactly (21 chars).
       FD RULES-TEMP-FILE.
       01 GR-TEMP-REC PIC X(21).

       FD TRIAL-FILE.
       01 TRIAL-LINE PIC X(120).

       FD RECON-FILE.
       01 RECON-LINE PIC X(120).

       FD JOURNAL-FILE.
       COPY "GL-JOURNAL-RECORD.cpy".

      *> Width must match JN-REC exactly (132 chars).
       FD JOURNAL-TEMP-FILE.
       01 JN-TEMP-REC PIC X(132).

      *> Estado dos meses, mantido pelo PERIOD-CLOSE (Dia 62).
       FD PERIODS-FILE.
       01 AP-REC.
           05 AP-PERIOD PIC 9(6).
           05 AP-STATUS PIC X.
               88 AP-OPEN   VALUE "O".
               88 AP-CLOSED VALUE "C".

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
       01 WS-CHART-STATUS   PIC XX.
       01 WS-RULES-STATUS   PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-ACC-IDX        PIC 9(3).
       01 WS-ACC-FOUND      PIC X.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 900 TIMES.
               10 WS-ACC-PERIOD  PIC 9(6).
               10 WS-ACC-ACCOUNT PIC X(10).
               10 WS-ACC-DEBITS  PIC 9(13)V99.
               10 WS-ACC-CREDITS PIC 9(13)V99.
               10 WS-ACC-BRANCH  PIC 9(4).
       01 WS-POSTED-LINES   PIC 9(6) VALUE 0.
      *> Comando e nome datado do extrato acumulado (padrao do
      *> TRANS-ARCHIVE): cada corrida guarda o seu proprio ficheiro
       01 WS-BS-PASSIVO     PIC S9(13)V99.
       01 WS-BS-CAPITAL     PIC S9(13)V99.

      *> Reconciliacao interagencias: posicoes das contas IB do
      *> periodo (IB + agencia propria + contraparte), saldo devedor.
       01 WS-IB-COUNT       PIC 9(3) VALUE 0.
       01 WS-IB-IDX         PIC 9(3).
       01 WS-IB-IDX2        PIC 9(3).
       01 WS-IB-TABLE.
           05 WS-IB-ENTRY OCCURS 200 TIMES.
               10 WS-IB-OWN     PIC X(4).
               10 WS-IB-OTHER   PIC X(4).
               10 WS-IB-BAL     PIC S9(13)V99.
               10 WS-IB-PAIRED  PIC X.
       01 WS-IB-MIRROR-BAL  PIC S9(13)V99.
       01 WS-IB-DIFF        PIC S9(13)V99.
       01 WS-IB-PAIRS       PIC 9(3).
       01 WS-IB-BREAKS      PIC 9(3).
       01 WS-IB-STATE       PIC X(18).
       01 WS-IB-ED1         PIC -(12)9.99.
       01 WS-IB-ED2         PIC -(12)9.99.
       01 WS-IB-ED3         PIC -(12)9.99.

      *> Diarios manuais: captura (ate 50 linhas) e lancamento dos
      *> aprovados no AUTH-QUEUE.
       01 WS-JN-STATUS      PIC XX.
       01 WS-PER-STATUS     PIC XX.
       01 WS-PA-STATUS      PIC XX.
       01 WS-JN-EOF         PIC X VALUE "N".
       01 WS-PER-EOF        PIC X VALUE "N".
       01 WS-PA-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-LAST-JN-ID     PIC 9(6) VALUE 0.
       01 WS-LAST-PA-ID     PIC 9(5) VALUE 0.
       01 WS-JN-DATE        PIC 9(8).
       01 WS-JN-DESC        PIC X(30).
       01 WS-JN-REVERSE     PIC X.
       01 WS-JN-DONE        PIC X.
       01 WS-JN-TOT-DEBITS  PIC 9(13)V99.
       01 WS-JN-TOT-CREDITS PIC 9(13)V99.
       01 WS-IN-ACCOUNT     PIC X(10).
       01 WS-IN-BRANCH      PIC 9(4).
       01 WS-IN-DC          PIC X.
       01 WS-IN-AMOUNT      PIC 9(11)V99.
       01 WS-JL-COUNT       PIC 9(3) VALUE 0.
       01 WS-JL-IDX         PIC 9(3).
       01 WS-JL-TABLE.
           05 WS-JL-ENTRY OCCURS 50 TIMES.
               10 WS-JL-ACCOUNT PIC X(10).
               10 WS-JL-BRANCH  PIC 9(4).
               10 WS-JL-DC      PIC X.
               10 WS-JL-AMOUNT  PIC 9(11)V99.
      *> Periodo a validar em accounting_periods.dat e o resultado
      *> (mes sem linha conta como aberto, como no PERIOD-CONTROL).
       01 WS-CHK-PERIOD     PIC 9(6).
       01 WS-PER-CLOSED     PIC X.
      *> Dia 1 do periodo seguinte, para o estorno.
       01 WS-REV-DATE       PIC 9(8).
       01 WS-REV-BASE       PIC 9(8).
      *> Despachos do AUTH-QUEUE por diario, e estornos a gerar.
       01 WS-JA-COUNT       PIC 9(3) VALUE 0.
       01 WS-JA-IDX         PIC 9(3).
       01 WS-JA-MATCH       PIC 9(3).
       01 WS-JA-TABLE.
           05 WS-JA-ENTRY OCCURS 200 TIMES.
               10 WS-JA-ID      PIC 9(6).
               10 WS-JA-ACTION  PIC X.
               10 WS-JA-CHECKER PIC X(20).
      *> " " por avaliar, S lancar, N periodo fechado (fica
      *> aprovado por lancar).
               10 WS-JA-OK      PIC X.
               10 WS-JA-REV-ID  PIC 9(6).
       01 WS-JA-POSTED      PIC 9(3).
       01 WS-JA-REJECTED    PIC 9(3).
       01 WS-RV-COUNT       PIC 9(4) VALUE 0.
       01 WS-RV-IDX         PIC 9(4).
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
               10 WS-RV-REC     PIC X(132).
       01 WS-JN-ED          PIC Z(10)9.99.
       01 WS-JN-SAVE        PIC X(132).

      *> Suporte de hash salgado de passwords (migra em claro ->
      *> hash no primeiro login bem sucedido).
       01 WS-HASH-WORK      PIC 9(15).
       01 WS-AUDIT-USER      PIC A(20).
       01 WS-AUDIT-ACTION    PIC X(40).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "GL-LEDGER" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Parametros do sistema (SYS-PARAM, Dia 91) em vigor hoje; sem
      *> linha em system_parameters.dat fica o valor compilado.
LOAD-SYSTEM-PARAMS.
       MOVE "LOCKOUT-MAX" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-MAX-FAILED
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
       MOVE "GL-LEDGER" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.


MENU-LOOP.
       DISPLAY "===== CONTABILIDADE GERAL ====="
       DISPLAY "6. Balancete de um periodo"
       DISPLAY "7. Demonstracao de resultados"
       DISPLAY "8. Balanco"
       DISPLAY "9. Reconciliacao interagencias"
       DISPLAY "10. Diario manual (para aprovacao)"
       DISPLAY "11. Lancar diarios aprovados"
       DISPLAY "12. Listar diarios manuais"
       DISPLAY "13. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ADD-CHART-ACCOUNT
               ELSE
                   DISPLAY "Acesso negado: plano reservado a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-CHART
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ADD-POSTING-RULE
               ELSE
                   DISPLAY "Acesso negado: regras reservadas a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM LIST-RULES
           WHEN 5
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM POST-TO-LEDGER
               ELSE
                   DISPLAY "Acesso negado: razao reservado a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 PERFORM TRIAL-BALANCE
           WHEN 7 PERFORM INCOME-STATEMENT
           WHEN 8 PERFORM BALANCE-SHEET
           WHEN 9 PERFORM INTERBRANCH-RECON
           WHEN 10
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ENTER-MANUAL-JOURNAL
               ELSE
                   DISPLAY "Acesso negado: diarios reservados a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 11
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM POST-APPROVED-JOURNALS
               ELSE
                   DISPLAY "Acesso negado: razao reservado a Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 12 PERFORM LIST-JOURNALS
           WHEN 13 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

*>-----------------------------------------------------------------
*> Acumula gl_postings.dat no razao: carrega o razao existente para
*> a tabela, soma as linhas do extrato (sem as de CONTROLO) por
*> conta, agencia e periodo (AAAAMM da data da linha) e regrava o
*> razao.
*> O extrato acumulado e renomeado para um
*> gl_postings_posted_<data-hora>.dat proprio da corrida, para
*> nunca entrar em dobro nem esmagar o registo das corridas
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   IF WS-ACC-COUNT < 900
                       ADD 1 TO WS-ACC-COUNT
                       IF LG-BRANCH NOT NUMERIC
                           MOVE 0 TO LG-BRANCH
                       END-IF
                       MOVE LG-BRANCH TO
                           WS-ACC-BRANCH (WS-ACC-COUNT)
                       MOVE LG-PERIOD TO
                           WS-ACC-PERIOD (WS-ACC-COUNT)
                       MOVE LG-ACCOUNT TO
               OR WS-ACC-FOUND = "Y"
           IF WS-ACC-PERIOD (WS-ACC-IDX) = WS-KEY-PERIOD
              AND WS-ACC-ACCOUNT (WS-ACC-IDX) = GL-ACCOUNT
              AND WS-ACC-BRANCH (WS-ACC-IDX) = GL-BRANCH
               MOVE "Y" TO WS-ACC-FOUND
               IF GL-DC = "D"
                   ADD GL-AMOUNT TO WS-ACC-DEBITS (WS-ACC-IDX)
               END-IF
           END-IF
       END-PERFORM
       IF WS-ACC-FOUND = "N" AND WS-ACC-COUNT < 900
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-KEY-PERIOD TO WS-ACC-PERIOD (WS-ACC-COUNT)
           MOVE GL-ACCOUNT TO WS-ACC-ACCOUNT (WS-ACC-COUNT)
           MOVE GL-BRANCH TO WS-ACC-BRANCH (WS-ACC-COUNT)
           MOVE 0 TO WS-ACC-DEBITS (WS-ACC-COUNT)
           MOVE 0 TO WS-ACC-CREDITS (WS-ACC-COUNT)
           IF GL-DC = "D"
           MOVE WS-ACC-ACCOUNT (WS-ACC-IDX) TO LG-ACCOUNT
           MOVE WS-ACC-DEBITS (WS-ACC-IDX) TO LG-DEBITS
           MOVE WS-ACC-CREDITS (WS-ACC-IDX) TO LG-CREDITS
           MOVE WS-ACC-BRANCH (WS-ACC-IDX) TO LG-BRANCH
           MOVE LG-REC TO LG-TEMP-REC
           WRITE LG-TEMP-REC
       END-PERFORM
                       STRING LG-ACCOUNT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-LOOK-NAME DELIMITED BY SIZE
                              " AG " DELIMITED BY SIZE
                              LG-BRANCH DELIMITED BY SIZE
                              " D " DELIMITED BY SIZE
                              LG-DEBITS DELIMITED BY SIZE
                              " C " DELIMITED BY SIZE
       END-STRING
       WRITE TRIAL-LINE
       CLOSE TRIAL-FILE
       MOVE "gl_trial_balance.txt" TO RPQ-FILE
       MOVE "GLTRIAL" TO RPQ-TYPE
       MOVE WS-RPT-PERIOD TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       IF WS-RPT-LINES = 0
           DISPLAY "Sem movimentos no periodo " WS-RPT-PERIOD "."
       COMPUTE WS-BAL = WS-BS-ATIVO - WS-BS-PASSIVO - WS-BS-CAPITAL
       DISPLAY "  Resultado do periodo (por transferir): " WS-BAL.

*>-----------------------------------------------------------------
*> Reconciliacao interagencias do periodo: o GL-EXTRACT lanca cada
*> movimento cruzado numa conta IB<propria><contraparte> em cada
*> uma das duas agencias, em sentidos opostos. Para cada par de
*> agencias a posicao de uma (debitos - creditos) mais a da outra
*> tem de dar zero; o relatorio lista os pares e assinala as
*> diferencas e as contas sem contrapartida
*> (interbranch_recon_report.txt).
*>-----------------------------------------------------------------
INTERBRANCH-RECON.
       DISPLAY "Periodo (AAAAMM):"
       ACCEPT WS-RPT-PERIOD
       MOVE 0 TO WS-IB-COUNT
       MOVE 0 TO WS-IB-PAIRS
       MOVE 0 TO WS-IB-BREAKS

       OPEN INPUT LEDGER-FILE
       IF WS-LEDGER-STATUS = "35"
           CLOSE LEDGER-FILE
           DISPLAY "Razao vazio - acumule primeiro um extrato."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LEDGER-EOF
       PERFORM UNTIL WS-LEDGER-EOF = "Y"
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   IF LG-PERIOD = WS-RPT-PERIOD
                      AND LG-ACCOUNT(1:2) = "IB"
                      AND WS-IB-COUNT < 200
                       ADD 1 TO WS-IB-COUNT
                       MOVE LG-ACCOUNT(3:4) TO WS-IB-OWN (WS-IB-COUNT)
                       MOVE LG-ACCOUNT(7:4)
                           TO WS-IB-OTHER (WS-IB-COUNT)
                       COMPUTE WS-IB-BAL (WS-IB-COUNT) =
                           LG-DEBITS - LG-CREDITS
                       MOVE "N" TO WS-IB-PAIRED (WS-IB-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LEDGER-FILE

       OPEN OUTPUT RECON-FILE
       MOVE SPACES TO RECON-LINE
       STRING "RECONCILIACAO INTERAGENCIAS - PERIODO " DELIMITED BY SIZE
              WS-RPT-PERIOD DELIMITED BY SIZE
              INTO RECON-LINE
       END-STRING
       WRITE RECON-LINE

       PERFORM VARYING WS-IB-IDX FROM 1 BY 1
               UNTIL WS-IB-IDX > WS-IB-COUNT
           IF WS-IB-PAIRED (WS-IB-IDX) = "N"
               PERFORM RECON-ONE-PAIR
           END-IF
       END-PERFORM

       MOVE SPACES TO RECON-LINE
       STRING "PARES " DELIMITED BY SIZE
              WS-IB-PAIRS DELIMITED BY SIZE
              " COM DIFERENCA " DELIMITED BY SIZE
              WS-IB-BREAKS DELIMITED BY SIZE
              INTO RECON-LINE
       END-STRING
       WRITE RECON-LINE
       CLOSE RECON-FILE
       MOVE "interbranch_recon_report.txt" TO RPQ-FILE
       MOVE "IBRECON" TO RPQ-TYPE
       MOVE WS-RPT-PERIOD TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       IF WS-IB-COUNT = 0
           DISPLAY "Sem contas interagencias no periodo "
                   WS-RPT-PERIOD "."
       ELSE
           DISPLAY "Pares de agencias: " WS-IB-PAIRS
                   " - com diferenca: " WS-IB-BREAKS
           IF WS-IB-BREAKS > 0
               DISPLAY "*** POSICOES INTERAGENCIAS NAO BATEM ***"
           END-IF
       END-IF
       DISPLAY "Relatorio em interbranch_recon_report.txt.".

      *> Junta a conta WS-IB-IDX com a espelho (agencias trocadas) e
      *> escreve a linha do par.
RECON-ONE-PAIR.
       MOVE "Y" TO WS-IB-PAIRED (WS-IB-IDX)
       ADD 1 TO WS-IB-PAIRS
       MOVE 0 TO WS-IB-MIRROR-BAL
       MOVE "SEM CONTRAPARTIDA" TO WS-IB-STATE
       PERFORM VARYING WS-IB-IDX2 FROM 1 BY 1
               UNTIL WS-IB-IDX2 > WS-IB-COUNT
           IF WS-IB-PAIRED (WS-IB-IDX2) = "N"
              AND WS-IB-OWN (WS-IB-IDX2) = WS-IB-OTHER (WS-IB-IDX)
              AND WS-IB-OTHER (WS-IB-IDX2) = WS-IB-OWN (WS-IB-IDX)
               MOVE "Y" TO WS-IB-PAIRED (WS-IB-IDX2)
               MOVE WS-IB-BAL (WS-IB-IDX2) TO WS-IB-MIRROR-BAL
               MOVE SPACES TO WS-IB-STATE
           END-IF
       END-PERFORM
       COMPUTE WS-IB-DIFF = WS-IB-BAL (WS-IB-IDX) + WS-IB-MIRROR-BAL
       IF WS-IB-DIFF = 0
           IF WS-IB-STATE = SPACES
               MOVE "OK" TO WS-IB-STATE
           ELSE
               MOVE "OK (SALDO ZERO)" TO WS-IB-STATE
           END-IF
       ELSE
           ADD 1 TO WS-IB-BREAKS
           IF WS-IB-STATE = SPACES
               MOVE "DIFERENCA" TO WS-IB-STATE
           END-IF
       END-IF
       MOVE WS-IB-BAL (WS-IB-IDX) TO WS-IB-ED1
       MOVE WS-IB-MIRROR-BAL TO WS-IB-ED2
       MOVE WS-IB-DIFF TO WS-IB-ED3
       MOVE SPACES TO RECON-LINE
       STRING "AGENCIA " DELIMITED BY SIZE
              WS-IB-OWN (WS-IB-IDX) DELIMITED BY SIZE
              WS-IB-ED1 DELIMITED BY SIZE
              "  AGENCIA " DELIMITED BY SIZE
              WS-IB-OTHER (WS-IB-IDX) DELIMITED BY SIZE
              WS-IB-ED2 DELIMITED BY SIZE
              "  LIQUIDO" DELIMITED BY SIZE
              WS-IB-ED3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IB-STATE DELIMITED BY SIZE
              INTO RECON-LINE
       END-STRING
       WRITE RECON-LINE
       DISPLAY RECON-LINE.

*>-----------------------------------------------------------------
*> Diario manual: data num periodo aberto, linhas com contas do
*> plano (a agencia e livre, 0 = sem agencia) que tem de fechar
*> debitos = creditos. Nao entra no razao: fica em gl_journals.dat
*> como pendente e vai para a fila pending_auth.dat (origem
*> JOURNAL, numero do diario em PA-ACC-ID) para um segundo operador
*> o aprovar no AUTH-QUEUE.
*>-----------------------------------------------------------------
ENTER-MANUAL-JOURNAL.
       DISPLAY "Data do diario (AAAAMMDD):"
       ACCEPT WS-JN-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-JN-DATE) NOT = 0
           DISPLAY "Data invalida."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-JN-DATE(1:6) TO WS-CHK-PERIOD
       PERFORM CHECK-PERIOD-OPEN
       IF WS-PER-CLOSED = "Y"
           DISPLAY "Periodo " WS-CHK-PERIOD " fechado (PERIOD-CLOSE)."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Descricao:"
       ACCEPT WS-JN-DESC
       IF WS-JN-DESC = SPACES
           DISPLAY "Descricao obrigatoria."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Estornar no dia 1 do periodo seguinte? (S/N):"
       ACCEPT WS-JN-REVERSE
       MOVE FUNCTION UPPER-CASE(WS-JN-REVERSE) TO WS-JN-REVERSE
       IF WS-JN-REVERSE NOT = "S"
           MOVE "N" TO WS-JN-REVERSE
       END-IF
       IF WS-JN-REVERSE = "S"
           MOVE WS-JN-DATE TO WS-REV-BASE
           PERFORM COMPUTE-REVERSAL-DATE
           MOVE WS-REV-DATE(1:6) TO WS-CHK-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-CLOSED = "Y"
               DISPLAY "Periodo do estorno " WS-CHK-PERIOD
                       " fechado (PERIOD-CLOSE)."
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE 0 TO WS-JL-COUNT
       MOVE 0 TO WS-JN-TOT-DEBITS
       MOVE 0 TO WS-JN-TOT-CREDITS
       MOVE "N" TO WS-JN-DONE
       DISPLAY "Linhas do diario (conta em branco termina):"
       PERFORM ENTER-JOURNAL-LINE UNTIL WS-JN-DONE = "Y"

       IF WS-JL-COUNT < 2
           DISPLAY "Um diario precisa de pelo menos duas linhas - "
                   "nao registado."
           EXIT PARAGRAPH
       END-IF
       IF WS-JN-TOT-DEBITS NOT = WS-JN-TOT-CREDITS
           MOVE WS-JN-TOT-DEBITS TO WS-JN-ED
           DISPLAY "Diario desequilibrado: debitos " WS-JN-ED
           MOVE WS-JN-TOT-CREDITS TO WS-JN-ED
           DISPLAY "                       creditos " WS-JN-ED
                   " - nao registado."
           EXIT PARAGRAPH
       END-IF

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM GET-LAST-JOURNAL-ID
       ADD 1 TO WS-LAST-JN-ID
       OPEN EXTEND JOURNAL-FILE
       IF WS-JN-STATUS = "05" OR WS-JN-STATUS = "35"
           CLOSE JOURNAL-FILE
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE
           OPEN EXTEND JOURNAL-FILE
       END-IF
       PERFORM WRITE-JOURNAL-LINE
           VARYING WS-JL-IDX FROM 1 BY 1
           UNTIL WS-JL-IDX > WS-JL-COUNT
       CLOSE JOURNAL-FILE

      *> PA-AMOUNT so leva ate 9.999.999,99: acima disso a fila
      *> mostra o teto e o checker ve o diario na listagem.
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
       MOVE "JOURNAL" TO PA-SOURCE
       MOVE "J" TO PA-OPTION
       MOVE WS-LAST-JN-ID TO PA-ACC-ID
       IF WS-JN-TOT-DEBITS > 9999999.99
           MOVE 9999999.99 TO PA-AMOUNT
       ELSE
           MOVE WS-JN-TOT-DEBITS TO PA-AMOUNT
       END-IF
       MOVE 0 TO PA-RATE
       MOVE 0 TO PA-TERM
       MOVE "DIA" TO PA-REASON
       MOVE WS-JN-DESC TO PA-NARRATIVE
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
       STRING "GL JOURNAL " DELIMITED BY SIZE
              WS-LAST-JN-ID DELIMITED BY SIZE
              " PARKED AUTH " DELIMITED BY SIZE
              WS-LAST-PA-ID DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Diario " WS-LAST-JN-ID " registado e pendente de "
               "autorizacao (pedido " WS-LAST-PA-ID ")."
       DISPLAY "Aprovacao no AUTH-QUEUE por outro operador; depois "
               "lance-o na opcao 11.".

ENTER-JOURNAL-LINE.
       IF WS-JL-COUNT >= 50
           DISPLAY "Limite de 50 linhas atingido."
           MOVE "Y" TO WS-JN-DONE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-IN-ACCOUNT
       DISPLAY "Conta:"
       ACCEPT WS-IN-ACCOUNT
       IF WS-IN-ACCOUNT = SPACES
           MOVE "Y" TO WS-JN-DONE
           EXIT PARAGRAPH
       END-IF
       MOVE WS-IN-ACCOUNT TO WS-LOOK-ACCOUNT
       PERFORM LOOKUP-CHART
       IF WS-CHART-FOUND = "N"
           DISPLAY "Conta " WS-IN-ACCOUNT " fora do plano - linha "
                   "ignorada."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Agencia (0 = sem agencia):"
       ACCEPT WS-IN-BRANCH
       DISPLAY "Debito ou credito (D/C):"
       ACCEPT WS-IN-DC
       MOVE FUNCTION UPPER-CASE(WS-IN-DC) TO WS-IN-DC
       IF WS-IN-DC NOT = "D" AND WS-IN-DC NOT = "C"
           DISPLAY "Lado invalido - linha ignorada."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Valor:"
       ACCEPT WS-IN-AMOUNT
       IF WS-IN-AMOUNT = 0
           DISPLAY "Valor invalido - linha ignorada."
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-JL-COUNT
       MOVE WS-IN-ACCOUNT TO WS-JL-ACCOUNT (WS-JL-COUNT)
       MOVE WS-IN-BRANCH TO WS-JL-BRANCH (WS-JL-COUNT)
       MOVE WS-IN-DC TO WS-JL-DC (WS-JL-COUNT)
       MOVE WS-IN-AMOUNT TO WS-JL-AMOUNT (WS-JL-COUNT)
       IF WS-IN-DC = "D"
           ADD WS-IN-AMOUNT TO WS-JN-TOT-DEBITS
       ELSE
           ADD WS-IN-AMOUNT TO WS-JN-TOT-CREDITS
       END-IF.

WRITE-JOURNAL-LINE.
       MOVE WS-LAST-JN-ID TO JN-ID
       MOVE WS-JL-IDX TO JN-LINE
       MOVE WS-JN-DATE TO JN-DATE
       MOVE "M" TO JN-TYPE
       MOVE 0 TO JN-ORIG-ID
       MOVE WS-JN-REVERSE TO JN-REVERSE
       MOVE WS-JN-DESC TO JN-DESC
       MOVE WS-JL-ACCOUNT (WS-JL-IDX) TO JN-ACCOUNT
       MOVE WS-JL-BRANCH (WS-JL-IDX) TO JN-BRANCH
       MOVE WS-JL-DC (WS-JL-IDX) TO JN-DC
       MOVE WS-JL-AMOUNT (WS-JL-IDX) TO JN-AMOUNT
       MOVE WS-OPER-NAME TO JN-MAKER
       MOVE "P" TO JN-STATUS
       MOVE SPACES TO JN-CHECKER
       MOVE 0 TO JN-POST-DATE
       WRITE JN-REC.

      *> WS-REV-DATE = dia 1 do mes seguinte ao de WS-REV-BASE.
COMPUTE-REVERSAL-DATE.
       MOVE WS-REV-BASE TO WS-REV-DATE
       MOVE "01" TO WS-REV-DATE(7:2)
       IF WS-REV-DATE(5:2) = "12"
           ADD 8900 TO WS-REV-DATE
       ELSE
           ADD 100 TO WS-REV-DATE
       END-IF.

      *> WS-PER-CLOSED = "Y" se o mes WS-CHK-PERIOD esta fechado em
      *> accounting_periods.dat; mes sem linha conta como aberto.
CHECK-PERIOD-OPEN.
       MOVE "N" TO WS-PER-CLOSED
       OPEN INPUT PERIODS-FILE
       IF WS-PER-STATUS = "35"
           CLOSE PERIODS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PER-EOF
       PERFORM UNTIL WS-PER-EOF = "Y"
           READ PERIODS-FILE
               AT END MOVE "Y" TO WS-PER-EOF
               NOT AT END
                   IF AP-PERIOD = WS-CHK-PERIOD
                       IF AP-CLOSED
                           MOVE "Y" TO WS-PER-CLOSED
                       ELSE
                           MOVE "N" TO WS-PER-CLOSED
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PERIODS-FILE.

GET-LAST-JOURNAL-ID.
       MOVE 0 TO WS-LAST-JN-ID
       OPEN INPUT JOURNAL-FILE
       IF WS-JN-STATUS = "35"
           CLOSE JOURNAL-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-JN-EOF
       PERFORM UNTIL WS-JN-EOF = "Y"
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-JN-EOF
               NOT AT END
                   IF JN-ID > WS-LAST-JN-ID
                       MOVE JN-ID TO WS-LAST-JN-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JOURNAL-FILE.

GET-LAST-PA-ID.
       MOVE 0 TO WS-LAST-PA-ID
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
                   IF PA-ID > WS-LAST-PA-ID
                       MOVE PA-ID TO WS-LAST-PA-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE.

*>-----------------------------------------------------------------
*> Lanca no razao os diarios despachados no AUTH-QUEUE: os
*> aprovados entram (com o periodo ainda aberto) e o pedido fica
*> executado (X); os rejeitados ficam rejeitados no diario. Um
*> diario com estorno gera o diario inverso (tipo V) com data do
*> dia 1 do periodo seguinte, lancado logo no razao.
*>-----------------------------------------------------------------
POST-APPROVED-JOURNALS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-JA-COUNT
       MOVE 0 TO WS-JA-POSTED
       MOVE 0 TO WS-JA-REJECTED
       MOVE 0 TO WS-RV-COUNT

       OPEN INPUT PENDING-AUTH-FILE
       IF WS-PA-STATUS = "35"
           CLOSE PENDING-AUTH-FILE
           DISPLAY "Fila de autorizacoes vazia."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-SOURCE = "JOURNAL"
                      AND (PA-APPROVED OR PA-REJECTED)
                      AND WS-JA-COUNT < 200
                       ADD 1 TO WS-JA-COUNT
                       MOVE PA-ACC-ID TO WS-JA-ID (WS-JA-COUNT)
                       MOVE PA-STATUS TO WS-JA-ACTION (WS-JA-COUNT)
                       MOVE PA-CHECKER TO WS-JA-CHECKER (WS-JA-COUNT)
                       MOVE SPACE TO WS-JA-OK (WS-JA-COUNT)
                       MOVE 0 TO WS-JA-REV-ID (WS-JA-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE
       IF WS-JA-COUNT = 0
           DISPLAY "Sem diarios despachados por lancar."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT JOURNAL-FILE
       IF WS-JN-STATUS = "35"
           CLOSE JOURNAL-FILE
           DISPLAY "gl_journals.dat nao existe."
           EXIT PARAGRAPH
       END-IF
       CLOSE JOURNAL-FILE
       PERFORM GET-LAST-JOURNAL-ID
       PERFORM LOAD-LEDGER-TABLE

       OPEN INPUT JOURNAL-FILE
       OPEN OUTPUT JOURNAL-TEMP-FILE
       MOVE "N" TO WS-JN-EOF
       PERFORM UNTIL WS-JN-EOF = "Y"
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-JN-EOF
               NOT AT END
                   IF JN-PENDING
                       PERFORM DISPATCH-JOURNAL-LINE
                   END-IF
                   MOVE JN-REC TO JN-TEMP-REC
                   WRITE JN-TEMP-REC
           END-READ
       END-PERFORM
       PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
           MOVE WS-RV-REC (WS-RV-IDX) TO JN-TEMP-REC
           WRITE JN-TEMP-REC
       END-PERFORM
       CLOSE JOURNAL-FILE
       CLOSE JOURNAL-TEMP-FILE
       CALL "SYSTEM" USING "mv gl_journals.tmp gl_journals.dat"

       IF WS-JA-POSTED = 0 AND WS-JA-REJECTED = 0
           DISPLAY "Sem diarios despachados por lancar."
           EXIT PARAGRAPH
       END-IF
       IF WS-JA-POSTED > 0
           PERFORM SAVE-LEDGER-TABLE
       END-IF

       OPEN INPUT PENDING-AUTH-FILE
       OPEN OUTPUT PENDING-AUTH-TEMP
       MOVE "N" TO WS-PA-EOF
       PERFORM UNTIL WS-PA-EOF = "Y"
           READ PENDING-AUTH-FILE
               AT END MOVE "Y" TO WS-PA-EOF
               NOT AT END
                   IF PA-SOURCE = "JOURNAL" AND PA-APPROVED
                       PERFORM VARYING WS-JA-IDX FROM 1 BY 1
                               UNTIL WS-JA-IDX > WS-JA-COUNT
                           IF WS-JA-ID (WS-JA-IDX) = PA-ACC-ID
                              AND WS-JA-OK (WS-JA-IDX) = "S"
                               MOVE "X" TO PA-STATUS
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE PA-REC TO PA-TEMP-REC
                   WRITE PA-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE PENDING-AUTH-FILE
       CLOSE PENDING-AUTH-TEMP
       CALL "SYSTEM" USING "mv pending_auth.tmp pending_auth.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "GL JOURNALS POSTED " DELIMITED BY SIZE
              WS-JA-POSTED DELIMITED BY SIZE
              " REJECTED " DELIMITED BY SIZE
              WS-JA-REJECTED DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Diarios lancados no razao: " WS-JA-POSTED
               "; rejeitados: " WS-JA-REJECTED.

      *> Uma linha pendente de um diario despachado: rejeitado fica R;
      *> aprovado entra no razao (o periodo verifica-se uma vez por
      *> diario) e fica L, com o estorno se pedido.
DISPATCH-JOURNAL-LINE.
       MOVE 0 TO WS-JA-MATCH
       PERFORM VARYING WS-JA-IDX FROM 1 BY 1
               UNTIL WS-JA-IDX > WS-JA-COUNT OR WS-JA-MATCH > 0
           IF WS-JA-ID (WS-JA-IDX) = JN-ID
               MOVE WS-JA-IDX TO WS-JA-MATCH
           END-IF
       END-PERFORM
       IF WS-JA-MATCH = 0
           EXIT PARAGRAPH
       END-IF
       IF WS-JA-ACTION (WS-JA-MATCH) = "R"
           MOVE "R" TO JN-STATUS
           MOVE WS-JA-CHECKER (WS-JA-MATCH) TO JN-CHECKER
           MOVE WS-TODAY TO JN-POST-DATE
           IF JN-LINE = 1
               ADD 1 TO WS-JA-REJECTED
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-JA-OK (WS-JA-MATCH) = SPACE
           PERFORM CHECK-JOURNAL-PERIODS
       END-IF
       IF WS-JA-OK (WS-JA-MATCH) NOT = "S"
           EXIT PARAGRAPH
       END-IF

       MOVE JN-DATE TO GL-DATE
       MOVE JN-ACCOUNT TO GL-ACCOUNT
       MOVE JN-DC TO GL-DC
       MOVE JN-BRANCH TO GL-BRANCH
       MOVE "EUR" TO GL-CURRENCY
       MOVE 1 TO GL-COUNT
       MOVE JN-AMOUNT TO GL-AMOUNT
       PERFORM ADD-POSTING-TO-TABLE
       MOVE "L" TO JN-STATUS
       MOVE WS-JA-CHECKER (WS-JA-MATCH) TO JN-CHECKER
       MOVE WS-TODAY TO JN-POST-DATE
       IF JN-REVERSE = "S"
           PERFORM ADD-REVERSAL-LINE
       END-IF.

CHECK-JOURNAL-PERIODS.
       MOVE JN-DATE(1:6) TO WS-CHK-PERIOD
       PERFORM CHECK-PERIOD-OPEN
       IF WS-PER-CLOSED = "N" AND JN-REVERSE = "S"
           MOVE JN-DATE TO WS-REV-BASE
           PERFORM COMPUTE-REVERSAL-DATE
           MOVE WS-REV-DATE(1:6) TO WS-CHK-PERIOD
           PERFORM CHECK-PERIOD-OPEN
       END-IF
       IF WS-PER-CLOSED = "Y"
           MOVE "N" TO WS-JA-OK (WS-JA-MATCH)
           DISPLAY "Diario " JN-ID ": periodo " WS-CHK-PERIOD
                   " fechado - fica aprovado por lancar."
           EXIT PARAGRAPH
       END-IF
       MOVE "S" TO WS-JA-OK (WS-JA-MATCH)
       ADD 1 TO WS-JA-POSTED
       IF JN-REVERSE = "S"
           ADD 1 TO WS-LAST-JN-ID
           MOVE WS-LAST-JN-ID TO WS-JA-REV-ID (WS-JA-MATCH)
       END-IF.

      *> Linha inversa do estorno: mesmo valor, conta e agencia, lado
      *> trocado, dia 1 do periodo seguinte; lancada ja no razao e
      *> acrescentada a gl_journals.dat no fim da corrida.
ADD-REVERSAL-LINE.
       IF WS-RV-COUNT >= 500
           DISPLAY "AVISO: estorno do diario " JN-ID " linha "
                   JN-LINE " nao gerado - limite de linhas."
           EXIT PARAGRAPH
       END-IF
       MOVE JN-DATE TO WS-REV-BASE
       PERFORM COMPUTE-REVERSAL-DATE
       MOVE WS-REV-DATE TO GL-DATE
       IF JN-DC = "D"
           MOVE "C" TO GL-DC
       ELSE
           MOVE "D" TO GL-DC
       END-IF
       PERFORM ADD-POSTING-TO-TABLE

       MOVE JN-REC TO WS-JN-SAVE
       MOVE JN-ID TO JN-ORIG-ID
       MOVE WS-JA-REV-ID (WS-JA-MATCH) TO JN-ID
       MOVE WS-REV-DATE TO JN-DATE
       MOVE "V" TO JN-TYPE
       MOVE "N" TO JN-REVERSE
       MOVE GL-DC TO JN-DC
       ADD 1 TO WS-RV-COUNT
       MOVE JN-REC TO WS-RV-REC (WS-RV-COUNT)
       MOVE WS-JN-SAVE TO JN-REC.

LIST-JOURNALS.
       OPEN INPUT JOURNAL-FILE
       IF WS-JN-STATUS = "35"
           CLOSE JOURNAL-FILE
           DISPLAY "Sem diarios manuais."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-JN-EOF
       PERFORM UNTIL WS-JN-EOF = "Y"
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-JN-EOF
               NOT AT END
                   IF JN-LINE = 1
                       DISPLAY "DIARIO " JN-ID " " JN-DATE
                               " TIPO " JN-TYPE " " JN-DESC
                               " ESTADO " JN-STATUS
                               " MAKER " JN-MAKER
                               " CHECKER " JN-CHECKER
                       IF JN-REVERSAL
                           DISPLAY "   ESTORNO DO DIARIO " JN-ORIG-ID
                       END-IF
                   END-IF
                   MOVE JN-AMOUNT TO WS-JN-ED
                   DISPLAY "   " JN-LINE " " JN-ACCOUNT
                           " AG " JN-BRANCH " " JN-DC " " WS-JN-ED
           END-READ
       END-PERFORM
       CLOSE JOURNAL-FILE.

      *> Procura WS-LOOK-ACCOUNT no plano; devolve nome e natureza
      *> (SEM PLANO quando a conta nao esta registada).
LOOKUP-CHART.
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "GL-LEDGER" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
