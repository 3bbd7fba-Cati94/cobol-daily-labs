       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET.

      *> Orcamento anual por conta do plano (gl_chart.dat), agencia e
      *> periodo, contra o real do razao do GL-LEDGER (Dia 55):
      *>   - gl_budget.dat guarda o valor orcamentado por conta,
      *>     agencia (0000 = banco todo) e periodo AAAAMM, no lado
      *>     natural da conta (devedor para A/G, credor para P/C/R);
      *>   - manutencao linha a linha e carga do orcamento do ano a
      *>     partir de gl_budget_load.csv, uma linha por conta e
      *>     agencia com os 12 meses:
      *>       CONTA,AGENCIA,ANO,JAN,FEV,...,DEZ
      *>     (as linhas com erro vao para gl_budget_load_rejects.csv);
      *>   - o relatorio orcamento vs real (gl_budget_variance.txt)
      *>     da, por conta e agencia, o mes pedido e o acumulado do
      *>     ano: orcamento, real, desvio e desvio %, e assinala com
      *>     *** as linhas cujo desvio passa a tolerancia.
      *> O real de uma linha de agencia 0000 soma todas as agencias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "gl_budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.

           SELECT BUDGET-TEMP-FILE ASSIGN TO "gl_budget.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAD-FILE ASSIGN TO "gl_budget_load.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

           SELECT REJECT-FILE ASSIGN TO "gl_budget_load_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Plano de contas e razao do GL-LEDGER (Dia 55).
           SELECT CHART-FILE ASSIGN TO "gl_chart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "gl_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO "gl_budget_variance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUDGET-FILE.
       COPY "GL-BUDGET-RECORD.cpy".

      *> Width must match BG-REC exactly (35 chars).
       FD BUDGET-TEMP-FILE.
       01 BG-TEMP-REC PIC X(35).

       FD LOAD-FILE.
       01 LOAD-LINE PIC X(250).

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(300).

      *> Layout must match GL-LEDGER's GC-REC.
       FD CHART-FILE.
       01 GC-REC.
           05 GC-ACCOUNT PIC X(10).
           05 GC-NAME    PIC X(30).
           05 GC-TYPE    PIC X.

      *> Layout must match GL-LEDGER's LG-REC.
       FD LEDGER-FILE.
       01 LG-REC.
           05 LG-PERIOD  PIC 9(6).
           05 LG-ACCOUNT PIC X(10).
           05 LG-DEBITS  PIC 9(13)V99.
           05 LG-CREDITS PIC 9(13)V99.
           05 LG-BRANCH  PIC 9(4).

       FD VARIANCE-FILE.
       01 VARIANCE-LINE PIC X(160).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-BG-STATUS      PIC XX.
       01 WS-LOAD-STATUS    PIC XX.
       01 WS-CHART-STATUS   PIC XX.
       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-BG-EOF         PIC X VALUE "N".
       01 WS-LOAD-EOF       PIC X VALUE "N".
       01 WS-CHART-EOF      PIC X VALUE "N".
       01 WS-LEDGER-EOF     PIC X VALUE "N".
       01 WS-SYSTEM-CMD     PIC X(80).

      *> Orcamento em memoria (carregado, alterado e regravado).
       01 WS-BT-COUNT       PIC 9(4) VALUE 0.
       01 WS-BT-IDX         PIC 9(4).
       01 WS-BT-FOUND       PIC X.
       01 WS-BT-TABLE.
           05 WS-BT-ENTRY OCCURS 3000 TIMES.
               10 WS-BT-ACCOUNT PIC X(10).
               10 WS-BT-BRANCH  PIC 9(4).
               10 WS-BT-PERIOD  PIC 9(6).
               10 WS-BT-AMOUNT  PIC 9(13)V99.
       01 WS-BT-FULL        PIC X.

      *> Chave e valor de uma linha a gravar.
       01 WS-KEY-ACCOUNT    PIC X(10).
       01 WS-KEY-BRANCH     PIC 9(4).
       01 WS-KEY-PERIOD     PIC 9(6).
       01 WS-KEY-AMOUNT     PIC 9(13)V99.
       01 WS-IN-YEAR        PIC 9(4).

      *> Consulta ao plano.
       01 WS-CHART-FOUND    PIC X VALUE "N".
       01 WS-LOOK-ACCOUNT   PIC X(10).
       01 WS-LOOK-NAME      PIC X(30).
       01 WS-LOOK-TYPE      PIC X.

      *> Carga CSV: conta, agencia, ano e os 12 meses.
       01 WS-CSV-ACCOUNT    PIC X(10).
       01 WS-CSV-BRANCH     PIC X(6).
       01 WS-CSV-YEAR       PIC X(6).
       01 WS-CSV-MONTHS.
           05 WS-CSV-MONTH  PIC X(18) OCCURS 12 TIMES.
       01 WS-CSV-FIELDS     PIC 9(2).
       01 WS-CSV-REASON     PIC X(30).
       01 WS-CSV-IDX        PIC 9(2).
       01 WS-CSV-AMOUNTS.
           05 WS-CSV-AMOUNT PIC 9(13)V99 OCCURS 12 TIMES.
       01 WS-LOAD-ACCEPTED  PIC 9(5).
       01 WS-LOAD-REJECTED  PIC 9(5).

      *> Orcamento vs real: uma linha por conta e agencia.
       01 WS-RPT-PERIOD     PIC 9(6).
       01 WS-RPT-YEAR-FROM  PIC 9(6).
       01 WS-TOLERANCE      PIC 9(3)V99.
       01 WS-RV-COUNT       PIC 9(3) VALUE 0.
       01 WS-RV-IDX         PIC 9(3).
       01 WS-RV-MATCH       PIC 9(3).
       01 WS-RV-FOUND       PIC X.
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
               10 WS-RV-ACCOUNT  PIC X(10).
               10 WS-RV-BRANCH   PIC 9(4).
               10 WS-RV-TYPE     PIC X.
               10 WS-RV-BUD-MTH  PIC S9(13)V99.
               10 WS-RV-BUD-YTD  PIC S9(13)V99.
               10 WS-RV-ACT-MTH  PIC S9(13)V99.
               10 WS-RV-ACT-YTD  PIC S9(13)V99.
       01 WS-NATURAL        PIC S9(13)V99.
       01 WS-VAR-MTH        PIC S9(13)V99.
       01 WS-VAR-YTD        PIC S9(13)V99.
       01 WS-PCT-MTH        PIC S9(5)V99.
       01 WS-PCT-YTD        PIC S9(5)V99.
       01 WS-PCT-WORK       PIC S9(5)V99.
       01 WS-VAR-WORK       PIC S9(13)V99.
       01 WS-BUD-WORK       PIC S9(13)V99.
       01 WS-OVER-WORK      PIC X.
       01 WS-FLAG-MTH       PIC X.
       01 WS-FLAG-YTD       PIC X.
       01 WS-FLAGGED        PIC 9(3).
       01 WS-AMT-ED1        PIC -(12)9.99.
       01 WS-AMT-ED2        PIC -(12)9.99.
       01 WS-AMT-ED3        PIC -(12)9.99.
       01 WS-PCT-ED         PIC -(4)9.99.
       01 WS-FLAG-ED        PIC X(4).
       01 WS-TOL-ED         PIC ZZ9.99.

      *> Suporte de hash salgado de passwords (migra em claro ->
      *> hash no primeiro login bem sucedido).
       01 WS-HASH-WORK      PIC 9(15).
       01 WS-HASH-RESULT    PIC 9(10).
       01 WS-HASH-INPUT     PIC X(28).
       01 WS-HASH-IDX       PIC 9(2).
       01 WS-PASS-OK        PIC X.
       01 WS-PASS-CANDIDATE PIC X(20).

      *> Sequencia e cadeia de controlo da trilha de auditoria.
       01 WS-AUDIT-SEQ     PIC 9(6).
       01 WS-AUDIT-CHAIN   PIC 9(10).
       01 WS-AUDIT-PAYLOAD PIC X(72).
       01 WS-AUDIT-EOF     PIC X.
       01 WS-AUD-IDX       PIC 9(3).
       01 WS-AUD-SUM       PIC 9(15).

      *> Operator session established by LOGIN-OPERATOR against
      *> users.dat (same credential file and lockout rules as
      *> BANK-SYSTEM-D28); WS-OPER-ROLE gates the menu options.
       01 WS-USERS-STATUS    PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-LOGIN-USER      PIC A(20).
       01 WS-LOGIN-PASS      PIC A(20).
       01 WS-LOGIN-RESULT    PIC X VALUE "N".
       01 WS-EOF-USERS       PIC X VALUE "N".
       01 WS-MAX-FAILED      PIC 9(2) VALUE 3.
       01 WS-OPER-NAME       PIC A(20).
       01 WS-OPER-ROLE       PIC X VALUE SPACE.
           88 OPER-ADMIN   VALUE "A".
           88 OPER-TELLER  VALUE "T".
           88 OPER-AUDITOR VALUE "R".
       01 WS-AUDIT-USER      PIC A(20).
       01 WS-AUDIT-ACTION    PIC X(40).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "GL-BUDGET" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       PERFORM LOGIN-OPERATOR
       IF WS-LOGIN-RESULT NOT = "S"
           DISPLAY "Acesso recusado."
           PERFORM RELEASE-BANK-LOCK
           STOP RUN
       END-IF
       PERFORM MENU-LOOP
       PERFORM RELEASE-BANK-LOCK
       STOP RUN.

      *> Convencao de lock partilhado (BANK-LOCK, Dia 44): tomado
      *> antes de qualquer OPEN dos .dat partilhados, libertado a
      *> saida; um lock de um programa crashado pode ser forcado.
ACQUIRE-BANK-LOCK.
       MOVE "L" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST
       IF LOCK-RESULT NOT = "Y"
           DISPLAY "Ficheiros em uso por: " LOCK-OWNER
           DISPLAY "Forcar remocao do lock (so se o detentor "
                   "crashou)? (S/N):"
           ACCEPT WS-LOCK-CONFIRM
           IF WS-LOCK-CONFIRM = "S" OR WS-LOCK-CONFIRM = "s"
               MOVE "F" TO LOCK-ACTION
               CALL "BANK-LOCK" USING LOCK-REQUEST
           END-IF
       END-IF.

RELEASE-BANK-LOCK.
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
       IF WS-OPTION = 5
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
       MOVE "GL-BUDGET" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== ORCAMENTO ====="
       DISPLAY "1. Listar orcamento de um ano"
       DISPLAY "2. Registar/alterar linha de orcamento"
       DISPLAY "3. Carregar orcamento anual (CSV)"
       DISPLAY "4. Orcamento vs real"
       DISPLAY "5. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> O orcamento e mantido por Admins; a consulta e o relatorio
      *> estao abertos a todos os perfis.
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-BUDGET
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM SET-BUDGET-LINE
               ELSE
                   DISPLAY "Acesso negado: orcamento reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM LOAD-BUDGET-CSV
               ELSE
                   DISPLAY "Acesso negado: orcamento reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM BUDGET-VS-ACTUAL
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-BUDGET.
       DISPLAY "Ano (AAAA):"
       ACCEPT WS-IN-YEAR
       PERFORM LOAD-BUDGET-TABLE
       MOVE 0 TO WS-KEY-AMOUNT
       MOVE 0 TO WS-RV-COUNT
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
           IF WS-BT-PERIOD (WS-BT-IDX)(1:4) = WS-IN-YEAR
               ADD 1 TO WS-RV-COUNT
               MOVE WS-BT-AMOUNT (WS-BT-IDX) TO WS-AMT-ED1
               DISPLAY WS-BT-ACCOUNT (WS-BT-IDX) " AG "
                       WS-BT-BRANCH (WS-BT-IDX) " "
                       WS-BT-PERIOD (WS-BT-IDX) " " WS-AMT-ED1
           END-IF
       END-PERFORM
       IF WS-RV-COUNT = 0
           DISPLAY "Sem orcamento para " WS-IN-YEAR "."
       ELSE
           DISPLAY WS-RV-COUNT " linha(s) de orcamento."
       END-IF.

*>-----------------------------------------------------------------
*> Uma linha de orcamento (conta do plano, agencia, periodo): cria
*> ou substitui o valor; valor 0 retira a linha.
*>-----------------------------------------------------------------
SET-BUDGET-LINE.
       DISPLAY "Conta do plano:"
       ACCEPT WS-KEY-ACCOUNT
       MOVE FUNCTION UPPER-CASE(WS-KEY-ACCOUNT) TO WS-KEY-ACCOUNT
       MOVE WS-KEY-ACCOUNT TO WS-LOOK-ACCOUNT
       PERFORM LOOKUP-CHART
       IF WS-CHART-FOUND = "N"
           DISPLAY "Conta fora do plano de contas."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Agencia (0 = banco todo):"
       ACCEPT WS-KEY-BRANCH
       DISPLAY "Periodo (AAAAMM):"
       ACCEPT WS-KEY-PERIOD
       IF WS-KEY-PERIOD(5:2) < "01" OR WS-KEY-PERIOD(5:2) > "12"
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Valor orcamentado (0 = retirar):"
       ACCEPT WS-KEY-AMOUNT

       PERFORM LOAD-BUDGET-TABLE
       MOVE "N" TO WS-BT-FULL
       PERFORM UPSERT-BUDGET-ENTRY
       IF WS-BT-FULL = "Y"
           DISPLAY "Tabela de orcamento cheia - linha nao gravada."
           EXIT PARAGRAPH
       END-IF
       PERFORM SAVE-BUDGET-TABLE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "GL BUDGET " DELIMITED BY SIZE
              WS-KEY-ACCOUNT DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-KEY-BRANCH DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-KEY-PERIOD DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Orcamento gravado.".

*>-----------------------------------------------------------------
*> Carga do orcamento anual: cada linha valida do CSV substitui os
*> 12 meses dessa conta e agencia nesse ano; as linhas com erro
*> vao para gl_budget_load_rejects.csv com o motivo e nada delas
*> entra no orcamento.
*>-----------------------------------------------------------------
LOAD-BUDGET-CSV.
       OPEN INPUT LOAD-FILE
       IF WS-LOAD-STATUS = "35"
           CLOSE LOAD-FILE
           DISPLAY "gl_budget_load.csv nao existe."
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-BUDGET-TABLE
       OPEN OUTPUT REJECT-FILE
       MOVE 0 TO WS-LOAD-ACCEPTED
       MOVE 0 TO WS-LOAD-REJECTED
       MOVE "N" TO WS-LOAD-EOF
       PERFORM UNTIL WS-LOAD-EOF = "Y"
           READ LOAD-FILE
               AT END MOVE "Y" TO WS-LOAD-EOF
               NOT AT END PERFORM LOAD-ONE-CSV-LINE
           END-READ
       END-PERFORM
       CLOSE LOAD-FILE
       CLOSE REJECT-FILE

       IF WS-LOAD-ACCEPTED > 0
           PERFORM SAVE-BUDGET-TABLE
           MOVE WS-OPER-NAME TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "GL BUDGET LOAD " DELIMITED BY SIZE
                  WS-LOAD-ACCEPTED DELIMITED BY SIZE
                  " LINES" DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
       END-IF
       DISPLAY "Carregadas: " WS-LOAD-ACCEPTED
               "  Rejeitadas: " WS-LOAD-REJECTED
               " (gl_budget_load_rejects.csv)".

LOAD-ONE-CSV-LINE.
       MOVE SPACES TO WS-CSV-ACCOUNT WS-CSV-BRANCH WS-CSV-YEAR
                      WS-CSV-MONTHS WS-CSV-REASON
       MOVE 0 TO WS-CSV-FIELDS
       UNSTRING LOAD-LINE DELIMITED BY ","
           INTO WS-CSV-ACCOUNT WS-CSV-BRANCH WS-CSV-YEAR
                WS-CSV-MONTH (1) WS-CSV-MONTH (2) WS-CSV-MONTH (3)
                WS-CSV-MONTH (4) WS-CSV-MONTH (5) WS-CSV-MONTH (6)
                WS-CSV-MONTH (7) WS-CSV-MONTH (8) WS-CSV-MONTH (9)
                WS-CSV-MONTH (10) WS-CSV-MONTH (11) WS-CSV-MONTH (12)
           TALLYING IN WS-CSV-FIELDS
       END-UNSTRING

      *> Linha de cabecalho e linhas em branco sao ignoradas.
       MOVE FUNCTION UPPER-CASE(WS-CSV-ACCOUNT) TO WS-CSV-ACCOUNT
       IF WS-CSV-ACCOUNT = "CONTA" OR LOAD-LINE = SPACES
           EXIT PARAGRAPH
       END-IF

       EVALUATE TRUE
           WHEN WS-CSV-FIELDS < 15
               MOVE "FALTAM MESES" TO WS-CSV-REASON
           WHEN FUNCTION TEST-NUMVAL(WS-CSV-BRANCH) NOT = 0
               MOVE "AGENCIA INVALIDA" TO WS-CSV-REASON
           WHEN FUNCTION TEST-NUMVAL(WS-CSV-YEAR) NOT = 0
               MOVE "ANO INVALIDO" TO WS-CSV-REASON
           WHEN OTHER
               MOVE WS-CSV-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM LOOKUP-CHART
               IF WS-CHART-FOUND = "N"
                   MOVE "CONTA FORA DO PLANO" TO WS-CSV-REASON
               END-IF
       END-EVALUATE
       IF WS-CSV-REASON = SPACES
           MOVE FUNCTION NUMVAL(WS-CSV-YEAR) TO WS-IN-YEAR
           IF WS-IN-YEAR < 2000
               MOVE "ANO INVALIDO" TO WS-CSV-REASON
           END-IF
       END-IF
       PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
               UNTIL WS-CSV-IDX > 12 OR WS-CSV-REASON NOT = SPACES
           IF FUNCTION TEST-NUMVAL(WS-CSV-MONTH (WS-CSV-IDX)) NOT = 0
               MOVE "VALOR MENSAL INVALIDO" TO WS-CSV-REASON
           ELSE
               IF FUNCTION NUMVAL(WS-CSV-MONTH (WS-CSV-IDX)) < 0
                   MOVE "VALOR MENSAL NEGATIVO" TO WS-CSV-REASON
               ELSE
                   COMPUTE WS-CSV-AMOUNT (WS-CSV-IDX) =
                       FUNCTION NUMVAL(WS-CSV-MONTH (WS-CSV-IDX))
               END-IF
           END-IF
       END-PERFORM

       IF WS-CSV-REASON NOT = SPACES
           ADD 1 TO WS-LOAD-REJECTED
           MOVE SPACES TO REJECT-LINE
           STRING FUNCTION TRIM(LOAD-LINE) DELIMITED BY SIZE
                  ",REJEITADO: " DELIMITED BY SIZE
                  WS-CSV-REASON DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE
           EXIT PARAGRAPH
       END-IF

       MOVE WS-CSV-ACCOUNT TO WS-KEY-ACCOUNT
       MOVE FUNCTION NUMVAL(WS-CSV-BRANCH) TO WS-KEY-BRANCH
       MOVE "N" TO WS-BT-FULL
       PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
               UNTIL WS-CSV-IDX > 12
           COMPUTE WS-KEY-PERIOD = WS-IN-YEAR * 100 + WS-CSV-IDX
           MOVE WS-CSV-AMOUNT (WS-CSV-IDX) TO WS-KEY-AMOUNT
           PERFORM UPSERT-BUDGET-ENTRY
       END-PERFORM
       IF WS-BT-FULL = "Y"
           DISPLAY "AVISO: tabela de orcamento cheia - conta "
                   WS-KEY-ACCOUNT " incompleta."
       END-IF
       ADD 1 TO WS-LOAD-ACCEPTED.

LOAD-BUDGET-TABLE.
       MOVE 0 TO WS-BT-COUNT
       OPEN INPUT BUDGET-FILE
       IF WS-BG-STATUS = "35"
           CLOSE BUDGET-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-BG-EOF
       PERFORM UNTIL WS-BG-EOF = "Y"
           READ BUDGET-FILE
               AT END MOVE "Y" TO WS-BG-EOF
               NOT AT END
                   IF WS-BT-COUNT < 3000
                       ADD 1 TO WS-BT-COUNT
                       MOVE BG-ACCOUNT TO WS-BT-ACCOUNT (WS-BT-COUNT)
                       MOVE BG-BRANCH TO WS-BT-BRANCH (WS-BT-COUNT)
                       MOVE BG-PERIOD TO WS-BT-PERIOD (WS-BT-COUNT)
                       MOVE BG-AMOUNT TO WS-BT-AMOUNT (WS-BT-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BUDGET-FILE.

      *> Substitui o valor da chave WS-KEY-* ou acrescenta a linha;
      *> valor 0 deixa a linha a zero e ela nao e regravada.
UPSERT-BUDGET-ENTRY.
       MOVE "N" TO WS-BT-FOUND
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT OR WS-BT-FOUND = "Y"
           IF WS-BT-ACCOUNT (WS-BT-IDX) = WS-KEY-ACCOUNT
              AND WS-BT-BRANCH (WS-BT-IDX) = WS-KEY-BRANCH
              AND WS-BT-PERIOD (WS-BT-IDX) = WS-KEY-PERIOD
               MOVE "Y" TO WS-BT-FOUND
               MOVE WS-KEY-AMOUNT TO WS-BT-AMOUNT (WS-BT-IDX)
           END-IF
       END-PERFORM
       IF WS-BT-FOUND = "Y" OR WS-KEY-AMOUNT = 0
           EXIT PARAGRAPH
       END-IF
       IF WS-BT-COUNT >= 3000
           MOVE "Y" TO WS-BT-FULL
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-BT-COUNT
       MOVE WS-KEY-ACCOUNT TO WS-BT-ACCOUNT (WS-BT-COUNT)
       MOVE WS-KEY-BRANCH TO WS-BT-BRANCH (WS-BT-COUNT)
       MOVE WS-KEY-PERIOD TO WS-BT-PERIOD (WS-BT-COUNT)
       MOVE WS-KEY-AMOUNT TO WS-BT-AMOUNT (WS-BT-COUNT).

SAVE-BUDGET-TABLE.
       OPEN OUTPUT BUDGET-TEMP-FILE
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
           IF WS-BT-AMOUNT (WS-BT-IDX) > 0
               MOVE WS-BT-ACCOUNT (WS-BT-IDX) TO BG-ACCOUNT
               MOVE WS-BT-BRANCH (WS-BT-IDX) TO BG-BRANCH
               MOVE WS-BT-PERIOD (WS-BT-IDX) TO BG-PERIOD
               MOVE WS-BT-AMOUNT (WS-BT-IDX) TO BG-AMOUNT
               MOVE BG-REC TO BG-TEMP-REC
               WRITE BG-TEMP-REC
           END-IF
       END-PERFORM
       CLOSE BUDGET-TEMP-FILE
       MOVE "mv gl_budget.tmp gl_budget.dat" TO WS-SYSTEM-CMD
       CALL "SYSTEM" USING WS-SYSTEM-CMD.

*>-----------------------------------------------------------------
*> Orcamento vs real do periodo e acumulado do ano: junta o
*> orcamento por conta e agencia, soma o real do razao no lado
*> natural da conta (A/G debitos - creditos, P/C/R creditos -
*> debitos) e escreve desvio (real - orcamento) e desvio % sobre
*> o orcamento; desvio % acima da tolerancia, para mais ou para
*> menos, ou real sem orcamento, leva a marca ***.
*>-----------------------------------------------------------------
BUDGET-VS-ACTUAL.
       DISPLAY "Periodo (AAAAMM):"
       ACCEPT WS-RPT-PERIOD
       IF WS-RPT-PERIOD(5:2) < "01" OR WS-RPT-PERIOD(5:2) > "12"
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Tolerancia do desvio em % (0 = 10%):"
       ACCEPT WS-TOLERANCE
       IF WS-TOLERANCE = 0
           MOVE 10 TO WS-TOLERANCE
       END-IF
       MOVE WS-RPT-PERIOD TO WS-RPT-YEAR-FROM
       MOVE "01" TO WS-RPT-YEAR-FROM(5:2)

       PERFORM LOAD-BUDGET-TABLE
       MOVE 0 TO WS-RV-COUNT
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
           IF WS-BT-PERIOD (WS-BT-IDX) >= WS-RPT-YEAR-FROM
              AND WS-BT-PERIOD (WS-BT-IDX) <= WS-RPT-PERIOD
               PERFORM ADD-BUDGET-TO-REPORT
           END-IF
       END-PERFORM
       IF WS-RV-COUNT = 0
           DISPLAY "Sem orcamento ate " WS-RPT-PERIOD "."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT LEDGER-FILE
       IF WS-LEDGER-STATUS NOT = "35"
           MOVE "N" TO WS-LEDGER-EOF
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-PERIOD >= WS-RPT-YEAR-FROM
                          AND LG-PERIOD <= WS-RPT-PERIOD
                           PERFORM ADD-ACTUAL-TO-REPORT
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE LEDGER-FILE

       MOVE WS-TOLERANCE TO WS-TOL-ED
       OPEN OUTPUT VARIANCE-FILE
       MOVE SPACES TO VARIANCE-LINE
       STRING "ORCAMENTO VS REAL - PERIODO " DELIMITED BY SIZE
              WS-RPT-PERIOD DELIMITED BY SIZE
              " E ACUMULADO DESDE " DELIMITED BY SIZE
              WS-RPT-YEAR-FROM DELIMITED BY SIZE
              " (TOLERANCIA " DELIMITED BY SIZE
              WS-TOL-ED DELIMITED BY SIZE
              "%)" DELIMITED BY SIZE
              INTO VARIANCE-LINE
       END-STRING
       WRITE VARIANCE-LINE
       MOVE "CONTA      AGEN              ORCAMENTO            REAL"
           & "          DESVIO DESVIO%" TO VARIANCE-LINE
       WRITE VARIANCE-LINE
       MOVE 0 TO WS-FLAGGED
       PERFORM WRITE-VARIANCE-LINES
           VARYING WS-RV-IDX FROM 1 BY 1
           UNTIL WS-RV-IDX > WS-RV-COUNT
       MOVE SPACES TO VARIANCE-LINE
       STRING "LINHAS " DELIMITED BY SIZE
              WS-RV-COUNT DELIMITED BY SIZE
              " FORA DA TOLERANCIA " DELIMITED BY SIZE
              WS-FLAGGED DELIMITED BY SIZE
              INTO VARIANCE-LINE
       END-STRING
       WRITE VARIANCE-LINE
       CLOSE VARIANCE-FILE
       MOVE "gl_budget_variance.txt" TO RPQ-FILE
       MOVE "GLBUDVAR" TO RPQ-TYPE
       MOVE WS-RPT-PERIOD TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       DISPLAY WS-RV-COUNT " linha(s) de orcamento, " WS-FLAGGED
               " fora da tolerancia."
       DISPLAY "Relatorio em gl_budget_variance.txt.".

ADD-BUDGET-TO-REPORT.
       MOVE "N" TO WS-RV-FOUND
       PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT OR WS-RV-FOUND = "Y"
           IF WS-RV-ACCOUNT (WS-RV-IDX) = WS-BT-ACCOUNT (WS-BT-IDX)
              AND WS-RV-BRANCH (WS-RV-IDX) = WS-BT-BRANCH (WS-BT-IDX)
               MOVE "Y" TO WS-RV-FOUND
               MOVE WS-RV-IDX TO WS-RV-MATCH
           END-IF
       END-PERFORM
       IF WS-RV-FOUND = "Y"
           MOVE WS-RV-MATCH TO WS-RV-IDX
       ELSE
           IF WS-RV-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-COUNT
           MOVE WS-RV-COUNT TO WS-RV-IDX
           MOVE WS-BT-ACCOUNT (WS-BT-IDX) TO WS-RV-ACCOUNT (WS-RV-IDX)
           MOVE WS-BT-BRANCH (WS-BT-IDX) TO WS-RV-BRANCH (WS-RV-IDX)
           MOVE WS-BT-ACCOUNT (WS-BT-IDX) TO WS-LOOK-ACCOUNT
           PERFORM LOOKUP-CHART
           MOVE WS-LOOK-TYPE TO WS-RV-TYPE (WS-RV-IDX)
           MOVE 0 TO WS-RV-BUD-MTH (WS-RV-IDX)
           MOVE 0 TO WS-RV-BUD-YTD (WS-RV-IDX)
           MOVE 0 TO WS-RV-ACT-MTH (WS-RV-IDX)
           MOVE 0 TO WS-RV-ACT-YTD (WS-RV-IDX)
       END-IF
       ADD WS-BT-AMOUNT (WS-BT-IDX) TO WS-RV-BUD-YTD (WS-RV-IDX)
       IF WS-BT-PERIOD (WS-BT-IDX) = WS-RPT-PERIOD
           ADD WS-BT-AMOUNT (WS-BT-IDX) TO WS-RV-BUD-MTH (WS-RV-IDX)
       END-IF.

      *> Uma linha do razao entra em todas as linhas do relatorio da
      *> mesma conta com a sua agencia ou com a agencia 0000.
ADD-ACTUAL-TO-REPORT.
       IF LG-BRANCH NOT NUMERIC
           MOVE 0 TO LG-BRANCH
       END-IF
       PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
           IF WS-RV-ACCOUNT (WS-RV-IDX) = LG-ACCOUNT
              AND (WS-RV-BRANCH (WS-RV-IDX) = 0
                   OR WS-RV-BRANCH (WS-RV-IDX) = LG-BRANCH)
               IF WS-RV-TYPE (WS-RV-IDX) = "A"
                  OR WS-RV-TYPE (WS-RV-IDX) = "G"
                   COMPUTE WS-NATURAL = LG-DEBITS - LG-CREDITS
               ELSE
                   COMPUTE WS-NATURAL = LG-CREDITS - LG-DEBITS
               END-IF
               ADD WS-NATURAL TO WS-RV-ACT-YTD (WS-RV-IDX)
               IF LG-PERIOD = WS-RPT-PERIOD
                   ADD WS-NATURAL TO WS-RV-ACT-MTH (WS-RV-IDX)
               END-IF
           END-IF
       END-PERFORM.

      *> Duas linhas por conta e agencia: MES e ACUM (ano ate ao mes).
WRITE-VARIANCE-LINES.
       COMPUTE WS-VAR-MTH = WS-RV-ACT-MTH (WS-RV-IDX)
                          - WS-RV-BUD-MTH (WS-RV-IDX)
       COMPUTE WS-VAR-YTD = WS-RV-ACT-YTD (WS-RV-IDX)
                          - WS-RV-BUD-YTD (WS-RV-IDX)

       MOVE WS-VAR-MTH TO WS-VAR-WORK
       MOVE WS-RV-BUD-MTH (WS-RV-IDX) TO WS-BUD-WORK
       PERFORM COMPUTE-VARIANCE-PCT
       MOVE WS-PCT-WORK TO WS-PCT-MTH
       MOVE WS-OVER-WORK TO WS-FLAG-MTH
       MOVE WS-VAR-YTD TO WS-VAR-WORK
       MOVE WS-RV-BUD-YTD (WS-RV-IDX) TO WS-BUD-WORK
       PERFORM COMPUTE-VARIANCE-PCT
       MOVE WS-PCT-WORK TO WS-PCT-YTD
       MOVE WS-OVER-WORK TO WS-FLAG-YTD
       IF WS-FLAG-MTH = "Y" OR WS-FLAG-YTD = "Y"
           ADD 1 TO WS-FLAGGED
       END-IF

       MOVE WS-RV-BUD-MTH (WS-RV-IDX) TO WS-AMT-ED1
       MOVE WS-RV-ACT-MTH (WS-RV-IDX) TO WS-AMT-ED2
       MOVE WS-VAR-MTH TO WS-AMT-ED3
       MOVE WS-PCT-MTH TO WS-PCT-ED
       MOVE SPACES TO WS-FLAG-ED
       IF WS-FLAG-MTH = "Y"
           MOVE " ***" TO WS-FLAG-ED
       END-IF
       MOVE SPACES TO VARIANCE-LINE
       STRING WS-RV-ACCOUNT (WS-RV-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RV-BRANCH (WS-RV-IDX) DELIMITED BY SIZE
              " MES  " DELIMITED BY SIZE
              WS-AMT-ED1 DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              WS-AMT-ED3 DELIMITED BY SIZE
              WS-PCT-ED DELIMITED BY SIZE
              WS-FLAG-ED DELIMITED BY SIZE
              INTO VARIANCE-LINE
       END-STRING
       WRITE VARIANCE-LINE
       DISPLAY VARIANCE-LINE

       MOVE WS-RV-BUD-YTD (WS-RV-IDX) TO WS-AMT-ED1
       MOVE WS-RV-ACT-YTD (WS-RV-IDX) TO WS-AMT-ED2
       MOVE WS-VAR-YTD TO WS-AMT-ED3
       MOVE WS-PCT-YTD TO WS-PCT-ED
       MOVE SPACES TO WS-FLAG-ED
       IF WS-FLAG-YTD = "Y"
           MOVE " ***" TO WS-FLAG-ED
       END-IF
       MOVE SPACES TO VARIANCE-LINE
       STRING WS-RV-ACCOUNT (WS-RV-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RV-BRANCH (WS-RV-IDX) DELIMITED BY SIZE
              " ACUM " DELIMITED BY SIZE
              WS-AMT-ED1 DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              WS-AMT-ED3 DELIMITED BY SIZE
              WS-PCT-ED DELIMITED BY SIZE
              WS-FLAG-ED DELIMITED BY SIZE
              INTO VARIANCE-LINE
       END-STRING
       WRITE VARIANCE-LINE
       DISPLAY VARIANCE-LINE.

      *> Desvio % de WS-VAR-WORK sobre WS-BUD-WORK; sem orcamento
      *> qualquer real e fora da tolerancia (e o % fica a zero).
COMPUTE-VARIANCE-PCT.
       MOVE 0 TO WS-PCT-WORK
       MOVE "N" TO WS-OVER-WORK
       IF WS-BUD-WORK = 0
           IF WS-VAR-WORK NOT = 0
               MOVE "Y" TO WS-OVER-WORK
           END-IF
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-PCT-WORK ROUNDED = WS-VAR-WORK * 100 / WS-BUD-WORK
           ON SIZE ERROR
               MOVE 99999.99 TO WS-PCT-WORK
               IF WS-VAR-WORK < 0
                   MOVE -99999.99 TO WS-PCT-WORK
               END-IF
       END-COMPUTE
       IF WS-PCT-WORK > WS-TOLERANCE
          OR WS-PCT-WORK < 0 - WS-TOLERANCE
           MOVE "Y" TO WS-OVER-WORK
       END-IF.

      *> Procura WS-LOOK-ACCOUNT no plano; devolve nome e natureza.
LOOKUP-CHART.
       MOVE "N" TO WS-CHART-FOUND
       MOVE SPACES TO WS-LOOK-NAME
       MOVE SPACE TO WS-LOOK-TYPE
       OPEN INPUT CHART-FILE
       IF WS-CHART-STATUS = "35"
           CLOSE CHART-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-CHART-EOF
       PERFORM UNTIL WS-CHART-EOF = "Y"
           READ CHART-FILE
               AT END MOVE "Y" TO WS-CHART-EOF
               NOT AT END
                   IF GC-ACCOUNT = WS-LOOK-ACCOUNT
                       MOVE "Y" TO WS-CHART-FOUND
                       MOVE GC-NAME TO WS-LOOK-NAME
                       MOVE GC-TYPE TO WS-LOOK-TYPE
                       MOVE "Y" TO WS-CHART-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CHART-FILE.

      *> Authenticates the operator against users.dat before the menu
      *> is offered, with the same failed-attempt counter and lockout
      *> as BANK-SYSTEM-D28's LOGIN.
LOGIN-OPERATOR.
       DISPLAY "Username:"
       ACCEPT WS-LOGIN-USER
       DISPLAY "Password:"
       ACCEPT WS-LOGIN-PASS

       MOVE "N" TO WS-LOGIN-RESULT
       OPEN I-O USERS-FILE
       IF WS-USERS-STATUS = "35"
           CLOSE USERS-FILE
           DISPLAY "Nao existem utilizadores registados - crie-os "
                   "no BANK-SYSTEM-D28."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF-USERS
       PERFORM UNTIL WS-EOF-USERS = "Y"
               OR WS-LOGIN-RESULT NOT = "N"
           READ USERS-FILE
               AT END MOVE "Y" TO WS-EOF-USERS
               NOT AT END
                   IF USER-NAME = WS-LOGIN-USER
                       PERFORM CHECK-LOGIN-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE USERS-FILE

       MOVE WS-LOGIN-USER TO WS-AUDIT-USER
       EVALUATE WS-LOGIN-RESULT
           WHEN "S"
               DISPLAY "Login com sucesso. Perfil: " WS-OPER-ROLE
               MOVE "LOGIN SUCCESS" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           WHEN "X"
               DISPLAY "Utilizador desativado - acesso recusado."
               MOVE "LOGIN REJECTED - USER DISABLED"
                   TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           WHEN "L"
               DISPLAY "Conta bloqueada. Contacte um administrador."
               MOVE "LOGIN REJECTED - ACCOUNT LOCKED"
                   TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           WHEN OTHER
               DISPLAY "Credenciais invalidas!"
               MOVE "LOGIN FAILED" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
       END-EVALUATE.

CHECK-LOGIN-RECORD.
       IF USER-DISABLED
           MOVE "X" TO WS-LOGIN-RESULT
       ELSE
       IF USER-LOCKED = "Y"
           MOVE "L" TO WS-LOGIN-RESULT
       ELSE
           MOVE WS-LOGIN-PASS TO WS-PASS-CANDIDATE
           PERFORM VERIFY-PASSWORD
           IF WS-PASS-OK = "Y"
               MOVE USER-ROLE TO WS-OPER-ROLE
               MOVE USER-NAME TO WS-OPER-NAME
               MOVE 0 TO USER-FAILED
      *> Registo antigo em claro: converte-se para hash salgado
      *> neste login bem sucedido.
               IF NOT USER-PASS-HASHED
                   PERFORM HASH-AND-STORE
               END-IF
               REWRITE USER-REC
               PERFORM CHECK-USERS-REWRITE
               MOVE "S" TO WS-LOGIN-RESULT
           ELSE
               ADD 1 TO USER-FAILED
               IF USER-FAILED >= WS-MAX-FAILED
                   MOVE "Y" TO USER-LOCKED
               END-IF
               REWRITE USER-REC
               PERFORM CHECK-USERS-REWRITE
               MOVE "F" TO WS-LOGIN-RESULT
           END-IF
       END-IF
       END-IF.

      *>-----------------------------------------------------------
      *> Hash rolante de USER-SALT + password candidata (31x + byte,
      *> modulo primo). Nao e criptografia de banco central, mas
      *> tira as passwords em claro de users.dat e das suas copias
      *> de backup, que era o apontado pelos auditores.
      *>-----------------------------------------------------------
COMPUTE-PASS-HASH.
       MOVE 7 TO WS-HASH-WORK
       PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 28
           COMPUTE WS-HASH-WORK = FUNCTION MOD(
               WS-HASH-WORK * 31
               + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1)),
               1000000007)
       END-PERFORM
       MOVE WS-HASH-WORK TO WS-HASH-RESULT.

      *> Confere WS-PASS-CANDIDATE com o registo corrente: hash se o
      *> registo ja migrou, texto em claro se ainda nao.
VERIFY-PASSWORD.
       MOVE "N" TO WS-PASS-OK
       IF USER-PASS-HASHED
           MOVE SPACES TO WS-HASH-INPUT
           MOVE USER-SALT TO WS-HASH-INPUT(1:8)
           MOVE WS-PASS-CANDIDATE TO WS-HASH-INPUT(9:20)
           PERFORM COMPUTE-PASS-HASH
           IF WS-HASH-RESULT = USER-HASH
               MOVE "Y" TO WS-PASS-OK
           END-IF
       ELSE
           IF USER-PASS = WS-PASS-CANDIDATE
               MOVE "Y" TO WS-PASS-OK
           END-IF
       END-IF.

      *> Guarda WS-PASS-CANDIDATE no registo corrente como salt +
      *> hash e apaga o texto em claro.
HASH-AND-STORE.
       MOVE FUNCTION CURRENT-DATE(9:8) TO USER-SALT
       MOVE SPACES TO WS-HASH-INPUT
       MOVE USER-SALT TO WS-HASH-INPUT(1:8)
       MOVE WS-PASS-CANDIDATE TO WS-HASH-INPUT(9:20)
       PERFORM COMPUTE-PASS-HASH
       MOVE WS-HASH-RESULT TO USER-HASH
       MOVE SPACES TO USER-PASS
       MOVE "H" TO USER-PTYPE.

      *>-----------------------------------------------------------
      *> Trilha de auditoria com evidencia de adulteracao: cada
      *> linha leva um numero de sequencia e um valor de controlo
      *> encadeado no da linha anterior (31x + soma dos bytes do
      *> conteudo, modulo primo). O AUDIT-VIEWER (Dia 47) recalcula
      *> a cadeia e aponta exatamente onde ela parte se alguem
      *> apagar ou alterar linhas.
      *>-----------------------------------------------------------
WRITE-AUDIT-LOG.
       PERFORM GET-AUDIT-CHAIN
       OPEN EXTEND AUDIT-FILE
       IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
           CLOSE AUDIT-FILE
           OPEN OUTPUT AUDIT-FILE
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
       END-IF
       ADD 1 TO WS-AUDIT-SEQ
       MOVE SPACES TO WS-AUDIT-PAYLOAD
       STRING FUNCTION CURRENT-DATE(1:10) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-USER DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-ACTION DELIMITED BY SIZE
              INTO WS-AUDIT-PAYLOAD
       END-STRING
       PERFORM COMPUTE-AUDIT-CHECK
       MOVE SPACES TO AUDIT-LINE
       STRING WS-AUDIT-SEQ DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-CHAIN DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-PAYLOAD DELIMITED BY SIZE
              INTO AUDIT-LINE
       END-STRING
       WRITE AUDIT-LINE
       CLOSE AUDIT-FILE.

      *> Le a ultima linha da trilha para continuar a sequencia e a
      *> cadeia; linhas de formato antigo (sem sequencia numerica)
      *> contam para a sequencia mas nao alimentam a cadeia.
GET-AUDIT-CHAIN.
       MOVE 0 TO WS-AUDIT-SEQ
       MOVE 0 TO WS-AUDIT-CHAIN
       OPEN INPUT AUDIT-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-AUDIT-EOF
       PERFORM UNTIL WS-AUDIT-EOF = "Y"
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-AUDIT-SEQ
                   IF AUDIT-LINE(1:6) IS NUMERIC
                      AND AUDIT-LINE(8:10) IS NUMERIC
                       MOVE AUDIT-LINE(8:10) TO WS-AUDIT-CHAIN
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AUDIT-FILE.

      *> Proximo elo: cadeia = MOD(cadeia*31 + soma dos bytes do
      *> conteudo, 1000000007).
COMPUTE-AUDIT-CHECK.
       MOVE 0 TO WS-AUD-SUM
       PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > 72
           COMPUTE WS-AUD-SUM = WS-AUD-SUM
               + FUNCTION ORD(WS-AUDIT-PAYLOAD(WS-AUD-IDX:1))
       END-PERFORM
       COMPUTE WS-AUDIT-CHAIN = FUNCTION MOD(
           WS-AUDIT-CHAIN * 31 + WS-AUD-SUM, 1000000007).

      *> Uma REWRITE falhada (tipicamente estado 44: a linha antiga
      *> e mais curta que o registo novo) denuncia um users.dat
      *> anterior ao USER-RECORD.cpy: nem contadores de falhas nem
      *> a conversao para hash persistem enquanto o USERS-MIGRATE
      *> (Dia 28) nao alargar o ficheiro.
CHECK-USERS-REWRITE.
       IF WS-USERS-STATUS NOT = "00"
           DISPLAY "AVISO: users.dat nao atualizado (estado "
                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "GL-BUDGET" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
