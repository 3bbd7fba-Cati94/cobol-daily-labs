       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSETS.

      *> Imobilizado proprio do banco (obras de agencia, ATMs,
      *> informatica, mobiliario, viaturas), ate aqui so numa folha
      *> de calculo com a amortizacao lancada a mao:
      *>   - fixed_assets.dat e o registo dos ativos (custo, data de
      *>     aquisicao, agencia, categoria, vida util em meses,
      *>     metodo linear ou degressivo, valor residual);
      *>   - a amortizacao mensal calcula cada ativo em uso ate ao
      *>     periodo pedido (apanhando meses em falta, nunca duas
      *>     vezes o mesmo mes) e escreve em gl_postings.dat um par
      *>     por agencia e categoria, AMORTIZAC a debito contra
      *>     AMORT-ACUM, que o GL-LEDGER acumula no razao; o detalhe
      *>     por ativo fica em fixed_asset_depreciation.txt;
      *>   - o abate/venda apura a mais ou menos-valia (produto da
      *>     venda menos valor liquido) e lanca a saida do ativo:
      *>     AMORT-ACUM e CAIXA a debito, IMOBILIZAD a credito, e a
      *>     diferenca em MAIS-VALIA (credito) ou MENOS-VAL (debito);
      *>   - o mapa do imobilizado (fixed_asset_schedule.txt) da, por
      *>     agencia e categoria, custo de abertura do ano, aquisicoes,
      *>     abates, custo de fecho, amortizacao acumulada e valor
      *>     liquido (amortizacao acumulada a data da ultima corrida).
      *> A aquisicao de um ativo novo pode ser lancada no registo
      *> (IMOBILIZAD a debito contra FORNECED); ativos que ja estavam
      *> nos livros entram com a amortizacao acumulada ate a data,
      *> sem lancamento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSETS-FILE ASSIGN TO "fixed_assets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-STATUS.

           SELECT ASSETS-TEMP-FILE ASSIGN TO "fixed_assets.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCHES-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT GL-FILE ASSIGN TO "gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT DEPR-FILE ASSIGN TO "fixed_asset_depreciation.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-FILE ASSIGN TO "fixed_asset_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ASSETS-FILE.
       COPY "FIXED-ASSET-RECORD.cpy".

      *> Width must match FA-REC exactly (125 chars).
       FD ASSETS-TEMP-FILE.
       01 FA-TEMP-REC PIC X(125).

       FD BRANCHES-FILE.
       COPY "BRANCH-RECORD.cpy".

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       FD DEPR-FILE.
       01 DEPR-LINE PIC X(120).

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(140).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-FA-STATUS      PIC XX.
       01 WS-BR-STATUS      PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-FA-EOF         PIC X VALUE "N".
       01 WS-BR-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-LIST-COUNT     PIC 9(5) VALUE 0.
       01 WS-BRANCH-FOUND   PIC X.

      *> Contas do GL usadas pelo imobilizado.
       01 WS-ACCT-ASSET     PIC X(10) VALUE "IMOBILIZAD".
       01 WS-ACCT-ACCUM     PIC X(10) VALUE "AMORT-ACUM".
       01 WS-ACCT-EXPENSE   PIC X(10) VALUE "AMORTIZAC".
       01 WS-ACCT-GAIN      PIC X(10) VALUE "MAIS-VALIA".
       01 WS-ACCT-LOSS      PIC X(10) VALUE "MENOS-VAL".
       01 WS-ACCT-CASH      PIC X(10) VALUE "CAIXA".
       01 WS-ACCT-SUPPLIER  PIC X(10) VALUE "FORNECED".

      *> Registo de um ativo.
       01 WS-LAST-FA-ID     PIC 9(6) VALUE 0.
       01 WS-IN-DESC        PIC X(30).
       01 WS-IN-CATEGORY    PIC X(3).
       01 WS-IN-BRANCH      PIC 9(4).
       01 WS-IN-ACQ-DATE    PIC 9(8).
       01 WS-IN-COST        PIC 9(9)V99.
       01 WS-IN-RESIDUAL    PIC 9(9)V99.
       01 WS-IN-LIFE        PIC 9(3).
       01 WS-IN-METHOD      PIC X.
       01 WS-IN-ACCUM       PIC 9(9)V99.
       01 WS-IN-DEPR-TO     PIC 9(6).
       01 WS-IN-POST        PIC X.

      *> Amortizacao mensal.
       01 WS-RUN-PERIOD     PIC 9(6).
       01 WS-RUN-N          PIC 9(6).
       01 WS-START-N        PIC 9(6).
       01 WS-CUR-N          PIC 9(6).
       01 WS-ACQ-N          PIC 9(6).
       01 WS-CALC-YEAR      PIC 9(4).
       01 WS-CALC-MONTH     PIC 9(2).
       01 WS-CALC-PERIOD    PIC 9(6).
       01 WS-MONTHS-DUE     PIC 9(4).
       01 WS-MONTH-DEPR     PIC 9(9)V99.
       01 WS-ASSET-DEPR     PIC 9(9)V99.
       01 WS-REMAINING      PIC S9(9)V99.
       01 WS-RUN-TOTAL      PIC 9(11)V99.
       01 WS-RUN-ASSETS     PIC 9(5).
       01 WS-POSTED         PIC 9(3).
       01 WS-PERIOD-END     PIC 9(8).
       01 WS-NEXT-MONTH     PIC 9(8).
       01 WS-DP-COUNT       PIC 9(3) VALUE 0.
       01 WS-DP-IDX         PIC 9(3).
       01 WS-DP-FOUND       PIC X.
       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-BRANCH   PIC 9(4).
               10 WS-DP-CATEGORY PIC X(3).
               10 WS-DP-ASSETS   PIC 9(6).
               10 WS-DP-AMOUNT   PIC 9(11)V99.

      *> Abate/venda.
       01 WS-DISP-ID        PIC 9(6).
       01 WS-DISP-FOUND     PIC X.
       01 WS-DISP-DATE      PIC 9(8).
       01 WS-DISP-PROCEEDS  PIC 9(9)V99.
       01 WS-DISP-NBV       PIC 9(9)V99.
       01 WS-DISP-RESULT    PIC S9(9)V99.
       01 WS-DISP-CONFIRM   PIC X.
       01 WS-DISP-COST      PIC 9(9)V99.
       01 WS-DISP-ACCUM     PIC 9(9)V99.
       01 WS-DISP-BRANCH    PIC 9(4).
       01 WS-DISP-DEPR-TO   PIC 9(6).

      *> Mapa do imobilizado por agencia e categoria.
       01 WS-SCH-YEAR       PIC 9(4).
       01 WS-SCH-FROM       PIC 9(8).
       01 WS-SCH-TO         PIC 9(8).
       01 WS-SC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SC-IDX         PIC 9(3).
       01 WS-SC-MATCH       PIC 9(3).
       01 WS-SC-FOUND       PIC X.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 200 TIMES.
               10 WS-SC-BRANCH    PIC 9(4).
               10 WS-SC-CATEGORY  PIC X(3).
               10 WS-SC-OPENING   PIC 9(11)V99.
               10 WS-SC-ADDITIONS PIC 9(11)V99.
               10 WS-SC-DISPOSALS PIC 9(11)V99.
               10 WS-SC-CLOSING   PIC 9(11)V99.
               10 WS-SC-ACCUM     PIC 9(11)V99.
               10 WS-SC-NBV       PIC S9(11)V99.
       01 WS-SC-TOTALS.
           05 WS-ST-OPENING     PIC 9(11)V99.
           05 WS-ST-ADDITIONS   PIC 9(11)V99.
           05 WS-ST-DISPOSALS   PIC 9(11)V99.
           05 WS-ST-CLOSING     PIC 9(11)V99.
           05 WS-ST-ACCUM       PIC 9(11)V99.
           05 WS-ST-NBV         PIC S9(11)V99.
       01 WS-HELD-AT-START  PIC X.
       01 WS-HELD-AT-END    PIC X.

       01 WS-AMT-ED1        PIC Z(9)9.99.
       01 WS-AMT-ED2        PIC Z(9)9.99.
       01 WS-AMT-ED3        PIC Z(9)9.99.
       01 WS-AMT-ED4        PIC Z(9)9.99.
       01 WS-AMT-ED5        PIC Z(9)9.99.
       01 WS-AMT-ED6        PIC -(9)9.99.

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
       MOVE "FIXED-ASSETS" TO LOCK-PROGRAM
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
       IF WS-OPTION = 6
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
       MOVE "FIXED-ASSETS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== IMOBILIZADO ====="
       DISPLAY "1. Listar ativos"
       DISPLAY "2. Registar ativo"
       DISPLAY "3. Amortizacao mensal"
       DISPLAY "4. Abate/venda de ativo"
       DISPLAY "5. Mapa do imobilizado"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Registo, amortizacao e abates mexem no razao: so Admins.
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-ASSETS
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM REGISTER-ASSET
               ELSE
                   DISPLAY "Acesso negado: imobilizado reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM DEPRECIATION-RUN
               ELSE
                   DISPLAY "Acesso negado: imobilizado reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM DISPOSE-ASSET
               ELSE
                   DISPLAY "Acesso negado: imobilizado reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5 PERFORM ASSET-SCHEDULE
           WHEN 6 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-ASSETS.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT ASSETS-FILE
       IF WS-FA-STATUS = "35"
           CLOSE ASSETS-FILE
           DISPLAY "Registo do imobilizado vazio."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-FA-EOF
       PERFORM UNTIL WS-FA-EOF = "Y"
           READ ASSETS-FILE
               AT END MOVE "Y" TO WS-FA-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE FA-COST TO WS-AMT-ED1
                   MOVE FA-ACCUM-DEPR TO WS-AMT-ED2
                   DISPLAY FA-ID " " FA-DESC " " FA-CATEGORY
                           " ag " FA-BRANCH " " FA-ACQ-DATE
                           " custo " WS-AMT-ED1 " amort " WS-AMT-ED2
                           " ate " FA-DEPR-TO " " FA-METHOD "/"
                           FA-LIFE-MONTHS "m " FA-STATUS
           END-READ
       END-PERFORM
       CLOSE ASSETS-FILE
       DISPLAY WS-LIST-COUNT " ativo(s).".

*>-----------------------------------------------------------------
*> Registo de um ativo: novo (amortizacao acumulada zero, e a
*> aquisicao pode ir ja para o GL) ou ja existente nos livros
*> (entra com a amortizacao acumulada e o ultimo mes amortizado).
*>-----------------------------------------------------------------
REGISTER-ASSET.
       DISPLAY "Descricao:"
       ACCEPT WS-IN-DESC
       IF WS-IN-DESC = SPACES
           DISPLAY "Descricao obrigatoria."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Categoria (OBR obras / ATM / INF informatica / "
               "MOB mobiliario / VIA viaturas):"
       ACCEPT WS-IN-CATEGORY
       MOVE FUNCTION UPPER-CASE(WS-IN-CATEGORY) TO WS-IN-CATEGORY
       MOVE WS-IN-CATEGORY TO FA-CATEGORY
       IF NOT FA-CAT-VALID
           DISPLAY "Categoria invalida."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Agencia:"
       ACCEPT WS-IN-BRANCH
       PERFORM CHECK-BRANCH
       IF WS-BRANCH-FOUND = "N"
           DISPLAY "Agencia inexistente ou inativa."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Data de aquisicao (AAAAMMDD):"
       ACCEPT WS-IN-ACQ-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-ACQ-DATE) NOT = 0
           DISPLAY "Data invalida."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Custo de aquisicao:"
       ACCEPT WS-IN-COST
       IF WS-IN-COST = 0
           DISPLAY "Custo obrigatorio."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Valor residual (0 se nenhum):"
       ACCEPT WS-IN-RESIDUAL
       IF WS-IN-RESIDUAL >= WS-IN-COST
           DISPLAY "Valor residual tem de ser inferior ao custo."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Vida util em meses:"
       ACCEPT WS-IN-LIFE
       IF WS-IN-LIFE = 0
           DISPLAY "Vida util obrigatoria."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Metodo (L linear / D degressivo):"
       ACCEPT WS-IN-METHOD
       MOVE FUNCTION UPPER-CASE(WS-IN-METHOD) TO WS-IN-METHOD
       IF WS-IN-METHOD NOT = "L" AND WS-IN-METHOD NOT = "D"
           DISPLAY "Metodo invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Amortizacao acumulada ate hoje (0 = ativo novo):"
       ACCEPT WS-IN-ACCUM
       MOVE 0 TO WS-IN-DEPR-TO
       IF WS-IN-ACCUM > 0
           IF WS-IN-ACCUM > WS-IN-COST - WS-IN-RESIDUAL
               DISPLAY "Amortizacao acumulada acima do amortizavel."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ultimo mes ja amortizado (AAAAMM):"
           ACCEPT WS-IN-DEPR-TO
           IF WS-IN-DEPR-TO(5:2) < "01" OR WS-IN-DEPR-TO(5:2) > "12"
              OR WS-IN-DEPR-TO < WS-IN-ACQ-DATE(1:6)
               DISPLAY "Periodo invalido."
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "N" TO WS-IN-POST
       IF WS-IN-ACCUM = 0
           DISPLAY "Lancar a aquisicao no GL (IMOBILIZAD contra "
                   "FORNECED)? (S/N):"
           ACCEPT WS-IN-POST
           MOVE FUNCTION UPPER-CASE(WS-IN-POST) TO WS-IN-POST
       END-IF

       PERFORM GET-LAST-ASSET-ID
       ADD 1 TO WS-LAST-FA-ID
       MOVE WS-LAST-FA-ID TO FA-ID
       MOVE WS-IN-DESC TO FA-DESC
       MOVE WS-IN-CATEGORY TO FA-CATEGORY
       MOVE WS-IN-BRANCH TO FA-BRANCH
       MOVE WS-IN-ACQ-DATE TO FA-ACQ-DATE
       MOVE WS-IN-COST TO FA-COST
       MOVE WS-IN-RESIDUAL TO FA-RESIDUAL
       MOVE WS-IN-LIFE TO FA-LIFE-MONTHS
       MOVE WS-IN-METHOD TO FA-METHOD
       MOVE WS-IN-ACCUM TO FA-ACCUM-DEPR
       MOVE WS-IN-DEPR-TO TO FA-DEPR-TO
       MOVE "A" TO FA-STATUS
       MOVE 0 TO FA-DISP-DATE
       MOVE 0 TO FA-DISP-PROCEEDS
       MOVE 0 TO FA-DISP-RESULT
       OPEN EXTEND ASSETS-FILE
       IF WS-FA-STATUS = "05" OR WS-FA-STATUS = "35"
           CLOSE ASSETS-FILE
           OPEN OUTPUT ASSETS-FILE
           CLOSE ASSETS-FILE
           OPEN EXTEND ASSETS-FILE
       END-IF
       WRITE FA-REC
       CLOSE ASSETS-FILE

       IF WS-IN-POST = "S"
           PERFORM OPEN-GL-EXTEND
           MOVE WS-IN-ACQ-DATE TO GL-DATE
           MOVE WS-IN-BRANCH TO GL-BRANCH
           MOVE "EUR" TO GL-CURRENCY
           MOVE 1 TO GL-COUNT
           MOVE WS-IN-COST TO GL-AMOUNT
           MOVE WS-ACCT-ASSET TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           WRITE GL-REC
           MOVE WS-ACCT-SUPPLIER TO GL-ACCOUNT
           MOVE "C" TO GL-DC
           WRITE GL-REC
           CLOSE GL-FILE
       END-IF

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "FIXED ASSET ADD " DELIMITED BY SIZE
              WS-LAST-FA-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-CATEGORY DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Ativo " WS-LAST-FA-ID " registado.".

GET-LAST-ASSET-ID.
       MOVE 0 TO WS-LAST-FA-ID
       OPEN INPUT ASSETS-FILE
       IF WS-FA-STATUS = "35"
           CLOSE ASSETS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-FA-EOF
       PERFORM UNTIL WS-FA-EOF = "Y"
           READ ASSETS-FILE
               AT END MOVE "Y" TO WS-FA-EOF
               NOT AT END
                   IF FA-ID > WS-LAST-FA-ID
                       MOVE FA-ID TO WS-LAST-FA-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ASSETS-FILE.

CHECK-BRANCH.
       MOVE "N" TO WS-BRANCH-FOUND
       OPEN INPUT BRANCHES-FILE
       IF WS-BR-STATUS = "35"
           CLOSE BRANCHES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-BR-EOF
       PERFORM UNTIL WS-BR-EOF = "Y"
           READ BRANCHES-FILE
               AT END MOVE "Y" TO WS-BR-EOF
               NOT AT END
                   IF BR-CODE = WS-IN-BRANCH AND BR-ACTIVE
                       MOVE "Y" TO WS-BRANCH-FOUND
                       MOVE "Y" TO WS-BR-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BRANCHES-FILE.

*>-----------------------------------------------------------------
*> Amortizacao ate ao periodo pedido. Cada ativo em uso amortiza
*> os meses desde o seguinte a FA-DEPR-TO (ou desde o mes de
*> aquisicao) ate ao periodo, e FA-DEPR-TO avanca: correr de novo
*> o mesmo mes nao lanca nada. Linear: (custo - residual) / vida
*> por mes; degressivo: valor liquido x 2 / vida por mes; nunca
*> abaixo do residual, e no ultimo mes de vida amortiza o resto.
*> Os totais por agencia e categoria vao para gl_postings.dat com
*> a data do ultimo dia do periodo.
*>-----------------------------------------------------------------
DEPRECIATION-RUN.
       DISPLAY "Periodo a amortizar (AAAAMM):"
       ACCEPT WS-RUN-PERIOD
       IF WS-RUN-PERIOD(5:2) < "01" OR WS-RUN-PERIOD(5:2) > "12"
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       MOVE WS-RUN-PERIOD TO WS-CALC-PERIOD
       PERFORM PERIOD-TO-MONTHS
       MOVE WS-CALC-PERIOD TO WS-RUN-N

       OPEN INPUT ASSETS-FILE
       IF WS-FA-STATUS = "35"
           CLOSE ASSETS-FILE
           DISPLAY "Registo do imobilizado vazio."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ASSETS-TEMP-FILE
       OPEN OUTPUT DEPR-FILE
       MOVE SPACES TO DEPR-LINE
       STRING "AMORTIZACAO DO IMOBILIZADO ATE " DELIMITED BY SIZE
              WS-RUN-PERIOD DELIMITED BY SIZE
              INTO DEPR-LINE
       END-STRING
       WRITE DEPR-LINE
       MOVE 0 TO WS-DP-COUNT
       MOVE 0 TO WS-RUN-TOTAL
       MOVE 0 TO WS-RUN-ASSETS
       MOVE "N" TO WS-FA-EOF
       PERFORM UNTIL WS-FA-EOF = "Y"
           READ ASSETS-FILE
               AT END MOVE "Y" TO WS-FA-EOF
               NOT AT END
                   IF FA-IN-USE
                       PERFORM DEPRECIATE-ASSET
                   END-IF
                   MOVE FA-REC TO FA-TEMP-REC
                   WRITE FA-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE ASSETS-FILE
       CLOSE ASSETS-TEMP-FILE
       CALL "SYSTEM" USING "mv fixed_assets.tmp fixed_assets.dat"

       MOVE WS-RUN-TOTAL TO WS-AMT-ED1
       MOVE SPACES TO DEPR-LINE
       STRING "TOTAL " DELIMITED BY SIZE
              WS-AMT-ED1 DELIMITED BY SIZE
              " EM " DELIMITED BY SIZE
              WS-RUN-ASSETS DELIMITED BY SIZE
              " ATIVO(S)" DELIMITED BY SIZE
              INTO DEPR-LINE
       END-STRING
       WRITE DEPR-LINE
       CLOSE DEPR-FILE
       MOVE "fixed_asset_depreciation.txt" TO RPQ-FILE
       MOVE "FADEPR" TO RPQ-TYPE
       MOVE WS-RUN-PERIOD TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE 0 TO WS-POSTED
       IF WS-DP-COUNT > 0
      *> Ultimo dia do periodo: vespera do dia 1 do mes seguinte.
           MOVE WS-RUN-PERIOD TO WS-NEXT-MONTH(1:6)
           MOVE "01" TO WS-NEXT-MONTH(7:2)
           IF WS-RUN-PERIOD(5:2) = "12"
               ADD 8900 TO WS-NEXT-MONTH
           ELSE
               ADD 100 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           PERFORM OPEN-GL-EXTEND
           PERFORM POST-DEPRECIATION-PAIR
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
           CLOSE GL-FILE
       END-IF

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "FIXED ASSET DEPR " DELIMITED BY SIZE
              WS-RUN-PERIOD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RUN-ASSETS DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       DISPLAY "Amortizados " WS-RUN-ASSETS " ativo(s), total "
               WS-AMT-ED1 "; " WS-POSTED " par(es) em gl_postings.dat."
       DISPLAY "Detalhe em fixed_asset_depreciation.txt.".

DEPRECIATE-ASSET.
       MOVE FA-ACQ-DATE(1:6) TO WS-CALC-PERIOD
       PERFORM PERIOD-TO-MONTHS
       MOVE WS-CALC-PERIOD TO WS-ACQ-N
       IF FA-DEPR-TO = 0
           MOVE WS-ACQ-N TO WS-START-N
       ELSE
           MOVE FA-DEPR-TO TO WS-CALC-PERIOD
           PERFORM PERIOD-TO-MONTHS
           COMPUTE WS-START-N = WS-CALC-PERIOD + 1
       END-IF
       IF WS-START-N > WS-RUN-N
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-MONTHS-DUE = WS-RUN-N - WS-START-N + 1
       MOVE 0 TO WS-ASSET-DEPR
       MOVE WS-START-N TO WS-CUR-N
       PERFORM DEPRECIATE-ONE-MONTH WS-MONTHS-DUE TIMES
       MOVE WS-RUN-PERIOD TO FA-DEPR-TO
       IF WS-ASSET-DEPR = 0
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO WS-RUN-ASSETS
       ADD WS-ASSET-DEPR TO WS-RUN-TOTAL
       MOVE WS-ASSET-DEPR TO WS-AMT-ED1
       MOVE FA-ACCUM-DEPR TO WS-AMT-ED2
       COMPUTE WS-AMT-ED3 = FA-COST - FA-ACCUM-DEPR
       MOVE SPACES TO DEPR-LINE
       STRING FA-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FA-DESC DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FA-CATEGORY DELIMITED BY SIZE
              " AG " DELIMITED BY SIZE
              FA-BRANCH DELIMITED BY SIZE
              " MESES " DELIMITED BY SIZE
              WS-MONTHS-DUE DELIMITED BY SIZE
              " AMORT " DELIMITED BY SIZE
              WS-AMT-ED1 DELIMITED BY SIZE
              " ACUM " DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              " VL " DELIMITED BY SIZE
              WS-AMT-ED3 DELIMITED BY SIZE
              INTO DEPR-LINE
       END-STRING
       WRITE DEPR-LINE

       MOVE "N" TO WS-DP-FOUND
       PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND = "Y"
           IF WS-DP-BRANCH (WS-DP-IDX) = FA-BRANCH
              AND WS-DP-CATEGORY (WS-DP-IDX) = FA-CATEGORY
               MOVE "Y" TO WS-DP-FOUND
               ADD 1 TO WS-DP-ASSETS (WS-DP-IDX)
               ADD WS-ASSET-DEPR TO WS-DP-AMOUNT (WS-DP-IDX)
           END-IF
       END-PERFORM
       IF WS-DP-FOUND = "N"
           IF WS-DP-COUNT >= 200
               DISPLAY "AVISO: tabela de agencias/categorias cheia - "
                       "ativo " FA-ID " fora do lancamento."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-COUNT
           MOVE FA-BRANCH TO WS-DP-BRANCH (WS-DP-COUNT)
           MOVE FA-CATEGORY TO WS-DP-CATEGORY (WS-DP-COUNT)
           MOVE 1 TO WS-DP-ASSETS (WS-DP-COUNT)
           MOVE WS-ASSET-DEPR TO WS-DP-AMOUNT (WS-DP-COUNT)
       END-IF.

DEPRECIATE-ONE-MONTH.
       COMPUTE WS-REMAINING = FA-COST - FA-RESIDUAL - FA-ACCUM-DEPR
       IF WS-REMAINING > 0
           IF FA-DECLINING
               COMPUTE WS-MONTH-DEPR ROUNDED =
                   (FA-COST - FA-ACCUM-DEPR) * 2 / FA-LIFE-MONTHS
           ELSE
               COMPUTE WS-MONTH-DEPR ROUNDED =
                   (FA-COST - FA-RESIDUAL) / FA-LIFE-MONTHS
           END-IF
           IF WS-MONTH-DEPR > WS-REMAINING
              OR WS-CUR-N - WS-ACQ-N + 1 >= FA-LIFE-MONTHS
               MOVE WS-REMAINING TO WS-MONTH-DEPR
           END-IF
           ADD WS-MONTH-DEPR TO FA-ACCUM-DEPR
           ADD WS-MONTH-DEPR TO WS-ASSET-DEPR
       END-IF
       ADD 1 TO WS-CUR-N.

      *> Periodo AAAAMM em numero de meses (ano x 12 + mes), para
      *> contar meses entre periodos.
PERIOD-TO-MONTHS.
       DIVIDE WS-CALC-PERIOD BY 100 GIVING WS-CALC-YEAR
           REMAINDER WS-CALC-MONTH
       COMPUTE WS-CALC-PERIOD = WS-CALC-YEAR * 12 + WS-CALC-MONTH.

POST-DEPRECIATION-PAIR.
       MOVE WS-PERIOD-END TO GL-DATE
       MOVE WS-DP-BRANCH (WS-DP-IDX) TO GL-BRANCH
       MOVE "EUR" TO GL-CURRENCY
       MOVE WS-DP-ASSETS (WS-DP-IDX) TO GL-COUNT
       MOVE WS-DP-AMOUNT (WS-DP-IDX) TO GL-AMOUNT
       MOVE WS-ACCT-EXPENSE TO GL-ACCOUNT
       MOVE "D" TO GL-DC
       WRITE GL-REC
       MOVE WS-ACCT-ACCUM TO GL-ACCOUNT
       MOVE "C" TO GL-DC
       WRITE GL-REC
       ADD 1 TO WS-POSTED.

OPEN-GL-EXTEND.
       OPEN EXTEND GL-FILE
       IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
           CLOSE GL-FILE
           OPEN OUTPUT GL-FILE
           CLOSE GL-FILE
           OPEN EXTEND GL-FILE
       END-IF.

*>-----------------------------------------------------------------
*> Abate ou venda: valor liquido = custo - amortizacao acumulada;
*> resultado = produto da venda - valor liquido (mais-valia se
*> positivo, menos-valia se negativo). A amortizacao do ativo deve
*> estar corrida ate ao mes anterior ao abate. O ativo fica no
*> registo como abatido, com data, produto e resultado.
*>-----------------------------------------------------------------
DISPOSE-ASSET.
       DISPLAY "Numero do ativo:"
       ACCEPT WS-DISP-ID
       MOVE "N" TO WS-DISP-FOUND
       OPEN INPUT ASSETS-FILE
       IF WS-FA-STATUS = "35"
           CLOSE ASSETS-FILE
           DISPLAY "Registo do imobilizado vazio."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-FA-EOF
       PERFORM UNTIL WS-FA-EOF = "Y"
           READ ASSETS-FILE
               AT END MOVE "Y" TO WS-FA-EOF
               NOT AT END
                   IF FA-ID = WS-DISP-ID
                       MOVE "Y" TO WS-FA-EOF
                       MOVE "Y" TO WS-DISP-FOUND
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ASSETS-FILE
       IF WS-DISP-FOUND = "N"
           DISPLAY "Ativo inexistente."
           EXIT PARAGRAPH
       END-IF
       IF NOT FA-IN-USE
           DISPLAY "Ativo ja abatido em " FA-DISP-DATE "."
           EXIT PARAGRAPH
       END-IF
       MOVE FA-COST TO WS-DISP-COST
       MOVE FA-ACCUM-DEPR TO WS-DISP-ACCUM
       MOVE FA-BRANCH TO WS-DISP-BRANCH
       MOVE FA-DEPR-TO TO WS-DISP-DEPR-TO
       COMPUTE WS-DISP-NBV = FA-COST - FA-ACCUM-DEPR
       MOVE FA-COST TO WS-AMT-ED1
       MOVE FA-ACCUM-DEPR TO WS-AMT-ED2
       MOVE WS-DISP-NBV TO WS-AMT-ED3
       DISPLAY FA-DESC " custo " WS-AMT-ED1 " amort " WS-AMT-ED2
               " valor liquido " WS-AMT-ED3
               " (amortizado ate " FA-DEPR-TO ")"

       DISPLAY "Data do abate/venda (AAAAMMDD):"
       ACCEPT WS-DISP-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DISP-DATE) NOT = 0
          OR WS-DISP-DATE < FA-ACQ-DATE
           DISPLAY "Data invalida."
           EXIT PARAGRAPH
       END-IF
       IF WS-DISP-DEPR-TO < WS-DISP-DATE(1:6)
           DISPLAY "AVISO: amortizacao so corrida ate "
                   WS-DISP-DEPR-TO " - corra primeiro a amortizacao"
                   " mensal se o abate for posterior."
       END-IF
       DISPLAY "Produto da venda (0 = abate sem venda):"
       ACCEPT WS-DISP-PROCEEDS
       COMPUTE WS-DISP-RESULT = WS-DISP-PROCEEDS - WS-DISP-NBV
       MOVE WS-DISP-RESULT TO WS-AMT-ED6
       IF WS-DISP-RESULT < 0
           DISPLAY "Menos-valia: " WS-AMT-ED6
       ELSE
           DISPLAY "Mais-valia: " WS-AMT-ED6
       END-IF
       DISPLAY "Confirmar o abate? (S/N):"
       ACCEPT WS-DISP-CONFIRM
       IF WS-DISP-CONFIRM NOT = "S" AND WS-DISP-CONFIRM NOT = "s"
           DISPLAY "Abate cancelado."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT ASSETS-FILE
       OPEN OUTPUT ASSETS-TEMP-FILE
       MOVE "N" TO WS-FA-EOF
       PERFORM UNTIL WS-FA-EOF = "Y"
           READ ASSETS-FILE
               AT END MOVE "Y" TO WS-FA-EOF
               NOT AT END
                   IF FA-ID = WS-DISP-ID
                       MOVE "B" TO FA-STATUS
                       MOVE WS-DISP-DATE TO FA-DISP-DATE
                       MOVE WS-DISP-PROCEEDS TO FA-DISP-PROCEEDS
                       MOVE WS-DISP-RESULT TO FA-DISP-RESULT
                   END-IF
                   MOVE FA-REC TO FA-TEMP-REC
                   WRITE FA-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE ASSETS-FILE
       CLOSE ASSETS-TEMP-FILE
       CALL "SYSTEM" USING "mv fixed_assets.tmp fixed_assets.dat"

       PERFORM OPEN-GL-EXTEND
       MOVE WS-DISP-DATE TO GL-DATE
       MOVE WS-DISP-BRANCH TO GL-BRANCH
       MOVE "EUR" TO GL-CURRENCY
       MOVE 1 TO GL-COUNT
       IF WS-DISP-ACCUM > 0
           MOVE WS-ACCT-ACCUM TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           MOVE WS-DISP-ACCUM TO GL-AMOUNT
           WRITE GL-REC
       END-IF
       IF WS-DISP-PROCEEDS > 0
           MOVE WS-ACCT-CASH TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           MOVE WS-DISP-PROCEEDS TO GL-AMOUNT
           WRITE GL-REC
       END-IF
       MOVE WS-ACCT-ASSET TO GL-ACCOUNT
       MOVE "C" TO GL-DC
       MOVE WS-DISP-COST TO GL-AMOUNT
       WRITE GL-REC
       IF WS-DISP-RESULT > 0
           MOVE WS-ACCT-GAIN TO GL-ACCOUNT
           MOVE "C" TO GL-DC
           MOVE WS-DISP-RESULT TO GL-AMOUNT
           WRITE GL-REC
       END-IF
       IF WS-DISP-RESULT < 0
           MOVE WS-ACCT-LOSS TO GL-ACCOUNT
           MOVE "D" TO GL-DC
           COMPUTE GL-AMOUNT = 0 - WS-DISP-RESULT
           WRITE GL-REC
       END-IF
       CLOSE GL-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "FIXED ASSET DISPOSAL " DELIMITED BY SIZE
              WS-DISP-ID DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Ativo " WS-DISP-ID " abatido; lancamentos em "
               "gl_postings.dat.".

*>-----------------------------------------------------------------
*> Mapa do imobilizado de um ano por agencia e categoria:
*>   abertura  - custo dos ativos detidos a 1 de janeiro;
*>   aquisicoes - custo dos adquiridos no ano;
*>   abates    - custo dos abatidos no ano;
*>   fecho     - abertura + aquisicoes - abates;
*>   amortizacao acumulada e valor liquido dos ainda detidos.
*>-----------------------------------------------------------------
ASSET-SCHEDULE.
       DISPLAY "Ano (AAAA):"
       ACCEPT WS-SCH-YEAR
       COMPUTE WS-SCH-FROM = WS-SCH-YEAR * 10000 + 101
       COMPUTE WS-SCH-TO = WS-SCH-YEAR * 10000 + 1231
       MOVE 0 TO WS-SC-COUNT
       OPEN INPUT ASSETS-FILE
       IF WS-FA-STATUS = "35"
           CLOSE ASSETS-FILE
           DISPLAY "Registo do imobilizado vazio."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-FA-EOF
       PERFORM UNTIL WS-FA-EOF = "Y"
           READ ASSETS-FILE
               AT END MOVE "Y" TO WS-FA-EOF
               NOT AT END
                   IF FA-ACQ-DATE <= WS-SCH-TO
                       PERFORM ADD-ASSET-TO-SCHEDULE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ASSETS-FILE

       INITIALIZE WS-SC-TOTALS
       OPEN OUTPUT SCHEDULE-FILE
       MOVE SPACES TO SCHEDULE-LINE
       STRING "MAPA DO IMOBILIZADO - " DELIMITED BY SIZE
              WS-SCH-YEAR DELIMITED BY SIZE
              INTO SCHEDULE-LINE
       END-STRING
       WRITE SCHEDULE-LINE
       MOVE "AGEN CAT     ABERTURA   AQUISICOES       ABATES"
           & "        FECHO   AMORT.ACUM VALOR LIQUIDO"
           TO SCHEDULE-LINE
       WRITE SCHEDULE-LINE
       PERFORM WRITE-SCHEDULE-LINE
           VARYING WS-SC-IDX FROM 1 BY 1
           UNTIL WS-SC-IDX > WS-SC-COUNT
       MOVE WS-ST-OPENING TO WS-AMT-ED1
       MOVE WS-ST-ADDITIONS TO WS-AMT-ED2
       MOVE WS-ST-DISPOSALS TO WS-AMT-ED3
       MOVE WS-ST-CLOSING TO WS-AMT-ED4
       MOVE WS-ST-ACCUM TO WS-AMT-ED5
       MOVE WS-ST-NBV TO WS-AMT-ED6
       MOVE SPACES TO SCHEDULE-LINE
       STRING "TOTAL   " DELIMITED BY SIZE
              WS-AMT-ED1 DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              WS-AMT-ED3 DELIMITED BY SIZE
              WS-AMT-ED4 DELIMITED BY SIZE
              WS-AMT-ED5 DELIMITED BY SIZE
              WS-AMT-ED6 DELIMITED BY SIZE
              INTO SCHEDULE-LINE
       END-STRING
       WRITE SCHEDULE-LINE
       DISPLAY SCHEDULE-LINE
       CLOSE SCHEDULE-FILE
       MOVE "fixed_asset_schedule.txt" TO RPQ-FILE
       MOVE "FASCHED" TO RPQ-TYPE
       MOVE WS-SCH-YEAR TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Mapa em fixed_asset_schedule.txt.".

ADD-ASSET-TO-SCHEDULE.
       MOVE "N" TO WS-HELD-AT-START
       MOVE "N" TO WS-HELD-AT-END
       IF FA-ACQ-DATE < WS-SCH-FROM
          AND (FA-IN-USE OR FA-DISP-DATE >= WS-SCH-FROM)
           MOVE "Y" TO WS-HELD-AT-START
       END-IF
       IF FA-IN-USE OR FA-DISP-DATE > WS-SCH-TO
           MOVE "Y" TO WS-HELD-AT-END
       END-IF
       IF WS-HELD-AT-START = "N" AND FA-ACQ-DATE < WS-SCH-FROM
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-SC-FOUND
       PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-SC-FOUND = "Y"
           IF WS-SC-BRANCH (WS-SC-IDX) = FA-BRANCH
              AND WS-SC-CATEGORY (WS-SC-IDX) = FA-CATEGORY
               MOVE "Y" TO WS-SC-FOUND
               MOVE WS-SC-IDX TO WS-SC-MATCH
           END-IF
       END-PERFORM
       IF WS-SC-FOUND = "N"
           IF WS-SC-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-SC-COUNT TO WS-SC-MATCH
           MOVE FA-BRANCH TO WS-SC-BRANCH (WS-SC-MATCH)
           MOVE FA-CATEGORY TO WS-SC-CATEGORY (WS-SC-MATCH)
           MOVE 0 TO WS-SC-OPENING (WS-SC-MATCH)
           MOVE 0 TO WS-SC-ADDITIONS (WS-SC-MATCH)
           MOVE 0 TO WS-SC-DISPOSALS (WS-SC-MATCH)
           MOVE 0 TO WS-SC-CLOSING (WS-SC-MATCH)
           MOVE 0 TO WS-SC-ACCUM (WS-SC-MATCH)
           MOVE 0 TO WS-SC-NBV (WS-SC-MATCH)
       END-IF

       IF WS-HELD-AT-START = "Y"
           ADD FA-COST TO WS-SC-OPENING (WS-SC-MATCH)
       ELSE
           ADD FA-COST TO WS-SC-ADDITIONS (WS-SC-MATCH)
       END-IF
       IF WS-HELD-AT-END = "Y"
           ADD FA-COST TO WS-SC-CLOSING (WS-SC-MATCH)
           ADD FA-ACCUM-DEPR TO WS-SC-ACCUM (WS-SC-MATCH)
       ELSE
           ADD FA-COST TO WS-SC-DISPOSALS (WS-SC-MATCH)
       END-IF
       COMPUTE WS-SC-NBV (WS-SC-MATCH) = WS-SC-CLOSING (WS-SC-MATCH)
                                       - WS-SC-ACCUM (WS-SC-MATCH).

WRITE-SCHEDULE-LINE.
       ADD WS-SC-OPENING (WS-SC-IDX) TO WS-ST-OPENING
       ADD WS-SC-ADDITIONS (WS-SC-IDX) TO WS-ST-ADDITIONS
       ADD WS-SC-DISPOSALS (WS-SC-IDX) TO WS-ST-DISPOSALS
       ADD WS-SC-CLOSING (WS-SC-IDX) TO WS-ST-CLOSING
       ADD WS-SC-ACCUM (WS-SC-IDX) TO WS-ST-ACCUM
       ADD WS-SC-NBV (WS-SC-IDX) TO WS-ST-NBV
       MOVE WS-SC-OPENING (WS-SC-IDX) TO WS-AMT-ED1
       MOVE WS-SC-ADDITIONS (WS-SC-IDX) TO WS-AMT-ED2
       MOVE WS-SC-DISPOSALS (WS-SC-IDX) TO WS-AMT-ED3
       MOVE WS-SC-CLOSING (WS-SC-IDX) TO WS-AMT-ED4
       MOVE WS-SC-ACCUM (WS-SC-IDX) TO WS-AMT-ED5
       MOVE WS-SC-NBV (WS-SC-IDX) TO WS-AMT-ED6
       MOVE SPACES TO SCHEDULE-LINE
       STRING WS-SC-BRANCH (WS-SC-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-SC-CATEGORY (WS-SC-IDX) DELIMITED BY SIZE
              WS-AMT-ED1 DELIMITED BY SIZE
              WS-AMT-ED2 DELIMITED BY SIZE
              WS-AMT-ED3 DELIMITED BY SIZE
              WS-AMT-ED4 DELIMITED BY SIZE
              WS-AMT-ED5 DELIMITED BY SIZE
              WS-AMT-ED6 DELIMITED BY SIZE
              INTO SCHEDULE-LINE
       END-STRING
       WRITE SCHEDULE-LINE
       DISPLAY SCHEDULE-LINE.

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
       MOVE "FIXED-ASSETS" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
