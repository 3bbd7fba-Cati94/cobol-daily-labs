       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-SWEEP.

      *> Varrimentos de liquidez entre a conta a ordem e a poupanca
      *> do mesmo cliente. Mantem os acordos em
      *> sweep_arrangements.dat (conta principal, conta poupanca,
      *> saldo alvo, piso e montante minimo) e corre o varrimento:
      *>   disponivel acima do alvo  -> o excedente vai para a
      *>                                poupanca;
      *>   disponivel abaixo do piso -> a poupanca repoe ate ao alvo
      *>                                (ou o que tiver disponivel).
      *> Cada varrimento e um par debito/credito em transactions.dat
      *> com IDs seguidos, codigo de motivo SWP e o numero do acordo
      *> no descritivo das duas pernas. Pernas congeladas, encerradas,
      *> pendentes ou dormentes sao saltadas; tudo o que foi feito ou
      *> recusado fica em sweep_report.txt.
      *>
      *> O BANKEND-BATCH (Dia 43) chama-o com BANKEND_STEP=SWEEPS
      *> depois das ordens permanentes: corre so o varrimento, sem
      *> menu nem prompts, e deixa OK/DEFERRED em sweep_status.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-FILE ASSIGN TO "sweep_arrangements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

           SELECT SWEEP-TEMP ASSIGN TO "sweep_arrangements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWEEP-STATUS-FILE ASSIGN TO "sweep_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.

           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SWEEP-FILE.
       COPY "SWEEP-RECORD.cpy".

      *> Width must match SW-REC exactly (76 chars).
       FD SWEEP-TEMP.
       01 SW-TEMP-REC PIC X(76).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD SWEEP-STATUS-FILE.
       01 SWEEP-STATUS-LINE PIC X(20).

       FD ACCOUNTS-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-SW-STATUS      PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-SW-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-LAST-TRANS     PIC 9(5) VALUE 0.
       01 WS-CONFIRM        PIC X.

      *> Manutencao de acordos.
       01 WS-IN-ID          PIC 9(4).
       01 WS-IN-MAIN        PIC 9(8).
       01 WS-IN-SAVE        PIC 9(8).
       01 WS-IN-TARGET      PIC 9(7)V99.
       01 WS-IN-FLOOR       PIC 9(7)V99.
       01 WS-IN-MIN         PIC 9(7)V99.
       01 WS-IN-ACTION      PIC X.
       01 WS-SW-FOUND       PIC X.
       01 WS-LAST-SW-ID     PIC 9(4) VALUE 0.
       01 WS-LIST-COUNT     PIC 9(4).
       01 WS-MAIN-CUST      PIC 9(3).
       01 WS-MAIN-CURR      PIC X(3).
       01 WS-ACC-OK         PIC X.

      *> Varrimento: disponivel de cada perna, sentido e valor.
       01 WS-MAIN-AVAIL     PIC S9(9)V99.
       01 WS-SAVE-AVAIL     PIC S9(9)V99.
       01 WS-MAIN-BRANCH    PIC 9(4).
       01 WS-SAVE-BRANCH    PIC 9(4).
       01 WS-LEG-OK         PIC X.
       01 WS-SWEEP-AMOUNT   PIC S9(9)V99.
       01 WS-POST-AMOUNT    PIC 9(7)V99.
       01 WS-DEBIT-ACC      PIC 9(8).
       01 WS-CREDIT-ACC     PIC 9(8).
       01 WS-DEBIT-BRANCH   PIC 9(4).
       01 WS-CREDIT-BRANCH  PIC 9(4).
       01 WS-SWEEP-CURR     PIC X(3).
       01 WS-REFUSE-REASON  PIC X(30).
       01 WS-LEG-REASON     PIC X(12).
       01 WS-FIRST-LEG      PIC 9(5).
       01 WS-SWEEP-NARR     PIC X(20).
       01 WS-RUN-DONE       PIC 9(5) VALUE 0.
       01 WS-RUN-REFUSED    PIC 9(5) VALUE 0.
       01 WS-RUN-IDLE       PIC 9(5) VALUE 0.
       01 WS-RUN-TOTAL      PIC 9(9)V99 VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER         PIC X(6)  VALUE "ACORDO".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "DEBITO".
           05 FILLER         PIC X(9)  VALUE "CREDITO".
           05 FILLER         PIC X(13) VALUE "        VALOR".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "RESULTADO".
           05 FILLER         PIC X(30) VALUE "MOTIVO / MOVIMENTOS".
       01 WS-RPT-DETAIL.
           05 WS-RD-ID       PIC 9(4).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-RD-DEBIT    PIC 9(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-CREDIT   PIC 9(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 WS-RD-AMOUNT   PIC Z(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-RESULT   PIC X(10).
           05 WS-RD-REASON   PIC X(30).

      *> Set by BANKEND-BATCH (Dia 43) before CALLing this program
      *> unattended: "SWEEPS" runs the day's sweeps and returns
      *> without menu or prompts.
       01 WS-BANKEND-STEP   PIC X(12).

      *> Bloco de pedido da porta de periodos contabilisticos
      *> (PERIOD-CONTROL, Dia 62).
       COPY "PERIOD-REQUEST.cpy".

      *> Bloco de pedido do SYS-LOG (system.log partilhado).
       COPY "SYSLOG-REQUEST.cpy".

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
       MOVE "ACCOUNT-SWEEP" TO LOCK-PROGRAM
       ACCEPT WS-BANKEND-STEP FROM ENVIRONMENT "BANKEND_STEP"
       IF WS-BANKEND-STEP = "SWEEPS"
      *> Nao assistido: sem prompt de override - com o lock tomado o
      *> passo fica DEFERRED e o fecho suspende-se para retomar.
           MOVE "L" TO LOCK-ACTION
           CALL "BANK-LOCK" USING LOCK-REQUEST
           IF LOCK-RESULT NOT = "Y"
               DISPLAY "Ficheiros em uso por: " LOCK-OWNER
                       " - passo adiado."
               OPEN OUTPUT SWEEP-STATUS-FILE
               MOVE "DEFERRED" TO SWEEP-STATUS-LINE
               WRITE SWEEP-STATUS-LINE
               CLOSE SWEEP-STATUS-FILE
               GOBACK
           END-IF
           MOVE "ACCOUNT-SWEEP" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           PERFORM CHECK-FILE-LAYOUTS
           IF LAYOUT-RESULT NOT = "Y"
               PERFORM RELEASE-BANK-LOCK
               OPEN OUTPUT SWEEP-STATUS-FILE
               MOVE "LAYOUT" TO SWEEP-STATUS-LINE
               WRITE SWEEP-STATUS-LINE
               CLOSE SWEEP-STATUS-FILE
               GOBACK
           END-IF
           MOVE "BANKEND" TO WS-OPER-NAME
           PERFORM RUN-SWEEPS
           PERFORM RELEASE-BANK-LOCK
           OPEN OUTPUT SWEEP-STATUS-FILE
           MOVE "OK" TO SWEEP-STATUS-LINE
           WRITE SWEEP-STATUS-LINE
           CLOSE SWEEP-STATUS-FILE
           GOBACK
       END-IF
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "ACCOUNT-SWEEP" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
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
       MOVE "ACCOUNT-SWEEP" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== VARRIMENTOS DE LIQUIDEZ ====="
       DISPLAY "1. Listar acordos de varrimento"
       DISPLAY "2. Criar acordo"
       DISPLAY "3. Alterar alvo / piso / minimo"
       DISPLAY "4. Suspender / reativar / cancelar acordo"
       DISPLAY "5. Correr varrimento agora"
       DISPLAY "6. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> Listagem aberta a todos os perfis; acordos e varrimento sao
      *> trabalho de Teller (o fecho diario corre-o sem login).
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-SWEEPS
           WHEN 2
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM CREATE-SWEEP
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-TELLER OR PERM-GRANTED
                   MOVE "C" TO WS-IN-ACTION
                   PERFORM CHANGE-SWEEP
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4
               IF OPER-TELLER OR PERM-GRANTED
                   MOVE SPACE TO WS-IN-ACTION
                   PERFORM CHANGE-SWEEP
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 5
               IF OPER-TELLER OR PERM-GRANTED
                   PERFORM RUN-SWEEPS
               ELSE
                   DISPLAY "Acesso negado: opcao reservada a Tellers."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 6 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-SWEEPS.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT SWEEP-FILE
       IF WS-SW-STATUS = "35"
           CLOSE SWEEP-FILE
           DISPLAY "Nao existem acordos de varrimento."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SW-EOF
       PERFORM UNTIL WS-SW-EOF = "Y"
           READ SWEEP-FILE
               AT END MOVE "Y" TO WS-SW-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SW-ID " " SW-MAIN-ACC " <-> " SW-SAVE-ACC
                           " alvo " SW-TARGET " piso " SW-FLOOR
                           " min " SW-MIN-AMOUNT " estado "
                           SW-STATUS
           END-READ
       END-PERFORM
       CLOSE SWEEP-FILE
       DISPLAY WS-LIST-COUNT " acordo(s).".

*>-----------------------------------------------------------------
*> Acordo novo: as duas contas existem, sao do mesmo cliente
*> (ACC-CUST-ID), na mesma moeda e nao encerradas; cada conta
*> principal so tem um acordo ativo.
*>-----------------------------------------------------------------
CREATE-SWEEP.
       DISPLAY "Conta principal (a ordem):"
       ACCEPT WS-IN-MAIN
       DISPLAY "Conta poupanca:"
       ACCEPT WS-IN-SAVE
       DISPLAY "Saldo alvo da conta principal:"
       ACCEPT WS-IN-TARGET
       DISPLAY "Piso (abaixo dele repoe-se a partir da poupanca):"
       ACCEPT WS-IN-FLOOR
       DISPLAY "Montante minimo de cada varrimento:"
       ACCEPT WS-IN-MIN

       IF WS-IN-MAIN = WS-IN-SAVE OR WS-IN-MIN = 0
          OR WS-IN-FLOOR > WS-IN-TARGET
           DISPLAY "Dados invalidos (piso nao pode exceder o alvo; "
                   "minimo obrigatorio)."
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           DISPLAY "accounts.dat nao existe."
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-ACC-OK
       MOVE WS-IN-MAIN TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "N" TO WS-ACC-OK
       END-READ
       IF WS-ACC-OK = "Y"
           MOVE ACC-CUST-ID TO WS-MAIN-CUST
           MOVE ACC-CURRENCY TO WS-MAIN-CURR
           IF ACC-CLOSED
               MOVE "N" TO WS-ACC-OK
           END-IF
       END-IF
       IF WS-ACC-OK = "Y"
           MOVE WS-IN-SAVE TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY MOVE "N" TO WS-ACC-OK
           END-READ
       END-IF
       IF WS-ACC-OK = "Y" AND ACC-CLOSED
           MOVE "N" TO WS-ACC-OK
       END-IF
       CLOSE ACCOUNTS-FILE
       IF WS-ACC-OK = "N"
           DISPLAY "Conta inexistente ou encerrada."
           EXIT PARAGRAPH
       END-IF
       IF WS-MAIN-CUST = 0 OR ACC-CUST-ID NOT = WS-MAIN-CUST
           DISPLAY "As contas tem de ser do mesmo cliente "
                   "(ACC-CUST-ID)."
           EXIT PARAGRAPH
       END-IF
       IF ACC-CURRENCY NOT = WS-MAIN-CURR
           DISPLAY "As contas tem de estar na mesma moeda."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-LAST-SW-ID
       MOVE "N" TO WS-SW-FOUND
       OPEN INPUT SWEEP-FILE
       IF WS-SW-STATUS NOT = "35"
           MOVE "N" TO WS-SW-EOF
           PERFORM UNTIL WS-SW-EOF = "Y"
               READ SWEEP-FILE
                   AT END MOVE "Y" TO WS-SW-EOF
                   NOT AT END
                       IF SW-ID > WS-LAST-SW-ID
                           MOVE SW-ID TO WS-LAST-SW-ID
                       END-IF
                       IF SW-MAIN-ACC = WS-IN-MAIN
                          AND NOT SW-CANCELLED
                           MOVE "Y" TO WS-SW-FOUND
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE SWEEP-FILE
       IF WS-SW-FOUND = "Y"
           DISPLAY "A conta " WS-IN-MAIN " ja tem um acordo de "
                   "varrimento - altere-o ou cancele-o primeiro."
           EXIT PARAGRAPH
       END-IF

       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       OPEN EXTEND SWEEP-FILE
       IF WS-SW-STATUS = "05" OR WS-SW-STATUS = "35"
           CLOSE SWEEP-FILE
           OPEN OUTPUT SWEEP-FILE
           CLOSE SWEEP-FILE
           OPEN EXTEND SWEEP-FILE
       END-IF
       ADD 1 TO WS-LAST-SW-ID
       MOVE WS-LAST-SW-ID TO SW-ID
       MOVE WS-IN-MAIN TO SW-MAIN-ACC
       MOVE WS-IN-SAVE TO SW-SAVE-ACC
       MOVE WS-IN-TARGET TO SW-TARGET
       MOVE WS-IN-FLOOR TO SW-FLOOR
       MOVE WS-IN-MIN TO SW-MIN-AMOUNT
       MOVE "A" TO SW-STATUS
       MOVE WS-TODAY TO SW-CREATED
       MOVE WS-OPER-NAME TO SW-OPERATOR
       WRITE SW-REC
       CLOSE SWEEP-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SWEEP ADD " DELIMITED BY SIZE
              WS-LAST-SW-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-MAIN DELIMITED BY SIZE
              "<>" DELIMITED BY SIZE
              WS-IN-SAVE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Acordo de varrimento " WS-LAST-SW-ID " criado.".

      *> WS-IN-ACTION C = alterar valores; em branco pergunta
      *> S (suspender), R (reativar) ou X (cancelar).
CHANGE-SWEEP.
       DISPLAY "Numero do acordo:"
       ACCEPT WS-IN-ID
       IF WS-IN-ACTION = "C"
           DISPLAY "Novo saldo alvo:"
           ACCEPT WS-IN-TARGET
           DISPLAY "Novo piso:"
           ACCEPT WS-IN-FLOOR
           DISPLAY "Novo montante minimo:"
           ACCEPT WS-IN-MIN
           IF WS-IN-MIN = 0 OR WS-IN-FLOOR > WS-IN-TARGET
               DISPLAY "Dados invalidos (piso nao pode exceder o "
                       "alvo; minimo obrigatorio)."
               EXIT PARAGRAPH
           END-IF
       ELSE
           DISPLAY "S = suspender, R = reativar, X = cancelar:"
           ACCEPT WS-IN-ACTION
           IF WS-IN-ACTION NOT = "S" AND WS-IN-ACTION NOT = "R"
              AND WS-IN-ACTION NOT = "X"
               DISPLAY "Acao invalida."
               EXIT PARAGRAPH
           END-IF
       END-IF

       OPEN INPUT SWEEP-FILE
       IF WS-SW-STATUS = "35"
           CLOSE SWEEP-FILE
           DISPLAY "Nao existem acordos de varrimento."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SWEEP-TEMP
       MOVE "N" TO WS-SW-FOUND
       MOVE "N" TO WS-SW-EOF
       PERFORM UNTIL WS-SW-EOF = "Y"
           READ SWEEP-FILE
               AT END MOVE "Y" TO WS-SW-EOF
               NOT AT END
                   IF SW-ID = WS-IN-ID AND NOT SW-CANCELLED
                       MOVE "Y" TO WS-SW-FOUND
                       PERFORM APPLY-SWEEP-CHANGE
                   END-IF
                   MOVE SW-REC TO SW-TEMP-REC
                   WRITE SW-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE SWEEP-FILE
       CLOSE SWEEP-TEMP

       IF WS-SW-FOUND = "N"
           CALL "SYSTEM" USING "rm -f sweep_arrangements.tmp"
           DISPLAY "Acordo nao encontrado ou ja cancelado."
           EXIT PARAGRAPH
       END-IF
       CALL "SYSTEM" USING
           "mv sweep_arrangements.tmp sweep_arrangements.dat"

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SWEEP " DELIMITED BY SIZE
              WS-IN-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-ACTION DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Acordo " WS-IN-ID " atualizado.".

APPLY-SWEEP-CHANGE.
       EVALUATE WS-IN-ACTION
           WHEN "C"
               MOVE WS-IN-TARGET TO SW-TARGET
               MOVE WS-IN-FLOOR TO SW-FLOOR
               MOVE WS-IN-MIN TO SW-MIN-AMOUNT
           WHEN "S"
               MOVE "S" TO SW-STATUS
           WHEN "R"
               MOVE "A" TO SW-STATUS
           WHEN "X"
               MOVE "X" TO SW-STATUS
       END-EVALUATE
       MOVE WS-OPER-NAME TO SW-OPERATOR.

*>-----------------------------------------------------------------
*> Varrimento do dia: percorre os acordos ativos e, para cada um,
*> le as duas contas, decide o sentido e o valor e lanca o par de
*> movimentos. Tudo o que se fez ou recusou vai para o relatorio.
*>-----------------------------------------------------------------
RUN-SWEEPS.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-RUN-DONE
       MOVE 0 TO WS-RUN-REFUSED
       MOVE 0 TO WS-RUN-IDLE
       MOVE 0 TO WS-RUN-TOTAL

       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-LINE
       STRING "VARRIMENTOS DE LIQUIDEZ - " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       WRITE REPORT-LINE FROM WS-RPT-HEADER

       OPEN INPUT SWEEP-FILE
       IF WS-SW-STATUS = "35"
           CLOSE SWEEP-FILE
           MOVE "Sem acordos de varrimento." TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Nao existem acordos de varrimento."
           EXIT PARAGRAPH
       END-IF

      *> Porta de periodos contabilisticos (PERIOD-CONTROL, Dia 62):
      *> com o mes corrente fechado nenhum varrimento e lancado.
       MOVE WS-TODAY TO PC-DATE
       MOVE WS-TODAY TO PC-TODAY
       MOVE "ACCOUNT-SWEEP" TO PC-CONTEXT
       CALL "PERIOD-CONTROL" USING PERIOD-REQUEST
       IF PC-RESULT = "X"
           CLOSE SWEEP-FILE
           MOVE "Periodo contabilistico fechado - nenhum varrimento."
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Periodo contabilistico fechado - varrimento "
                   "nao corrido."
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-LAST-TRANS
       OPEN I-O ACCOUNTS-FILE
       OPEN I-O TRANS-FILE
       IF WS-TRANS-STATUS = "05" OR WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN I-O TRANS-FILE
       END-IF

       MOVE "N" TO WS-SW-EOF
       PERFORM UNTIL WS-SW-EOF = "Y"
           READ SWEEP-FILE
               AT END MOVE "Y" TO WS-SW-EOF
               NOT AT END
                   IF SW-ACTIVE
                       PERFORM SWEEP-ONE
                   END-IF
           END-READ
       END-PERFORM

       CLOSE SWEEP-FILE
       CLOSE ACCOUNTS-FILE
       CLOSE TRANS-FILE

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "Feitos: " DELIMITED BY SIZE
              WS-RUN-DONE DELIMITED BY SIZE
              "  Recusados: " DELIMITED BY SIZE
              WS-RUN-REFUSED DELIMITED BY SIZE
              "  Sem movimento: " DELIMITED BY SIZE
              WS-RUN-IDLE DELIMITED BY SIZE
              "  Total varrido: " DELIMITED BY SIZE
              WS-RUN-TOTAL DELIMITED BY SIZE
              INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       CLOSE REPORT-FILE
       MOVE "sweep_report.txt" TO RPQ-FILE
       MOVE "SWEEP" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE "INFO" TO SYSLOG-SEVERITY
       MOVE "ACCOUNT-SWEEP" TO SYSLOG-MODULE
       MOVE "day sweeps processed" TO SYSLOG-MESSAGE
       CALL "SYS-LOG" USING SYSLOG-REQUEST

       DISPLAY "Varrimentos: " WS-RUN-DONE " feito(s), "
               WS-RUN-REFUSED " recusado(s), " WS-RUN-IDLE
               " sem movimento. Relatorio em sweep_report.txt.".

SWEEP-ONE.
       MOVE SPACES TO WS-REFUSE-REASON
       MOVE 0 TO WS-SWEEP-AMOUNT
       MOVE SW-MAIN-ACC TO WS-DEBIT-ACC
       MOVE SW-SAVE-ACC TO WS-CREDIT-ACC

      *> Conta principal: disponivel = saldo - cativos.
       MOVE SW-MAIN-ACC TO ACC-ID
       PERFORM READ-SWEEP-LEG
       IF WS-LEG-OK = "N"
           STRING "CONTA " DELIMITED BY SIZE
                  SW-MAIN-ACC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEG-REASON DELIMITED BY SIZE
                  INTO WS-REFUSE-REASON
           END-STRING
           PERFORM REPORT-REFUSED
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-MAIN-AVAIL = ACC-BALANCE - ACC-HOLD-AMOUNT
       MOVE ACC-BRANCH TO WS-MAIN-BRANCH
       MOVE ACC-CURRENCY TO WS-SWEEP-CURR

       MOVE SW-SAVE-ACC TO ACC-ID
       PERFORM READ-SWEEP-LEG
       IF WS-LEG-OK = "N"
           STRING "CONTA " DELIMITED BY SIZE
                  SW-SAVE-ACC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEG-REASON DELIMITED BY SIZE
                  INTO WS-REFUSE-REASON
           END-STRING
           PERFORM REPORT-REFUSED
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-SAVE-AVAIL = ACC-BALANCE - ACC-HOLD-AMOUNT
       MOVE ACC-BRANCH TO WS-SAVE-BRANCH
       IF ACC-CURRENCY NOT = WS-SWEEP-CURR
           MOVE "MOEDAS DIFERENTES" TO WS-REFUSE-REASON
           PERFORM REPORT-REFUSED
           EXIT PARAGRAPH
       END-IF

       EVALUATE TRUE
      *> Excedente acima do alvo: principal -> poupanca.
           WHEN WS-MAIN-AVAIL > SW-TARGET
               COMPUTE WS-SWEEP-AMOUNT = WS-MAIN-AVAIL - SW-TARGET
               MOVE SW-MAIN-ACC TO WS-DEBIT-ACC
               MOVE WS-MAIN-BRANCH TO WS-DEBIT-BRANCH
               MOVE SW-SAVE-ACC TO WS-CREDIT-ACC
               MOVE WS-SAVE-BRANCH TO WS-CREDIT-BRANCH
      *> Abaixo do piso: poupanca -> principal ate ao alvo, limitado
      *> ao disponivel da poupanca.
           WHEN WS-MAIN-AVAIL < SW-FLOOR
               COMPUTE WS-SWEEP-AMOUNT = SW-TARGET - WS-MAIN-AVAIL
               IF WS-SWEEP-AMOUNT > WS-SAVE-AVAIL
                   MOVE WS-SAVE-AVAIL TO WS-SWEEP-AMOUNT
               END-IF
               MOVE SW-SAVE-ACC TO WS-DEBIT-ACC
               MOVE WS-SAVE-BRANCH TO WS-DEBIT-BRANCH
               MOVE SW-MAIN-ACC TO WS-CREDIT-ACC
               MOVE WS-MAIN-BRANCH TO WS-CREDIT-BRANCH
               IF WS-SWEEP-AMOUNT <= 0
                   MOVE 0 TO WS-SWEEP-AMOUNT
                   MOVE "POUPANCA SEM DISPONIVEL" TO WS-REFUSE-REASON
                   PERFORM REPORT-REFUSED
                   EXIT PARAGRAPH
               END-IF
           WHEN OTHER
               ADD 1 TO WS-RUN-IDLE
               EXIT PARAGRAPH
       END-EVALUATE

       IF WS-SWEEP-AMOUNT < SW-MIN-AMOUNT
           MOVE "ABAIXO DO MONTANTE MINIMO" TO WS-REFUSE-REASON
           PERFORM REPORT-REFUSED
           EXIT PARAGRAPH
       END-IF
       MOVE WS-SWEEP-AMOUNT TO WS-POST-AMOUNT

       PERFORM POST-SWEEP
       ADD 1 TO WS-RUN-DONE
       ADD WS-POST-AMOUNT TO WS-RUN-TOTAL

       MOVE SW-ID TO WS-RD-ID
       MOVE WS-DEBIT-ACC TO WS-RD-DEBIT
       MOVE WS-CREDIT-ACC TO WS-RD-CREDIT
       MOVE WS-POST-AMOUNT TO WS-RD-AMOUNT
       MOVE "FEITO" TO WS-RD-RESULT
       MOVE SPACES TO WS-RD-REASON
       COMPUTE WS-FIRST-LEG = WS-LAST-TRANS - 1
       STRING "MOVIMENTOS " DELIMITED BY SIZE
              WS-FIRST-LEG DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-LAST-TRANS DELIMITED BY SIZE
              INTO WS-RD-REASON
       END-STRING
       WRITE REPORT-LINE FROM WS-RPT-DETAIL

      *> O fecho nao assistido assina BANKEND.
       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "SWEEP " DELIMITED BY SIZE
              SW-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DEBIT-ACC DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-CREDIT-ACC DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-POST-AMOUNT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG.

      *> Le ACC-ID (ficheiro aberto I-O); WS-LEG-OK = N com o motivo
      *> quando a conta falta ou nao pode entrar num varrimento.
READ-SWEEP-LEG.
       MOVE "Y" TO WS-LEG-OK
       READ ACCOUNTS-FILE
           INVALID KEY
               MOVE "N" TO WS-LEG-OK
               MOVE "INEXISTENTE" TO WS-LEG-REASON
       END-READ
       IF WS-LEG-OK = "Y"
           EVALUATE TRUE
               WHEN ACC-FROZEN
                   MOVE "N" TO WS-LEG-OK
                   MOVE "CONGELADA" TO WS-LEG-REASON
               WHEN ACC-CLOSED
                   MOVE "N" TO WS-LEG-OK
                   MOVE "ENCERRADA" TO WS-LEG-REASON
               WHEN ACC-PENDING
                   MOVE "N" TO WS-LEG-OK
                   MOVE "PENDENTE" TO WS-LEG-REASON
               WHEN ACC-IS-DORMANT
                   MOVE "N" TO WS-LEG-OK
                   MOVE "DORMENTE" TO WS-LEG-REASON
           END-EVALUATE
       END-IF.

REPORT-REFUSED.
       ADD 1 TO WS-RUN-REFUSED
       MOVE SW-ID TO WS-RD-ID
       MOVE WS-DEBIT-ACC TO WS-RD-DEBIT
       MOVE WS-CREDIT-ACC TO WS-RD-CREDIT
       IF WS-SWEEP-AMOUNT < 0
           MOVE 0 TO WS-RD-AMOUNT
       ELSE
           MOVE WS-SWEEP-AMOUNT TO WS-RD-AMOUNT
       END-IF
       MOVE "RECUSADO" TO WS-RD-RESULT
       MOVE WS-REFUSE-REASON TO WS-RD-REASON
       WRITE REPORT-LINE FROM WS-RPT-DETAIL.

      *> Par debito/credito: saldos das duas contas e as duas pernas
      *> com IDs seguidos, motivo SWP e o acordo no descritivo.
POST-SWEEP.
       MOVE SPACES TO WS-SWEEP-NARR
       STRING "VARRIMENTO " DELIMITED BY SIZE
              SW-ID DELIMITED BY SIZE
              INTO WS-SWEEP-NARR
       END-STRING

       MOVE WS-DEBIT-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               SUBTRACT WS-POST-AMOUNT FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ
       MOVE WS-CREDIT-ACC TO ACC-ID
       READ ACCOUNTS-FILE
           NOT INVALID KEY
               ADD WS-POST-AMOUNT TO ACC-BALANCE
               REWRITE ACCOUNT-RECORD
       END-READ

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-DEBIT-ACC TO TRANS-ACC-ID
       MOVE "D" TO TRANS-TYPE
       MOVE WS-POST-AMOUNT TO TRANS-AMOUNT
       MOVE WS-TODAY TO TRANS-DATE
       MOVE WS-SWEEP-CURR TO TRANS-CURRENCY
       MOVE WS-DEBIT-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "SWP" TO TRANS-REASON
       MOVE WS-SWEEP-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA

       ADD 1 TO WS-LAST-TRANS
       MOVE WS-LAST-TRANS TO TRANS-ID
       MOVE WS-CREDIT-ACC TO TRANS-ACC-ID
       MOVE "C" TO TRANS-TYPE
       MOVE WS-POST-AMOUNT TO TRANS-AMOUNT
       MOVE WS-TODAY TO TRANS-DATE
       MOVE WS-SWEEP-CURR TO TRANS-CURRENCY
       MOVE WS-CREDIT-BRANCH TO TRANS-BRANCH
       MOVE 0 TO TRANS-REF-ID
       MOVE "SWP" TO TRANS-REASON
       MOVE WS-SWEEP-NARR TO TRANS-NARRATIVE
       MOVE TRANS-DATE TO TRANS-VALUE-DATE
       WRITE TRANSACTION-RECORD
       ADD 1 TO LAYOUT-TRANS-DELTA.

      *> Maior TRANS-ID por posicionamento na chave: START no maior
      *> valor possivel (regra do <=: fica no maior existente) e um
      *> unico READ, em vez do varrimento ao ficheiro inteiro que
      *> rastejava com o historico.
GET-LAST-TRANS.
       MOVE 0 TO WS-LAST-TRANS
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           EXIT PARAGRAPH
       END-IF
       MOVE 99999 TO TRANS-ID
       START TRANS-FILE KEY IS LESS THAN OR EQUAL TO TRANS-ID
           INVALID KEY CONTINUE
       END-START
       IF WS-TRANS-STATUS = "00"
           READ TRANS-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE TRANS-ID TO WS-LAST-TRANS
           END-READ
       END-IF
       CLOSE TRANS-FILE.

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
       MOVE "ACCOUNT-SWEEP" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
