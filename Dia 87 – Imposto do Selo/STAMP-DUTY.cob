       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAMP-DUTY.

      *> Imposto do selo sobre o credito concedido, os juros cobrados
      *> e as comissoes. Ate aqui nada disto era calculado; agora:
      *>   - stamp_duty_rates.dat e a tabela de taxas por tipo de
      *>     operacao e verba (EMP concessao de credito por faixa de
      *>     prazo, JUR juros, COM comissoes), mantida aqui e lida
      *>     pela regra partilhada STAMP-CALC;
      *>   - a concessao e a cobranca de prestacoes do LOAN-SYSTEM e
      *>     o lancamento mensal do FEE-POSTING calculam o selo e
      *>     debitam-no ao cliente numa perna propria tipo F com
      *>     motivo SEL, registada em stamp_duty_ledger.dat;
      *>   - o GL-EXTRACT leva essas pernas a conta SELO-PAGAR
      *>     (passivo, a criar no plano de contas do GL-LEDGER);
      *>   - a declaracao mensal soma o selo do mes por verba em
      *>     stamp_duty_return.txt e concilia o total com as pernas
      *>     SEL de transactions.dat e com os creditos da SELO-PAGAR
      *>     no razao (gl_ledger.dat) do mesmo periodo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO "stamp_duty_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "stamp_duty_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.

           SELECT TRANS-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

      *> Razao do GL-LEDGER (Dia 55).
           SELECT GL-LEDGER-FILE ASSIGN TO "gl_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

           SELECT RETURN-FILE ASSIGN TO "stamp_duty_return.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RATES-FILE.
       COPY "STAMP-RATE-RECORD.cpy".

       FD LEDGER-FILE.
       COPY "STAMP-LEDGER-RECORD.cpy".

       FD TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

      *> Layout must match GL-LEDGER's LG-REC.
       FD GL-LEDGER-FILE.
       01 LG-REC.
           05 LG-PERIOD  PIC 9(6).
           05 LG-ACCOUNT PIC X(10).
           05 LG-DEBITS  PIC 9(13)V99.
           05 LG-CREDITS PIC 9(13)V99.
           05 LG-BRANCH  PIC 9(4).

       FD RETURN-FILE.
       01 RETURN-LINE PIC X(100).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-SR-STATUS      PIC XX.
       01 WS-SL-STATUS      PIC XX.
       01 WS-TRANS-STATUS   PIC XX.
       01 WS-LG-STATUS      PIC XX.
       01 WS-SR-EOF         PIC X VALUE "N".
       01 WS-SL-EOF         PIC X VALUE "N".
       01 WS-TRANS-EOF      PIC X VALUE "N".
       01 WS-LG-EOF         PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-LIST-COUNT     PIC 9(3) VALUE 0.

      *> Conta do GL onde o selo fica a pagar ao Estado.
       01 WS-PAYABLE-ACCOUNT PIC X(10) VALUE "SELO-PAGAR".

      *> Registo de uma taxa.
       01 WS-IN-OP-TYPE     PIC X(3).
       01 WS-IN-TAX-CODE    PIC X(8).
       01 WS-IN-DESC        PIC X(30).
       01 WS-IN-MIN-TERM    PIC 9(3).
       01 WS-IN-MAX-TERM    PIC 9(3).
       01 WS-IN-BASIS       PIC X.
       01 WS-IN-RATE        PIC 9(2)V9(4).
       01 WS-IN-FROM        PIC 9(8).

      *> Tabela de referencia (verbas 17.1.x, 17.3.1 e 17.3.4 da
      *> tabela geral): tipo, verba, descricao, faixa de prazo,
      *> base e taxa %, carregada de uma vez numa tabela vazia.
       01 WS-REF-VALUES.
           05 FILLER PIC X(11) VALUE "EMP17.1.1  ".
           05 FILLER PIC X(30) VALUE "CREDITO A MENOS DE 1 ANO".
           05 FILLER PIC X(13) VALUE "001011M000400".
           05 FILLER PIC X(11) VALUE "EMP17.1.2  ".
           05 FILLER PIC X(30) VALUE "CREDITO DE 1 A 5 ANOS".
           05 FILLER PIC X(13) VALUE "012059F005000".
           05 FILLER PIC X(11) VALUE "EMP17.1.3  ".
           05 FILLER PIC X(30) VALUE "CREDITO A 5 OU MAIS ANOS".
           05 FILLER PIC X(13) VALUE "060999F006000".
           05 FILLER PIC X(11) VALUE "JUR17.3.1  ".
           05 FILLER PIC X(30) VALUE "JUROS DE CREDITO".
           05 FILLER PIC X(13) VALUE "000999F040000".
           05 FILLER PIC X(11) VALUE "COM17.3.4  ".
           05 FILLER PIC X(30) VALUE "COMISSOES".
           05 FILLER PIC X(13) VALUE "000999F040000".
       01 WS-REF-TABLE REDEFINES WS-REF-VALUES.
           05 WS-REF-ENTRY OCCURS 5 TIMES.
               10 WS-REF-OP-TYPE  PIC X(3).
               10 WS-REF-TAX-CODE PIC X(8).
               10 WS-REF-DESC     PIC X(30).
               10 WS-REF-MIN-TERM PIC 9(3).
               10 WS-REF-MAX-TERM PIC 9(3).
               10 WS-REF-BASIS    PIC X.
               10 WS-REF-RATE     PIC 9(2)V9(4).
       01 WS-REF-IDX        PIC 9.
       01 WS-REF-FROM       PIC 9(8) VALUE 20000101.

      *> Declaracao mensal: selo do periodo por verba.
       01 WS-RET-PERIOD     PIC 9(6).
       01 WS-RET-COUNT      PIC 9(2) VALUE 0.
       01 WS-RET-IDX        PIC 9(2).
       01 WS-RET-FOUND      PIC X.
       01 WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 30 TIMES.
               10 WS-RET-TAX-CODE PIC X(8).
               10 WS-RET-OP-TYPE  PIC X(3).
               10 WS-RET-DESC     PIC X(30).
               10 WS-RET-LINES    PIC 9(6).
               10 WS-RET-BASE     PIC 9(11)V99.
               10 WS-RET-DUTY     PIC 9(11)V99.
       01 WS-RET-TOTAL-DUTY  PIC 9(11)V99.
       01 WS-RET-TOTAL-LINES PIC 9(6).
       01 WS-RET-LEGS        PIC 9(11)V99.
       01 WS-RET-LEG-COUNT   PIC 9(6).
       01 WS-RET-GL-NET      PIC S9(13)V99.
       01 WS-RET-GL-FOUND    PIC X.
       01 WS-RET-DIFF        PIC S9(13)V99.
       01 WS-RET-OK          PIC X.
       01 WS-RET-AMT-ED      PIC Z(10)9.99.
       01 WS-RET-AMT-ED2     PIC Z(10)9.99.
       01 WS-RET-DIFF-ED     PIC -(10)9.99.

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

       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "STAMP-DUTY" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "STAMP-DUTY" TO LAYOUT-PROGRAM
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
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um transactions.dat de versao diferente da
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
       MOVE "STAMP-DUTY" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== IMPOSTO DO SELO ====="
       DISPLAY "1. Listar tabela de taxas"
       DISPLAY "2. Registar taxa"
       DISPLAY "3. Carregar tabela de referencia"
       DISPLAY "4. Declaracao mensal"
       DISPLAY "5. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

      *> A tabela de taxas e reservada a Admins; a consulta e a
      *> declaracao estao abertas a todos os perfis.
       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-RATES
           WHEN 2
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ADD-RATE
               ELSE
                   DISPLAY "Acesso negado: tabela reservada a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 3
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM LOAD-REFERENCE-RATES
               ELSE
                   DISPLAY "Acesso negado: tabela reservada a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 4 PERFORM MONTHLY-RETURN
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

LIST-RATES.
       MOVE 0 TO WS-LIST-COUNT
       OPEN INPUT RATES-FILE
       IF WS-SR-STATUS = "35"
           CLOSE RATES-FILE
           DISPLAY "Tabela de taxas vazia - sem selo calculado."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SR-EOF
       PERFORM UNTIL WS-SR-EOF = "Y"
           READ RATES-FILE
               AT END MOVE "Y" TO WS-SR-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SR-OP-TYPE " " SR-TAX-CODE " " SR-DESC
                           " prazo " SR-MIN-TERM "-" SR-MAX-TERM
                           " base " SR-BASIS " taxa " SR-RATE
                           "% desde " SR-VALID-FROM
           END-READ
       END-PERFORM
       CLOSE RATES-FILE
       DISPLAY WS-LIST-COUNT " taxa(s).".

*>-----------------------------------------------------------------
*> Nova taxa (ou nova taxa em vigor a partir de uma data para uma
*> verba ja existente: a linha antiga fica para historico).
*>-----------------------------------------------------------------
ADD-RATE.
       DISPLAY "Tipo de operacao (EMP credito / JUR juros / "
               "COM comissoes):"
       ACCEPT WS-IN-OP-TYPE
       MOVE FUNCTION UPPER-CASE(WS-IN-OP-TYPE) TO WS-IN-OP-TYPE
       IF WS-IN-OP-TYPE NOT = "EMP" AND WS-IN-OP-TYPE NOT = "JUR"
          AND WS-IN-OP-TYPE NOT = "COM"
           DISPLAY "Tipo de operacao invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Verba (ex. 17.3.1):"
       ACCEPT WS-IN-TAX-CODE
       IF WS-IN-TAX-CODE = SPACES
           DISPLAY "Verba obrigatoria."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Descricao:"
       ACCEPT WS-IN-DESC
       MOVE 0 TO WS-IN-MIN-TERM
       MOVE 999 TO WS-IN-MAX-TERM
       MOVE "F" TO WS-IN-BASIS
       IF WS-IN-OP-TYPE = "EMP"
           DISPLAY "Prazo minimo em meses:"
           ACCEPT WS-IN-MIN-TERM
           DISPLAY "Prazo maximo em meses:"
           ACCEPT WS-IN-MAX-TERM
           IF WS-IN-MAX-TERM < WS-IN-MIN-TERM
               DISPLAY "Faixa de prazo invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Base (F = sobre o montante / M = por mes de "
                   "prazo):"
           ACCEPT WS-IN-BASIS
           MOVE FUNCTION UPPER-CASE(WS-IN-BASIS) TO WS-IN-BASIS
           IF WS-IN-BASIS NOT = "F" AND WS-IN-BASIS NOT = "M"
               DISPLAY "Base invalida."
               EXIT PARAGRAPH
           END-IF
       END-IF
       DISPLAY "Taxa em % (ex. 4.0000):"
       ACCEPT WS-IN-RATE
       IF WS-IN-RATE = 0
           DISPLAY "Taxa invalida."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Em vigor desde (AAAAMMDD):"
       ACCEPT WS-IN-FROM
       IF WS-IN-FROM = 0
           DISPLAY "Data invalida."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND RATES-FILE
       IF WS-SR-STATUS = "05" OR WS-SR-STATUS = "35"
           CLOSE RATES-FILE
           OPEN OUTPUT RATES-FILE
           CLOSE RATES-FILE
           OPEN EXTEND RATES-FILE
       END-IF
       MOVE WS-IN-OP-TYPE TO SR-OP-TYPE
       MOVE WS-IN-TAX-CODE TO SR-TAX-CODE
       MOVE WS-IN-DESC TO SR-DESC
       MOVE WS-IN-MIN-TERM TO SR-MIN-TERM
       MOVE WS-IN-MAX-TERM TO SR-MAX-TERM
       MOVE WS-IN-BASIS TO SR-BASIS
       MOVE WS-IN-RATE TO SR-RATE
       MOVE WS-IN-FROM TO SR-VALID-FROM
       WRITE SR-REC
       CLOSE RATES-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "STAMP RATE " DELIMITED BY SIZE
              WS-IN-OP-TYPE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-TAX-CODE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-IN-RATE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Taxa registada.".

*>-----------------------------------------------------------------
*> Carrega a tabela de referencia numa tabela vazia, para o selo
*> comecar a ser calculado sem teclar verba a verba.
*>-----------------------------------------------------------------
LOAD-REFERENCE-RATES.
       OPEN INPUT RATES-FILE
       IF WS-SR-STATUS = "00"
           MOVE "N" TO WS-SR-EOF
           READ RATES-FILE
               AT END MOVE "Y" TO WS-SR-EOF
           END-READ
           CLOSE RATES-FILE
           IF WS-SR-EOF = "N"
               DISPLAY "A tabela ja tem taxas - registe as "
                       "alteracoes na opcao 2."
               EXIT PARAGRAPH
           END-IF
       ELSE
           CLOSE RATES-FILE
       END-IF

       OPEN OUTPUT RATES-FILE
       PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 5
           MOVE WS-REF-OP-TYPE (WS-REF-IDX) TO SR-OP-TYPE
           MOVE WS-REF-TAX-CODE (WS-REF-IDX) TO SR-TAX-CODE
           MOVE WS-REF-DESC (WS-REF-IDX) TO SR-DESC
           MOVE WS-REF-MIN-TERM (WS-REF-IDX) TO SR-MIN-TERM
           MOVE WS-REF-MAX-TERM (WS-REF-IDX) TO SR-MAX-TERM
           MOVE WS-REF-BASIS (WS-REF-IDX) TO SR-BASIS
           MOVE WS-REF-RATE (WS-REF-IDX) TO SR-RATE
           MOVE WS-REF-FROM TO SR-VALID-FROM
           WRITE SR-REC
       END-PERFORM
       CLOSE RATES-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE "STAMP RATES REFERENCE TABLE LOADED" TO WS-AUDIT-ACTION
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Tabela de referencia carregada (5 verbas).".

*>-----------------------------------------------------------------
*> Declaracao mensal: selo do periodo por verba a partir de
*> stamp_duty_ledger.dat, e conciliacao do total com (1) as pernas
*> SEL lancadas em transactions.dat com data no periodo e (2) o
*> movimento da SELO-PAGAR no razao do GL-LEDGER (creditos menos
*> debitos do periodo). Diferenca em (2) costuma querer dizer que
*> o GL-EXTRACT/acumulacao do mes ainda nao correu.
*>-----------------------------------------------------------------
MONTHLY-RETURN.
       DISPLAY "Periodo da declaracao (AAAAMM):"
       ACCEPT WS-RET-PERIOD
       IF WS-RET-PERIOD(5:2) < "01" OR WS-RET-PERIOD(5:2) > "12"
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       PERFORM SUM-LEDGER-BY-CODE
       PERFORM SUM-POSTED-LEGS
       PERFORM SUM-GL-PAYABLE

       OPEN OUTPUT RETURN-FILE
       MOVE SPACES TO RETURN-LINE
       STRING "DECLARACAO MENSAL DE IMPOSTO DO SELO - PERIODO "
              DELIMITED BY SIZE
              WS-RET-PERIOD DELIMITED BY SIZE
              " (EMITIDA " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO RETURN-LINE
       END-STRING
       WRITE RETURN-LINE
       MOVE "VERBA    TIPO DESCRICAO                      LINHAS"
           & "           BASE          SELO" TO RETURN-LINE
       WRITE RETURN-LINE
       PERFORM WRITE-RETURN-CODE-LINE
           VARYING WS-RET-IDX FROM 1 BY 1
           UNTIL WS-RET-IDX > WS-RET-COUNT
       MOVE WS-RET-TOTAL-DUTY TO WS-RET-AMT-ED
       MOVE SPACES TO RETURN-LINE
       STRING "TOTAL A ENTREGAR: " DELIMITED BY SIZE
              WS-RET-AMT-ED DELIMITED BY SIZE
              " EM " DELIMITED BY SIZE
              WS-RET-TOTAL-LINES DELIMITED BY SIZE
              " LINHA(S)" DELIMITED BY SIZE
              INTO RETURN-LINE
       END-STRING
       WRITE RETURN-LINE

       MOVE SPACES TO RETURN-LINE
       WRITE RETURN-LINE
       MOVE "CONCILIACAO" TO RETURN-LINE
       WRITE RETURN-LINE
       MOVE "Y" TO WS-RET-OK

       COMPUTE WS-RET-DIFF = WS-RET-TOTAL-DUTY - WS-RET-LEGS
       IF WS-RET-DIFF NOT = 0
           MOVE "N" TO WS-RET-OK
       END-IF
       MOVE WS-RET-LEGS TO WS-RET-AMT-ED
       MOVE WS-RET-DIFF TO WS-RET-DIFF-ED
       MOVE SPACES TO RETURN-LINE
       STRING "  Pernas SEL lancadas (" DELIMITED BY SIZE
              WS-RET-LEG-COUNT DELIMITED BY SIZE
              "): " DELIMITED BY SIZE
              WS-RET-AMT-ED DELIMITED BY SIZE
              "  diferenca " DELIMITED BY SIZE
              WS-RET-DIFF-ED DELIMITED BY SIZE
              INTO RETURN-LINE
       END-STRING
       WRITE RETURN-LINE

       IF WS-RET-GL-FOUND = "N"
           MOVE "N" TO WS-RET-OK
           MOVE SPACES TO RETURN-LINE
           STRING "  Conta " DELIMITED BY SIZE
                  WS-PAYABLE-ACCOUNT DELIMITED BY SPACE
                  " sem movimento no razao do periodo - "
                  DELIMITED BY SIZE
                  "acumulacao do GL por fazer?" DELIMITED BY SIZE
                  INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE
       ELSE
           COMPUTE WS-RET-DIFF = WS-RET-TOTAL-DUTY - WS-RET-GL-NET
           IF WS-RET-DIFF NOT = 0
               MOVE "N" TO WS-RET-OK
           END-IF
           MOVE WS-RET-GL-NET TO WS-RET-DIFF-ED
           MOVE SPACES TO RETURN-LINE
           STRING "  Conta " DELIMITED BY SIZE
                  WS-PAYABLE-ACCOUNT DELIMITED BY SPACE
                  " no razao (creditos - debitos): "
                  DELIMITED BY SIZE
                  WS-RET-DIFF-ED DELIMITED BY SIZE
                  INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE
           MOVE WS-RET-DIFF TO WS-RET-DIFF-ED
           MOVE SPACES TO RETURN-LINE
           STRING "  Diferenca declaracao - razao: "
                  DELIMITED BY SIZE
                  WS-RET-DIFF-ED DELIMITED BY SIZE
                  INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE
       END-IF

       IF WS-RET-OK = "Y"
           MOVE "RESULTADO: CONCILIADO" TO RETURN-LINE
       ELSE
           MOVE "RESULTADO: COM DIFERENCAS - VER ACIMA" TO RETURN-LINE
       END-IF
       WRITE RETURN-LINE
       CLOSE RETURN-FILE
       MOVE "stamp_duty_return.txt" TO RPQ-FILE
       MOVE "STAMPRTN" TO RPQ-TYPE
       MOVE WS-RET-PERIOD TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "STAMP RETURN " DELIMITED BY SIZE
              WS-RET-PERIOD DELIMITED BY SIZE
              " OK " DELIMITED BY SIZE
              WS-RET-OK DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG

       MOVE WS-RET-TOTAL-DUTY TO WS-RET-AMT-ED
       DISPLAY "Selo do periodo " WS-RET-PERIOD ": " WS-RET-AMT-ED
               " (stamp_duty_return.txt)"
       IF WS-RET-OK = "Y"
           DISPLAY "Conciliado com as pernas lancadas e com o razao."
       ELSE
           DISPLAY "ATENCAO: conciliacao com diferencas."
       END-IF.

SUM-LEDGER-BY-CODE.
       MOVE 0 TO WS-RET-COUNT
       MOVE 0 TO WS-RET-TOTAL-DUTY
       MOVE 0 TO WS-RET-TOTAL-LINES
       OPEN INPUT LEDGER-FILE
       IF WS-SL-STATUS = "35"
           CLOSE LEDGER-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SL-EOF
       PERFORM UNTIL WS-SL-EOF = "Y"
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-SL-EOF
               NOT AT END
                   IF SL-DATE(1:6) = WS-RET-PERIOD
                       PERFORM ADD-LEDGER-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LEDGER-FILE
       PERFORM LOOKUP-CODE-DESC
           VARYING WS-RET-IDX FROM 1 BY 1
           UNTIL WS-RET-IDX > WS-RET-COUNT.

ADD-LEDGER-LINE.
       MOVE "N" TO WS-RET-FOUND
       PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-COUNT
                  OR WS-RET-FOUND = "Y"
           IF WS-RET-TAX-CODE (WS-RET-IDX) = SL-TAX-CODE
               MOVE "Y" TO WS-RET-FOUND
           END-IF
       END-PERFORM
       IF WS-RET-FOUND = "Y"
           SUBTRACT 1 FROM WS-RET-IDX
       ELSE
           IF WS-RET-COUNT >= 30
               DISPLAY "AVISO: mais de 30 verbas - " SL-TAX-CODE
                       " fora da declaracao."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RET-COUNT
           MOVE WS-RET-COUNT TO WS-RET-IDX
           MOVE SL-TAX-CODE TO WS-RET-TAX-CODE (WS-RET-IDX)
           MOVE SL-OP-TYPE TO WS-RET-OP-TYPE (WS-RET-IDX)
           MOVE SPACES TO WS-RET-DESC (WS-RET-IDX)
           MOVE 0 TO WS-RET-LINES (WS-RET-IDX)
           MOVE 0 TO WS-RET-BASE (WS-RET-IDX)
           MOVE 0 TO WS-RET-DUTY (WS-RET-IDX)
       END-IF
       ADD 1 TO WS-RET-LINES (WS-RET-IDX)
       ADD SL-BASE TO WS-RET-BASE (WS-RET-IDX)
       ADD SL-DUTY TO WS-RET-DUTY (WS-RET-IDX)
       ADD 1 TO WS-RET-TOTAL-LINES
       ADD SL-DUTY TO WS-RET-TOTAL-DUTY.

      *> Descricao da verba na tabela de taxas (a primeira que se
      *> encontrar).
LOOKUP-CODE-DESC.
       OPEN INPUT RATES-FILE
       IF WS-SR-STATUS NOT = "00"
           CLOSE RATES-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SR-EOF
       PERFORM UNTIL WS-SR-EOF = "Y"
           READ RATES-FILE
               AT END MOVE "Y" TO WS-SR-EOF
               NOT AT END
                   IF SR-TAX-CODE = WS-RET-TAX-CODE (WS-RET-IDX)
                       MOVE SR-DESC TO WS-RET-DESC (WS-RET-IDX)
                       MOVE "Y" TO WS-SR-EOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RATES-FILE.

      *> Pernas de selo efetivamente debitadas aos clientes no mes.
SUM-POSTED-LEGS.
       MOVE 0 TO WS-RET-LEGS
       MOVE 0 TO WS-RET-LEG-COUNT
       OPEN INPUT TRANS-FILE
       IF WS-TRANS-STATUS = "35"
           CLOSE TRANS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-TRANS-EOF
       SET TRANS-LAYOUT-HEADER TO TRUE
       START TRANS-FILE KEY IS GREATER THAN TRANS-ID
           INVALID KEY MOVE "Y" TO WS-TRANS-EOF
       END-START
       PERFORM UNTIL WS-TRANS-EOF = "Y"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TRANS-EOF
               NOT AT END
                   IF TRANS-FEE AND TRANS-REASON = "SEL"
                      AND TRANS-DATE(1:6) = WS-RET-PERIOD
                       ADD 1 TO WS-RET-LEG-COUNT
                       ADD TRANS-AMOUNT TO WS-RET-LEGS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TRANS-FILE.

      *> Movimento liquido da conta de selo a pagar no periodo.
SUM-GL-PAYABLE.
       MOVE 0 TO WS-RET-GL-NET
       MOVE "N" TO WS-RET-GL-FOUND
       OPEN INPUT GL-LEDGER-FILE
       IF WS-LG-STATUS = "35"
           CLOSE GL-LEDGER-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-LG-EOF
       PERFORM UNTIL WS-LG-EOF = "Y"
           READ GL-LEDGER-FILE
               AT END MOVE "Y" TO WS-LG-EOF
               NOT AT END
                   IF LG-PERIOD = WS-RET-PERIOD
                      AND LG-ACCOUNT = WS-PAYABLE-ACCOUNT
                       MOVE "Y" TO WS-RET-GL-FOUND
                       COMPUTE WS-RET-GL-NET = WS-RET-GL-NET
                           + LG-CREDITS - LG-DEBITS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GL-LEDGER-FILE.

WRITE-RETURN-CODE-LINE.
       MOVE WS-RET-BASE (WS-RET-IDX) TO WS-RET-AMT-ED
       MOVE WS-RET-DUTY (WS-RET-IDX) TO WS-RET-AMT-ED2
       MOVE SPACES TO RETURN-LINE
       STRING WS-RET-TAX-CODE (WS-RET-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RET-OP-TYPE (WS-RET-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RET-DESC (WS-RET-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RET-LINES (WS-RET-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RET-AMT-ED DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RET-AMT-ED2 DELIMITED BY SIZE
              INTO RETURN-LINE
       END-STRING
       WRITE RETURN-LINE.

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
       MOVE "STAMP-DUTY" TO RPQ-PROGRAM
       MOVE WS-OPER-NAME TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
