           ASSIGN TO "ss_remittance_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Diario de custos com pessoal do run, acrescentado ao extrato
      *> contabilistico que o GL-LEDGER acumula no razao; a agencia
      *> de cada departamento vem dos centros de custo do EMP-MAINT.
           SELECT GL-FILE
           ASSIGN TO "gl_postings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT COSTCTR-FILE
           ASSIGN TO "payroll_cost_centres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CC-STATUS.

      *> Folhas de horas do EMP-MAINT: o run regular paga as horas
      *> das folhas aprovadas do mes.
           SELECT TIMESHEET-FILE
           ASSIGN TO "timesheets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TS-STATUS.

      *> Retroativos: o historico de taxas do EMP-MAINT diz que
      *> subidas tem efeito anterior ao registo; o run de calculo
      *> (tipo 5) recalcula os runs ja pagos e deixa as diferencas em
      *> payroll_arrears.dat, que o run regular seguinte paga numa
      *> linha RET propria.
           SELECT RATE-HIST-FILE
           ASSIGN TO "rate_history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RH-STATUS.

           SELECT ARREARS-FILE
           ASSIGN TO "payroll_arrears.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-STATUS.

           SELECT ARREARS-TEMP
           ASSIGN TO "payroll_arrears.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARREARS-REPORT-FILE
           ASSIGN TO "payroll_arrears_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Remuneracoes de fora da folha de horas (comissoes de vendas
      *> do INVOICE-SYSTEM): o run regular soma as pendentes ao bruto
      *> do empregado e marca-as pagas.
           SELECT EARNINGS-FILE
           ASSIGN TO "payroll_earnings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EI-STATUS.

           SELECT EARNINGS-TEMP
           ASSIGN TO "payroll_earnings.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 RUN-SS      PIC 9(8)V99.
           05 FILLER      PIC X VALUE SPACE.
           05 RUN-NET     PIC 9(8)V99.
      *> Taxa horaria usada no run; em branco nas linhas anteriores
      *> ao historico de taxas (vale a taxa anterior a mudanca).
           05 FILLER      PIC X VALUE SPACE.
           05 RUN-RATE    PIC 9(3)V99.
      *> Parte do bruto que nao vem de horas x taxa (comissoes); os
      *> retroativos nao a recalculam. Em branco nas linhas antigas.
           05 FILLER      PIC X VALUE SPACE.
           05 RUN-EXTRA   PIC 9(8)V99.

       FD DEDUCT-FILE.
       COPY "DEDUCTION-RECORD.cpy".

       FD GL-FILE.
       COPY "GL-POSTING-RECORD.cpy".

       FD COSTCTR-FILE.
       COPY "COST-CENTRE-RECORD.cpy".

       FD TIMESHEET-FILE.
       COPY "TIMESHEET-RECORD.cpy".

       FD RATE-HIST-FILE.
       COPY "RATE-HISTORY-RECORD.cpy".

       FD ARREARS-FILE.
       COPY "ARREARS-RECORD.cpy".

      *> Width must match AR-REC exactly (86 chars).
       FD ARREARS-TEMP.
       01 AR-TEMP-REC PIC X(86).

       FD ARREARS-REPORT-FILE.
       01 ARREARS-REPORT-LINE PIC X(120).

       FD EARNINGS-FILE.
       COPY "EARNINGS-INPUT-RECORD.cpy".

      *> Width must match EI-REC exactly (46 chars).
       FD EARNINGS-TEMP.
       01 EI-TEMP-REC PIC X(46).

      *> Width must match DED-REC exactly (34 chars).
       FD DEDUCT-TEMP.
       01 DED-TEMP-REC PIC X(34).
       01 WS-DESCONTO-SS PIC 9(6)V99 VALUE 0.
       01 WS-DESCONTO-SS-ENT PIC 9(6)V99 VALUE 0.

      *> Acumulacao por departamento para a guia de entrega mensal
      *> e para o diario de custos com pessoal (centro de custo =
      *> departamento, lancado na agencia associada).
       01 WS-DEPT-COUNT PIC 9(2) VALUE 0.
       01 WS-DEPT-IDX   PIC 9(2).
       01 WS-DEPT-FOUND PIC X.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
               10 WS-DEPT-NAME    PIC X(10).
               10 WS-DEPT-SS-EMP  PIC 9(8)V99.
               10 WS-DEPT-SS-ER   PIC 9(8)V99.
               10 WS-DEPT-BRANCH  PIC 9(4).
               10 WS-DEPT-HEADS   PIC 9(4).
               10 WS-DEPT-GROSS   PIC 9(8)V99.
               10 WS-DEPT-IRS     PIC 9(8)V99.
               10 WS-DEPT-NET     PIC 9(8)V99.
               10 WS-DEPT-GARNISH PIC 9(8)V99.
               10 WS-DEPT-ADVANCE PIC 9(8)V99.
       01 WS-TOT-SS-EMP PIC 9(9)V99 VALUE 0.
       01 WS-TOT-SS-ER  PIC 9(9)V99 VALUE 0.

       01 WS-DED-AVAILABLE  PIC S9(6)V99.
       01 WS-DED-DUE        PIC 9(6)V99.
       01 WS-DED-TAKEN      PIC 9(6)V99.
      *> Deducoes aplicadas ao empregado corrente, por tipo.
       01 WS-EMP-GARNISH    PIC 9(6)V99 VALUE 0.
       01 WS-EMP-ADVANCE    PIC 9(6)V99 VALUE 0.
       01 WS-TAX PIC 9(6)V99 VALUE 0.
       01 WS-NET PIC 9(6)V99 VALUE 0.

       01 WS-NEW-YTD-SS-ER PIC 9(8)V99 VALUE 0.
       01 WS-SYSTEM-CMD PIC X(80).

      *> Diario do run no GL: bruto e quota patronal a debito por
      *> centro de custo; liquido, IRS, quotas de Seguranca Social,
      *> penhoras e adiantamentos recuperados a credito.
       01 WS-GL-STATUS      PIC XX.
       01 WS-CC-STATUS      PIC XX.
       01 WS-CC-EOF         PIC X VALUE "N".
       01 WS-GL-LINES       PIC 9(4) VALUE 0.
       01 WS-GL-ACCOUNT-W   PIC X(10).
       01 WS-GL-DC-W        PIC X.
       01 WS-GL-AMOUNT-W    PIC 9(11)V99.
       01 WS-ACCT-STAFF     PIC X(10) VALUE "CUSTO-PESS".
       01 WS-ACCT-SS-COST   PIC X(10) VALUE "ENC-SOCIAL".
       01 WS-ACCT-NET-PAY   PIC X(10) VALUE "SAL-PAGAR".
       01 WS-ACCT-IRS       PIC X(10) VALUE "IRS-PAGAR".
       01 WS-ACCT-SS-PAY    PIC X(10) VALUE "SS-PAGAR".
       01 WS-ACCT-GARNISH   PIC X(10) VALUE "PENHORAS".
       01 WS-ACCT-ADVANCE   PIC X(10) VALUE "ADIANT-PES".

      *> Folhas de horas do mes do run, indexadas pelo numero do
      *> empregado. Estado: brancos = sem folha, N = por aprovar,
      *> S = aprovada. Sem folha aprovada, o assalariado recebe pelas
      *> horas contratadas e o pessoal a hora nao e pago.
       01 WS-TS-STATUS      PIC XX.
       01 WS-TS-EOF         PIC X VALUE "N".
       01 WS-TS-USED        PIC X VALUE "N".
       01 WS-TS-MISSING     PIC 9(3) VALUE 0.
       01 WS-TS-UNAPPROVED  PIC 9(3) VALUE 0.
       01 WS-SKIPPED-TS     PIC 9(3) VALUE 0.
       01 WS-TS-CONTINUE    PIC X.
       01 WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 999 TIMES.
               10 WS-TSE-STATE    PIC X.
               10 WS-TSE-NORMAL   PIC 9(3).
               10 WS-TSE-OVERTIME PIC 9(3).

      *> Retroativos. O historico de taxas e os retroativos ja
      *> calculados carregam-se em tabela; cada run pago desde a data
      *> de efeito (ate a mudanca de taxa seguinte do empregado) e
      *> recalculado a nova taxa com o tratamento fiscal do proprio
      *> run, descontando o que ja foi pago e os retroativos
      *> anteriores do mesmo run.
       01 WS-RH-STATUS      PIC XX.
       01 WS-RH-EOF         PIC X VALUE "N".
       01 WS-RH-COUNT       PIC 9(4) VALUE 0.
       01 WS-RH-IDX         PIC 9(4).
       01 WS-RH-IDX2        PIC 9(4).
       01 WS-RH-TABLE.
           05 WS-RH-ENTRY OCCURS 1000 TIMES.
               10 WS-RHE-EMP-ID    PIC 9(3).
               10 WS-RHE-EFFECTIVE PIC 9(8).
               10 WS-RHE-OLD-RATE  PIC 9(3)V99.
               10 WS-RHE-RATE      PIC 9(3)V99.
               10 WS-RHE-ENTERED   PIC 9(8).
               10 WS-RHE-RETRO     PIC X.
       01 WS-AR-STATUS      PIC XX.
       01 WS-AR-EOF         PIC X VALUE "N".
       01 WS-AR-COUNT       PIC 9(4) VALUE 0.
       01 WS-AR-IDX         PIC 9(4).
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
               10 WS-ARE-EMP-ID    PIC 9(3).
               10 WS-ARE-RUN-DATE  PIC 9(8).
               10 WS-ARE-RUN-TYPE  PIC X(3).
               10 WS-ARE-OLD-RATE  PIC 9(3)V99.
               10 WS-ARE-NEW-RATE  PIC 9(3)V99.
               10 WS-ARE-GROSS     PIC 9(7)V99.
               10 WS-ARE-IRS       PIC 9(7)V99.
               10 WS-ARE-SS        PIC 9(7)V99.
               10 WS-ARE-SS-ER     PIC 9(7)V99.
               10 WS-ARE-NET       PIC 9(7)V99.
               10 WS-ARE-CALC-DATE PIC 9(8).
               10 WS-ARE-STATUS    PIC X.
               10 WS-ARE-PAID-DATE PIC 9(8).
       01 WS-RETRO-EMP      PIC 9(3).
       01 WS-RETRO-FROM     PIC 9(8).
       01 WS-RETRO-UNTIL    PIC 9(8).
       01 WS-RETRO-OLD-RATE PIC 9(3)V99.
       01 WS-RETRO-NEW-RATE PIC 9(3)V99.
       01 WS-RETRO-RUN-RATE PIC 9(3)V99.
       01 WS-RETRO-PAID-RATE PIC 9(3)V99.
       01 WS-RETRO-CHANGES  PIC 9(4) VALUE 0.
       01 WS-RETRO-LINES    PIC 9(5) VALUE 0.
       01 WS-PAID-GROSS     PIC 9(8)V99.
       01 WS-PAID-IRS       PIC 9(8)V99.
       01 WS-PAID-SS        PIC 9(8)V99.
       01 WS-PAID-SS-ER     PIC 9(8)V99.
       01 WS-DIFF-AMOUNT    PIC S9(8)V99.
       01 WS-ARR-GROSS      PIC 9(7)V99 VALUE 0.
       01 WS-ARR-IRS        PIC 9(7)V99 VALUE 0.
       01 WS-ARR-SS         PIC 9(7)V99 VALUE 0.
       01 WS-ARR-SS-ER      PIC 9(7)V99 VALUE 0.
       01 WS-ARR-NET        PIC 9(7)V99 VALUE 0.
       01 WS-ARR-TOT-GROSS  PIC 9(8)V99 VALUE 0.
       01 WS-ARR-TOT-NET    PIC 9(8)V99 VALUE 0.
       01 WS-ARR-PAID-N     PIC 9(3) VALUE 0.
       01 WS-RETRO-EXTRA    PIC 9(8)V99.

      *> Remuneracoes de payroll_earnings.dat somadas ao bruto do
      *> empregado corrente no run regular.
       01 WS-EI-STATUS      PIC XX.
       01 WS-EI-EOF         PIC X VALUE "N".
       01 WS-EI-TOTAL       PIC S9(8)V99.
       01 WS-EMP-EXTRA      PIC 9(7)V99 VALUE 0.
       01 WS-EI-PAID-N      PIC 9(3) VALUE 0.

      *> Parameter block for the report repository (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "STARTING PAYROLL PROCESSING..."
           DISPLAY "RUN TYPE (1=REGULAR, 2=SUBSIDIO FERIAS, "
                   "3=SUBSIDIO NATAL, 4=BONUS, "
                   "5=CALCULO DE RETROATIVOS):"
           ACCEPT WS-RUN-TYPE-IN
           EVALUATE WS-RUN-TYPE-IN
               WHEN 2 MOVE "SFE" TO WS-RUN-CODE
                   MOVE "BON" TO WS-RUN-CODE
                   DISPLAY "BONUS PERCENT OF BASE SALARY:"
                   ACCEPT WS-BONUS-PCT
               WHEN 5 MOVE "RET" TO WS-RUN-CODE
               WHEN OTHER
                   MOVE 1 TO WS-RUN-TYPE-IN
                   MOVE "SAL" TO WS-RUN-CODE
           MOVE "payroll run start" TO SYSLOG-MESSAGE
           CALL "SYS-LOG" USING SYSLOG-REQUEST

           ACCEPT WS-RUN-DATE8 FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE8(1:6) TO WS-RUN-MONTH

      *> Calculo de retroativos: nao paga ninguem; as diferencas
      *> ficam pendentes para o proximo run regular.
           IF WS-RUN-TYPE-IN = 5
               PERFORM RETRO-PAY-RUN
               MOVE "INFO" TO SYSLOG-SEVERITY
               MOVE "PAYROLL-SYSTEM" TO SYSLOG-MODULE
               MOVE "retro-pay run end" TO SYSLOG-MESSAGE
               CALL "SYS-LOG" USING SYSLOG-REQUEST
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
              DISPLAY "ERROR OPENING EMPLOYEE FILE: " WS-EMP-STATUS
              STOP RUN
           END-IF

      *> Run regular: antes de pagar, lista quem nao tem folha de
      *> horas aprovada no mes e deixa o operador parar o run.
           IF WS-RUN-TYPE-IN = 1
               PERFORM LOAD-TIMESHEETS
               PERFORM CHECK-TIMESHEETS
               IF WS-TS-MISSING + WS-TS-UNAPPROVED > 0
                   DISPLAY "CONTINUE PAYROLL RUN (S/N)?"
                   ACCEPT WS-TS-CONTINUE
                   IF WS-TS-CONTINUE NOT = "S"
                      AND WS-TS-CONTINUE NOT = "s"
                       CLOSE EMPLOYEE-FILE
                       DISPLAY "PAYROLL RUN CANCELLED."
                       MOVE "WARN" TO SYSLOG-SEVERITY
                       MOVE "PAYROLL-SYSTEM" TO SYSLOG-MODULE
                       MOVE "run cancelled timesheets"
                           TO SYSLOG-MESSAGE
                       CALL "SYS-LOG" USING SYSLOG-REQUEST
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           OPEN OUTPUT SALARY-FILE

           OPEN OUTPUT REPORT-FILE

           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE
           MOVE "payroll.txt" TO RPQ-FILE
           MOVE "PAYROLL" TO RPQ-TYPE
           MOVE WS-RUN-DATE8(1:6) TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           CLOSE SALARY-FILE

           PERFORM WRITE-SS-REMITTANCE
           PERFORM WRITE-PAYROLL-JOURNAL
           DISPLAY "SALARY INSTRUCTIONS WRITTEN: " WS-SALARY-LINES
                   " (salary_transfers.dat - copiar para "
                   "transfer_instructions.dat e correr o lote D26)"

           DISPLAY "PAYROLL REPORT GENERATED."
           DISPLAY "TERMINATED EMPLOYEES SKIPPED: " WS-SKIPPED-TERM
           DISPLAY "HOURLY EMPLOYEES WITHOUT APPROVED TIMESHEET: "
                   WS-SKIPPED-TS
           DISPLAY "ARREARS PAID (RET LINES): " WS-ARR-PAID-N
           DISPLAY "EMPLOYEES PAID COMMISSIONS: " WS-EI-PAID-N

           STOP RUN.

           MOVE EMP-M-HOURS TO EMP-HOURS
           MOVE EMP-M-RATE TO EMP-RATE

      *> Run regular: folha aprovada manda nas horas; sem ela so o
      *> assalariado recebe (pelas horas contratadas).
           MOVE "N" TO WS-TS-USED
           IF WS-RUN-TYPE-IN = 1
               IF WS-TSE-STATE (EMP-ID) = "S"
                   MOVE "S" TO WS-TS-USED
                   COMPUTE EMP-HOURS = WS-TSE-NORMAL (EMP-ID)
                       + WS-TSE-OVERTIME (EMP-ID)
               ELSE
                   IF EMP-M-HOURLY
                       DISPLAY "WARNING: NO APPROVED TIMESHEET FOR "
                               "HOURLY EMPLOYEE " EMP-ID
                               " - NOT PAID"
                       ADD 1 TO WS-SKIPPED-TS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

      *> Ausencia sem vencimento do mes: cada dia U tira um quinto
      *> das horas semanais ao que se paga (so no run regular; os
      *> subsidios calculam-se do salario base). Com folha de horas
      *> aprovada, as horas ja sao as efetivamente trabalhadas.
           IF WS-RUN-TYPE-IN NOT = 1 OR WS-TS-USED = "S"
               MOVE 0 TO WS-UNPAID-DAYS
           ELSE
               PERFORM GET-UNPAID-DAYS
           ELSE

               PERFORM CALCULATE-PAY THRU CALCULATE-TAXES
               PERFORM APPLY-DEDUCTIONS
               PERFORM ACCUMULATE-DEPT
               PERFORM UPDATE-YTD
               PERFORM WRITE-RUN-REGISTER
               PERFORM WRITE-SALARY-INSTRUCTION

               WRITE REPORT-LINE

               IF WS-RUN-TYPE-IN = 1
                   PERFORM PAY-ARREARS
               END-IF

           END-IF.

      *>-----------------------------------------------------------
      *> Carrega as folhas de horas do mes do run para a tabela
      *> indexada pelo numero do empregado.
      *>-----------------------------------------------------------
       LOAD-TIMESHEETS.
           MOVE SPACES TO WS-TS-TABLE
           OPEN INPUT TIMESHEET-FILE
           IF WS-TS-STATUS = "35"
               CLOSE TIMESHEET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TS-EOF
           PERFORM UNTIL WS-TS-EOF = "Y"
               READ TIMESHEET-FILE
                   AT END MOVE "Y" TO WS-TS-EOF
                   NOT AT END
                       IF TS-PERIOD = WS-RUN-MONTH AND TS-EMP-ID > 0
                           IF TS-IS-APPROVED
                               MOVE "S" TO WS-TSE-STATE (TS-EMP-ID)
                           ELSE
                               MOVE "N" TO WS-TSE-STATE (TS-EMP-ID)
                           END-IF
                           MOVE TS-NORMAL TO WS-TSE-NORMAL (TS-EMP-ID)
                           MOVE TS-OVERTIME
                               TO WS-TSE-OVERTIME (TS-EMP-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE.

      *>-----------------------------------------------------------
      *> Lista os ativos sem folha de horas aprovada no mes antes de
      *> o run comecar, e volta a posicionar o mestre no inicio.
      *>-----------------------------------------------------------
       CHECK-TIMESHEETS.
           MOVE 0 TO WS-TS-MISSING
           MOVE 0 TO WS-TS-UNAPPROVED
           DISPLAY "TIMESHEET CHECK FOR " WS-RUN-MONTH ":"
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EMP-M-ACTIVE AND EMP-M-ID > 0
                          AND WS-TSE-STATE (EMP-M-ID) NOT = "S"
                           IF WS-TSE-STATE (EMP-M-ID) = "N"
                               ADD 1 TO WS-TS-UNAPPROVED
                               DISPLAY "  " EMP-M-ID " " EMP-M-NAME
                                       " TIMESHEET NOT APPROVED"
                           ELSE
                               ADD 1 TO WS-TS-MISSING
                               DISPLAY "  " EMP-M-ID " " EMP-M-NAME
                                       " TIMESHEET MISSING"
                           END-IF
                           IF EMP-M-HOURLY
                               DISPLAY "      HOURLY - WILL NOT BE PAID"
                           ELSE
                               DISPLAY "      SALARIED - PAID ON "
                                       EMP-M-HOURS " CONTRACT HOURS"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "MISSING: " WS-TS-MISSING
                   "  NOT APPROVED: " WS-TS-UNAPPROVED
           CLOSE EMPLOYEE-FILE
           OPEN INPUT EMPLOYEE-FILE
           MOVE "N" TO WS-EOF.

      *>-----------------------------------------------------------
      *> Dias de licenca sem vencimento (tipo U) do empregado
      *> corrente cuja ausencia comeca no mes do run.
      *>-----------------------------------------------------------
       CALCULATE-PAY.

           MOVE 0 TO WS-EMP-EXTRA

      *> Runs de subsidio/bonus: bruto a partir do salario base
      *> (horas contratadas ate 40, sem overtime); o bonus aplica a
      *> percentagem pedida sobre essa base.
               GO TO CALCULATE-TAXES
           END-IF

      *> Folha aprovada: normais e extraordinarias como registadas.
           EVALUATE TRUE
               WHEN WS-TS-USED = "S"
                   MOVE WS-TSE-NORMAL (EMP-ID) TO WS-REG-HOURS
                   MOVE WS-TSE-OVERTIME (EMP-ID) TO WS-OT-HOURS
               WHEN EMP-HOURS > 40
                   MOVE 40 TO WS-REG-HOURS
                   COMPUTE WS-OT-HOURS = EMP-HOURS - 40
               WHEN OTHER
                   MOVE EMP-HOURS TO WS-REG-HOURS
                   MOVE 0 TO WS-OT-HOURS
           END-EVALUATE

           COMPUTE WS-GROSS ROUNDED =
               (WS-REG-HOURS * EMP-RATE) +
               (WS-OT-HOURS * EMP-RATE * 1.5)

      *> Comissoes pendentes entram no bruto do mes e sao tributadas
      *> com ele.
           PERFORM ADD-EARNINGS-INPUTS.

      *> Retencao: tabela progressiva aplicada ao bruto deste run
      *> (nos subsidios, de forma autonoma sobre o proprio valor).

           COMPUTE WS-NET = WS-GROSS - WS-TAX.

      *>-----------------------------------------------------------
      *> Soma ao bruto as remuneracoes pendentes do empregado em
      *> payroll_earnings.dat (linhas COM do calculo de comissoes) e
      *> marca-as pagas com a data do run. Um saldo negativo (estornos
      *> acima das comissoes) fica pendente para abater as seguintes.
      *>-----------------------------------------------------------
       ADD-EARNINGS-INPUTS.
           MOVE 0 TO WS-EI-TOTAL
           OPEN INPUT EARNINGS-FILE
           IF WS-EI-STATUS = "35"
               CLOSE EARNINGS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EI-EOF
           PERFORM UNTIL WS-EI-EOF = "Y"
               READ EARNINGS-FILE
                   AT END MOVE "Y" TO WS-EI-EOF
                   NOT AT END
                       IF EI-EMP-ID = EMP-ID AND EI-PENDING
                           ADD EI-AMOUNT TO WS-EI-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EARNINGS-FILE
           IF WS-EI-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EI-TOTAL < 0
               DISPLAY "  COMMISSION BALANCE " WS-EI-TOTAL
                       " NEGATIVE - CARRIED FORWARD"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EARNINGS-FILE
           OPEN OUTPUT EARNINGS-TEMP
           MOVE "N" TO WS-EI-EOF
           PERFORM UNTIL WS-EI-EOF = "Y"
               READ EARNINGS-FILE
                   AT END MOVE "Y" TO WS-EI-EOF
                   NOT AT END
                       IF EI-EMP-ID = EMP-ID AND EI-PENDING
                           MOVE "L" TO EI-STATUS
                           MOVE WS-RUN-DATE8 TO EI-PAID-DATE
                       END-IF
                       MOVE EI-REC TO EI-TEMP-REC
                       WRITE EI-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE EARNINGS-FILE
           CLOSE EARNINGS-TEMP
           CALL "SYSTEM" USING
               "mv payroll_earnings.tmp payroll_earnings.dat"

           MOVE WS-EI-TOTAL TO WS-EMP-EXTRA
           ADD WS-EMP-EXTRA TO WS-GROSS
           ADD 1 TO WS-EI-PAID-N
           DISPLAY "  COMMISSIONS ADDED TO GROSS: " WS-EMP-EXTRA
           MOVE SPACES TO REPORT-LINE
           STRING "  COMISSOES " DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMP-EXTRA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *>-----------------------------------------------------------
      *> Aplica as deducoes ativas do empregado depois dos
      *> impostos: por deducao desconta-se o minimo entre a
      *> no payroll.txt.
      *>-----------------------------------------------------------
       APPLY-DEDUCTIONS.
           MOVE 0 TO WS-EMP-GARNISH
           MOVE 0 TO WS-EMP-ADVANCE
           OPEN INPUT DEDUCT-FILE
           IF WS-DED-STATUS = "35"
               CLOSE DEDUCT-FILE

           SUBTRACT WS-DED-TAKEN FROM WS-NET
           SUBTRACT WS-DED-TAKEN FROM DED-REMAINING
           IF DED-GARNISH
               ADD WS-DED-TAKEN TO WS-EMP-GARNISH
           ELSE
               ADD WS-DED-TAKEN TO WS-EMP-ADVANCE
           END-IF
           IF DED-REMAINING = 0
               MOVE "C" TO DED-STATUS
           END-IF
               CLOSE RUNS-FILE
               OPEN EXTEND RUNS-FILE
           END-IF
           MOVE SPACES TO RUN-REC
           MOVE WS-RUN-DATE8 TO RUN-DATE
           MOVE WS-RUN-CODE TO RUN-TYPE
           MOVE EMP-ID TO RUN-EMP-ID
           MOVE WS-DESCONTO-IRS TO RUN-IRS
           MOVE WS-DESCONTO-SS TO RUN-SS
           MOVE WS-NET TO RUN-NET
           MOVE EMP-RATE TO RUN-RATE
           MOVE WS-EMP-EXTRA TO RUN-EXTRA
           WRITE RUN-REC
           CLOSE RUNS-FILE.

      *>-----------------------------------------------------------
      *> Run regular: paga num so movimento os retroativos pendentes
      *> do empregado como linha RET separada (registo de runs, YTD,
      *> instrucao de transferencia e diario do GL), e marca-os
      *> pagos. Sem deducoes: penhoras e adiantamentos ja foram
      *> aplicados ao vencimento do mes.
      *>-----------------------------------------------------------
       PAY-ARREARS.
           MOVE 0 TO WS-ARR-GROSS
           MOVE 0 TO WS-ARR-IRS
           MOVE 0 TO WS-ARR-SS
           MOVE 0 TO WS-ARR-SS-ER
           MOVE 0 TO WS-ARR-NET
           OPEN INPUT ARREARS-FILE
           IF WS-AR-STATUS = "35"
               CLOSE ARREARS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARREARS-TEMP
           MOVE "N" TO WS-AR-EOF
           PERFORM UNTIL WS-AR-EOF = "Y"
               READ ARREARS-FILE
                   AT END MOVE "Y" TO WS-AR-EOF
                   NOT AT END
                       IF AR-EMP-ID = EMP-ID AND AR-PENDING
                           ADD AR-GROSS TO WS-ARR-GROSS
                           ADD AR-IRS TO WS-ARR-IRS
                           ADD AR-SS TO WS-ARR-SS
                           ADD AR-SS-ER TO WS-ARR-SS-ER
                           ADD AR-NET TO WS-ARR-NET
                           MOVE "L" TO AR-STATUS
                           MOVE WS-RUN-DATE8 TO AR-PAID-DATE
                       END-IF
                       MOVE AR-REC TO AR-TEMP-REC
                       WRITE AR-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE ARREARS-FILE
           CLOSE ARREARS-TEMP
           IF WS-ARR-GROSS = 0
               CALL "SYSTEM" USING "rm -f payroll_arrears.tmp"
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv payroll_arrears.tmp payroll_arrears.dat"

           MOVE WS-ARR-GROSS TO WS-GROSS
           MOVE WS-ARR-IRS TO WS-DESCONTO-IRS
           MOVE WS-ARR-SS TO WS-DESCONTO-SS
           MOVE WS-ARR-SS-ER TO WS-DESCONTO-SS-ENT
           MOVE WS-ARR-NET TO WS-NET
           MOVE 0 TO WS-EMP-GARNISH
           MOVE 0 TO WS-EMP-ADVANCE
           MOVE 0 TO WS-EMP-EXTRA
           MOVE "RET" TO WS-RUN-CODE
           PERFORM ACCUMULATE-DEPT
      *> O empregado ja contou no efetivo do departamento.
           IF WS-DEPT-FOUND = "Y"
               SUBTRACT 1 FROM WS-DEPT-HEADS (WS-DEPT-IDX)
           END-IF
           PERFORM UPDATE-YTD
           PERFORM WRITE-RUN-REGISTER
           PERFORM WRITE-SALARY-INSTRUCTION
           MOVE "SAL" TO WS-RUN-CODE
           ADD 1 TO WS-ARR-PAID-N

           DISPLAY "  ARREARS GROSS: " WS-GROSS
                   " IRS: " WS-DESCONTO-IRS
                   " SS: " WS-DESCONTO-SS
                   " NET: " WS-NET
           MOVE SPACES TO REPORT-LINE
           STRING "  RETROATIVOS " DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GROSS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCONTO-IRS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCONTO-SS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NET DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *>-----------------------------------------------------------
      *> Run de calculo de retroativos (tipo 5): para cada mudanca
      *> de taxa pendente do historico, recalcula os runs pagos
      *> desde a data de efeito, acrescenta as diferencas a
      *> payroll_arrears.dat e escreve o relatorio por empregado em
      *> payroll_arrears_report.txt.
      *>-----------------------------------------------------------
       RETRO-PAY-RUN.
           PERFORM LOAD-RATE-HISTORY
           PERFORM LOAD-ARREARS
           OPEN OUTPUT ARREARS-REPORT-FILE
           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "RELATORIO DE RETROATIVOS - CALCULO DE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE8 DELIMITED BY SIZE
                  INTO ARREARS-REPORT-LINE
           END-STRING
           WRITE ARREARS-REPORT-LINE
           MOVE 0 TO WS-RETRO-CHANGES
           MOVE 0 TO WS-RETRO-LINES
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RHE-RETRO (WS-RH-IDX) = "P"
                   PERFORM RETRO-ONE-CHANGE
                   MOVE "C" TO WS-RHE-RETRO (WS-RH-IDX)
                   ADD 1 TO WS-RETRO-CHANGES
               END-IF
           END-PERFORM
           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "MUDANCAS DE TAXA TRATADAS: " DELIMITED BY SIZE
                  WS-RETRO-CHANGES DELIMITED BY SIZE
                  "  RUNS RECALCULADOS: " DELIMITED BY SIZE
                  WS-RETRO-LINES DELIMITED BY SIZE
                  INTO ARREARS-REPORT-LINE
           END-STRING
           WRITE ARREARS-REPORT-LINE
           CLOSE ARREARS-REPORT-FILE
           MOVE "payroll_arrears_report.txt" TO RPQ-FILE
           MOVE "PAYARRS" TO RPQ-TYPE
           MOVE WS-RUN-DATE8(1:6) TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           IF WS-RETRO-CHANGES > 0
               PERFORM SAVE-ARREARS
               PERFORM SAVE-RATE-HISTORY
           END-IF
           DISPLAY "RATE CHANGES PROCESSED: " WS-RETRO-CHANGES
                   "  RUNS RECALCULATED: " WS-RETRO-LINES
           DISPLAY "ARREARS REPORT: payroll_arrears_report.txt".

      *> Uma mudanca de taxa: runs do empregado (exceto linhas RET)
      *> com data entre o efeito e a mudanca seguinte dele.
       RETRO-ONE-CHANGE.
           MOVE WS-RHE-EMP-ID (WS-RH-IDX) TO WS-RETRO-EMP
           MOVE WS-RHE-EFFECTIVE (WS-RH-IDX) TO WS-RETRO-FROM
           MOVE WS-RHE-OLD-RATE (WS-RH-IDX) TO WS-RETRO-OLD-RATE
           MOVE WS-RHE-RATE (WS-RH-IDX) TO WS-RETRO-NEW-RATE
           MOVE 99999999 TO WS-RETRO-UNTIL
           PERFORM VARYING WS-RH-IDX2 FROM 1 BY 1
                   UNTIL WS-RH-IDX2 > WS-RH-COUNT
               IF WS-RHE-EMP-ID (WS-RH-IDX2) = WS-RETRO-EMP
                  AND WS-RHE-EFFECTIVE (WS-RH-IDX2) > WS-RETRO-FROM
                  AND WS-RHE-EFFECTIVE (WS-RH-IDX2) < WS-RETRO-UNTIL
                   MOVE WS-RHE-EFFECTIVE (WS-RH-IDX2) TO WS-RETRO-UNTIL
               END-IF
           END-PERFORM

           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "EMPREGADO " DELIMITED BY SIZE
                  WS-RETRO-EMP DELIMITED BY SIZE
                  " TAXA " DELIMITED BY SIZE
                  WS-RETRO-OLD-RATE DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-RETRO-NEW-RATE DELIMITED BY SIZE
                  " COM EFEITO A " DELIMITED BY SIZE
                  WS-RETRO-FROM DELIMITED BY SIZE
                  INTO ARREARS-REPORT-LINE
           END-STRING
           WRITE ARREARS-REPORT-LINE

           MOVE 0 TO WS-ARR-TOT-GROSS
           MOVE 0 TO WS-ARR-TOT-NET
           OPEN INPUT RUNS-FILE
           IF WS-RUNS-STATUS = "35"
               CLOSE RUNS-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RUNS-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RUN-EMP-ID = WS-RETRO-EMP
                              AND RUN-TYPE NOT = "RET"
                              AND RUN-DATE >= WS-RETRO-FROM
                              AND RUN-DATE < WS-RETRO-UNTIL
                               PERFORM RETRO-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNS-FILE
               MOVE "N" TO WS-EOF
           END-IF

           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "  TOTAL RETROATIVOS BRUTO " DELIMITED BY SIZE
                  WS-ARR-TOT-GROSS DELIMITED BY SIZE
                  " LIQUIDO " DELIMITED BY SIZE
                  WS-ARR-TOT-NET DELIMITED BY SIZE
                  INTO ARREARS-REPORT-LINE
           END-STRING
           WRITE ARREARS-REPORT-LINE.

      *> Um run pago: bruto a nova taxa proporcional ao bruto pago
      *> (horas, overtime e subsidios escalam com a taxa), impostos
      *> recalculados sobre esse bruto pela tabela do run, menos o
      *> ja pago no run e em retroativos anteriores do mesmo run.
       RETRO-ONE-RUN.
           IF RUN-RATE IS NUMERIC AND RUN-RATE > 0
               MOVE RUN-RATE TO WS-RETRO-RUN-RATE
           ELSE
               PERFORM FIND-HISTORIC-RATE
           END-IF
           IF WS-RETRO-RUN-RATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETRO-RUN-RATE TO WS-RETRO-PAID-RATE
           MOVE RUN-GROSS TO WS-PAID-GROSS
           MOVE RUN-IRS TO WS-PAID-IRS
           MOVE RUN-SS TO WS-PAID-SS
           COMPUTE WS-PAID-SS-ER ROUNDED =
               RUN-GROSS * WS-TAXA-SS-ENT / 100
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               IF WS-ARE-EMP-ID (WS-AR-IDX) = RUN-EMP-ID
                  AND WS-ARE-RUN-DATE (WS-AR-IDX) = RUN-DATE
                  AND WS-ARE-RUN-TYPE (WS-AR-IDX) = RUN-TYPE
                   MOVE WS-ARE-NEW-RATE (WS-AR-IDX)
                       TO WS-RETRO-PAID-RATE
                   ADD WS-ARE-GROSS (WS-AR-IDX) TO WS-PAID-GROSS
                   ADD WS-ARE-IRS (WS-AR-IDX) TO WS-PAID-IRS
                   ADD WS-ARE-SS (WS-AR-IDX) TO WS-PAID-SS
                   ADD WS-ARE-SS-ER (WS-AR-IDX) TO WS-PAID-SS-ER
               END-IF
           END-PERFORM
           IF WS-RETRO-PAID-RATE >= WS-RETRO-NEW-RATE
               EXIT PARAGRAPH
           END-IF
           IF WS-AR-COUNT >= 2000
               DISPLAY "WARNING: ARREARS TABLE FULL - RUN " RUN-DATE
                       " OF EMPLOYEE " RUN-EMP-ID " NOT RECALCULATED"
               EXIT PARAGRAPH
           END-IF

      *> So a parte horas x taxa se recalcula; as comissoes pagas
      *> no run (RUN-EXTRA) ficam como estavam.
           IF RUN-EXTRA IS NUMERIC
               MOVE RUN-EXTRA TO WS-RETRO-EXTRA
           ELSE
               MOVE 0 TO WS-RETRO-EXTRA
           END-IF
           COMPUTE WS-GROSS ROUNDED =
               (RUN-GROSS - WS-RETRO-EXTRA) * WS-RETRO-NEW-RATE
               / WS-RETRO-RUN-RATE + WS-RETRO-EXTRA
           IF WS-GROSS <= WS-PAID-GROSS
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULATE-TAXES

           ADD 1 TO WS-AR-COUNT
           MOVE WS-AR-COUNT TO WS-AR-IDX
           MOVE RUN-EMP-ID TO WS-ARE-EMP-ID (WS-AR-IDX)
           MOVE RUN-DATE TO WS-ARE-RUN-DATE (WS-AR-IDX)
           MOVE RUN-TYPE TO WS-ARE-RUN-TYPE (WS-AR-IDX)
           MOVE WS-RETRO-PAID-RATE TO WS-ARE-OLD-RATE (WS-AR-IDX)
           MOVE WS-RETRO-NEW-RATE TO WS-ARE-NEW-RATE (WS-AR-IDX)
           COMPUTE WS-DIFF-AMOUNT = WS-GROSS - WS-PAID-GROSS
           IF WS-DIFF-AMOUNT < 0
               MOVE 0 TO WS-DIFF-AMOUNT
           END-IF
           MOVE WS-DIFF-AMOUNT TO WS-ARE-GROSS (WS-AR-IDX)
           COMPUTE WS-DIFF-AMOUNT = WS-DESCONTO-IRS - WS-PAID-IRS
           IF WS-DIFF-AMOUNT < 0
               MOVE 0 TO WS-DIFF-AMOUNT
           END-IF
           MOVE WS-DIFF-AMOUNT TO WS-ARE-IRS (WS-AR-IDX)
           COMPUTE WS-DIFF-AMOUNT = WS-DESCONTO-SS - WS-PAID-SS
           IF WS-DIFF-AMOUNT < 0
               MOVE 0 TO WS-DIFF-AMOUNT
           END-IF
           MOVE WS-DIFF-AMOUNT TO WS-ARE-SS (WS-AR-IDX)
           COMPUTE WS-DIFF-AMOUNT = WS-DESCONTO-SS-ENT - WS-PAID-SS-ER
           IF WS-DIFF-AMOUNT < 0
               MOVE 0 TO WS-DIFF-AMOUNT
           END-IF
           MOVE WS-DIFF-AMOUNT TO WS-ARE-SS-ER (WS-AR-IDX)
           COMPUTE WS-ARE-NET (WS-AR-IDX) = WS-ARE-GROSS (WS-AR-IDX)
               - WS-ARE-IRS (WS-AR-IDX) - WS-ARE-SS (WS-AR-IDX)
           MOVE WS-RUN-DATE8 TO WS-ARE-CALC-DATE (WS-AR-IDX)
           MOVE "P" TO WS-ARE-STATUS (WS-AR-IDX)
           MOVE 0 TO WS-ARE-PAID-DATE (WS-AR-IDX)
           ADD 1 TO WS-RETRO-LINES
           ADD WS-ARE-GROSS (WS-AR-IDX) TO WS-ARR-TOT-GROSS
           ADD WS-ARE-NET (WS-AR-IDX) TO WS-ARR-TOT-NET

           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "  RUN " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RUN-TYPE DELIMITED BY SIZE
                  " PAGO " DELIMITED BY SIZE
                  WS-PAID-GROSS DELIMITED BY SIZE
                  " DEVIDO " DELIMITED BY SIZE
                  WS-GROSS DELIMITED BY SIZE
                  " DIF BRUTO " DELIMITED BY SIZE
                  WS-ARE-GROSS (WS-AR-IDX) DELIMITED BY SIZE
                  " IRS " DELIMITED BY SIZE
                  WS-ARE-IRS (WS-AR-IDX) DELIMITED BY SIZE
                  " SS " DELIMITED BY SIZE
                  WS-ARE-SS (WS-AR-IDX) DELIMITED BY SIZE
                  " LIQ " DELIMITED BY SIZE
                  WS-ARE-NET (WS-AR-IDX) DELIMITED BY SIZE
                  INTO ARREARS-REPORT-LINE
           END-STRING
           WRITE ARREARS-REPORT-LINE.

      *> Linhas do registo sem taxa (anteriores ao historico): a
      *> taxa paga e a que estava no mestre na data do run, ou seja a
      *> taxa anterior da primeira mudanca registada depois dele.
       FIND-HISTORIC-RATE.
           MOVE WS-RETRO-OLD-RATE TO WS-RETRO-RUN-RATE
           PERFORM VARYING WS-RH-IDX2 FROM 1 BY 1
                   UNTIL WS-RH-IDX2 > WS-RH-COUNT
               IF WS-RHE-EMP-ID (WS-RH-IDX2) = RUN-EMP-ID
                  AND WS-RHE-ENTERED (WS-RH-IDX2) > RUN-DATE
                  AND WS-RHE-OLD-RATE (WS-RH-IDX2) > 0
                   MOVE WS-RHE-OLD-RATE (WS-RH-IDX2)
                       TO WS-RETRO-RUN-RATE
                   MOVE WS-RH-COUNT TO WS-RH-IDX2
               END-IF
           END-PERFORM.

       LOAD-RATE-HISTORY.
           MOVE 0 TO WS-RH-COUNT
           OPEN INPUT RATE-HIST-FILE
           IF WS-RH-STATUS = "35"
               CLOSE RATE-HIST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RH-EOF
           PERFORM UNTIL WS-RH-EOF = "Y"
               READ RATE-HIST-FILE
                   AT END MOVE "Y" TO WS-RH-EOF
                   NOT AT END
                       IF WS-RH-COUNT < 1000
                           ADD 1 TO WS-RH-COUNT
                           MOVE RH-REC TO WS-RH-ENTRY (WS-RH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-HIST-FILE.

       SAVE-RATE-HISTORY.
           OPEN OUTPUT RATE-HIST-FILE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               MOVE WS-RH-ENTRY (WS-RH-IDX) TO RH-REC
               WRITE RH-REC
           END-PERFORM
           CLOSE RATE-HIST-FILE.

       LOAD-ARREARS.
           MOVE 0 TO WS-AR-COUNT
           OPEN INPUT ARREARS-FILE
           IF WS-AR-STATUS = "35"
               CLOSE ARREARS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AR-EOF
           PERFORM UNTIL WS-AR-EOF = "Y"
               READ ARREARS-FILE
                   AT END MOVE "Y" TO WS-AR-EOF
                   NOT AT END
                       IF WS-AR-COUNT < 2000
                           ADD 1 TO WS-AR-COUNT
                           MOVE AR-REC TO WS-AR-ENTRY (WS-AR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARREARS-FILE.

       SAVE-ARREARS.
           OPEN OUTPUT ARREARS-FILE
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE WS-AR-ENTRY (WS-AR-IDX) TO AR-REC
               WRITE AR-REC
           END-PERFORM
           CLOSE ARREARS-FILE.

      *>-----------------------------------------------------------
      *> Uma instrucao de transferencia por empregado com conta
      *> bancaria associada: liquido a partir da conta de
           CALL "SYSTEM" USING WS-SYSTEM-CMD.

      *>-----------------------------------------------------------
      *> Acumula o empregado corrente no departamento dele: quotas
      *> de Seguranca Social para a guia de entrega, e bruto, IRS,
      *> liquido pago e deducoes para o diario do GL (depois das
      *> deducoes, para o liquido ser o que efetivamente se paga).
      *>-----------------------------------------------------------
       ACCUMULATE-DEPT.
           ADD WS-DESCONTO-SS TO WS-TOT-SS-EMP
           ADD WS-DESCONTO-SS-ENT TO WS-TOT-SS-ER
           MOVE "N" TO WS-DEPT-FOUND
                   OR WS-DEPT-FOUND = "Y"
               IF WS-DEPT-NAME (WS-DEPT-IDX) = EMP-M-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "Y"
               SUBTRACT 1 FROM WS-DEPT-IDX
           ELSE
               IF WS-DEPT-COUNT >= 20
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                           EMP-M-DEPT " LEFT OUT OF SS REPORT "
                           "AND GL JOURNAL"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               MOVE EMP-M-DEPT TO WS-DEPT-NAME (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-SS-EMP (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-SS-ER (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-HEADS (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-GROSS (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-IRS (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-NET (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-GARNISH (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-ADVANCE (WS-DEPT-IDX)
               PERFORM FIND-DEPT-BRANCH
           END-IF
           ADD WS-DESCONTO-SS TO WS-DEPT-SS-EMP (WS-DEPT-IDX)
           ADD WS-DESCONTO-SS-ENT TO WS-DEPT-SS-ER (WS-DEPT-IDX)
           ADD 1 TO WS-DEPT-HEADS (WS-DEPT-IDX)
           ADD WS-GROSS TO WS-DEPT-GROSS (WS-DEPT-IDX)
           ADD WS-DESCONTO-IRS TO WS-DEPT-IRS (WS-DEPT-IDX)
           ADD WS-NET TO WS-DEPT-NET (WS-DEPT-IDX)
           ADD WS-EMP-GARNISH TO WS-DEPT-GARNISH (WS-DEPT-IDX)
           ADD WS-EMP-ADVANCE TO WS-DEPT-ADVANCE (WS-DEPT-IDX).

      *> Agencia do centro de custo (payroll_cost_centres.dat); sem
      *> associacao os custos ficam na sede (0000).
       FIND-DEPT-BRANCH.
           MOVE 0 TO WS-DEPT-BRANCH (WS-DEPT-IDX)
           OPEN INPUT COSTCTR-FILE
           IF WS-CC-STATUS = "35"
               CLOSE COSTCTR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CC-EOF
           PERFORM UNTIL WS-CC-EOF = "Y"
               READ COSTCTR-FILE
                   AT END MOVE "Y" TO WS-CC-EOF
                   NOT AT END
                       IF CC-DEPT = EMP-M-DEPT
                           MOVE CC-BRANCH TO
                               WS-DEPT-BRANCH (WS-DEPT-IDX)
                           MOVE "Y" TO WS-CC-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COSTCTR-FILE.

      *>-----------------------------------------------------------
      *> Diario de custos com pessoal do run em gl_postings.dat, um
      *> bloco equilibrado por departamento na agencia do centro de
      *> custo:
      *>   D CUSTO-PESS  bruto
      *>   D ENC-SOCIAL  quota patronal de Seguranca Social
      *>   C SAL-PAGAR   liquido pago (depois das deducoes)
      *>   C IRS-PAGAR   IRS retido
      *>   C SS-PAGAR    quota do trabalhador
      *>   C SS-PAGAR    quota patronal
      *>   C PENHORAS    penhoras descontadas, a entregar
      *>   C ADIANT-PES  adiantamentos recuperados
      *> Linhas a zero nao se escrevem. O GL-LEDGER acumula o extrato
      *> no razao e o BRANCH-PROFIT le de la os custos por agencia.
      *>-----------------------------------------------------------
       WRITE-PAYROLL-JOURNAL.
           IF WS-DEPT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-FILE
           IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
               CLOSE GL-FILE
               OPEN OUTPUT GL-FILE
               CLOSE GL-FILE
               OPEN EXTEND GL-FILE
           END-IF
           MOVE 0 TO WS-GL-LINES
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-ACCT-STAFF TO WS-GL-ACCOUNT-W
               MOVE "D" TO WS-GL-DC-W
               MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE WS-ACCT-SS-COST TO WS-GL-ACCOUNT-W
               MOVE WS-DEPT-SS-ER (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE "C" TO WS-GL-DC-W
               MOVE WS-ACCT-NET-PAY TO WS-GL-ACCOUNT-W
               MOVE WS-DEPT-NET (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE WS-ACCT-IRS TO WS-GL-ACCOUNT-W
               MOVE WS-DEPT-IRS (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE WS-ACCT-SS-PAY TO WS-GL-ACCOUNT-W
               MOVE WS-DEPT-SS-EMP (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE WS-DEPT-SS-ER (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE WS-ACCT-GARNISH TO WS-GL-ACCOUNT-W
               MOVE WS-DEPT-GARNISH (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
               MOVE WS-ACCT-ADVANCE TO WS-GL-ACCOUNT-W
               MOVE WS-DEPT-ADVANCE (WS-DEPT-IDX) TO WS-GL-AMOUNT-W
               PERFORM WRITE-PAYROLL-GL-LINE
           END-PERFORM
           CLOSE GL-FILE
           DISPLAY "GL PAYROLL JOURNAL: " WS-GL-LINES
                   " LINE(S) IN gl_postings.dat".

       WRITE-PAYROLL-GL-LINE.
           IF WS-GL-AMOUNT-W = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE8 TO GL-DATE
           MOVE WS-GL-ACCOUNT-W TO GL-ACCOUNT
           MOVE WS-GL-DC-W TO GL-DC
           MOVE WS-DEPT-BRANCH (WS-DEPT-IDX) TO GL-BRANCH
           MOVE "EUR" TO GL-CURRENCY
           MOVE WS-DEPT-HEADS (WS-DEPT-IDX) TO GL-COUNT
           MOVE WS-GL-AMOUNT-W TO GL-AMOUNT
           WRITE GL-REC
           ADD 1 TO WS-GL-LINES.

      *>-----------------------------------------------------------
      *> Guia de entrega mensal a Seguranca Social: por
           END-STRING
           WRITE SS-REPORT-LINE
           CLOSE SS-REPORT-FILE
           MOVE "ss_remittance_report.txt" TO RPQ-FILE
           MOVE "SSREMIT" TO RPQ-TYPE
           MOVE WS-RUN-DATE8(1:6) TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT
           DISPLAY "SS REMITTANCE REPORT: ss_remittance_report.txt".

      *> Files the report just closed into the report repository
      *> (REPORT-ARCHIVE, Dia 96) as the next generation of its
      *> type; a failure only warns.
       ARCHIVE-REPORT.
           MOVE "PAYROLL-SYSTEM" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Report filed: " RPQ-ARCHIVE
           ELSE
               DISPLAY "WARNING: report not filed - " RPQ-MESSAGE
           END-IF.
