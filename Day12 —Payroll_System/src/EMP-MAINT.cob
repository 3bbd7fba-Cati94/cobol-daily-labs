      *> mostra o saldo e o relatorio de fim de ano lista os saldos
      *> por gozar. Os dias U do mes entram no PAYROLL-SYSTEM a
      *> reduzir as horas pagas.
      *>
      *> Centros de custo: payroll_cost_centres.dat associa cada
      *> departamento a agencia onde o PAYROLL-SYSTEM lanca os custos
      *> com pessoal no GL.
      *>
      *> Folhas de horas: timesheets.dat guarda por empregado e por
      *> mes as horas normais e extraordinarias, registadas aqui ou
      *> carregadas da exportacao do ponto (timesheet_import.csv), e
      *> a aprovacao do supervisor. O run mensal do PAYROLL-SYSTEM
      *> paga pelas folhas aprovadas; o pessoal a hora sem folha
      *> aprovada nao e pago.
      *>
      *> Historico de taxas: cada admissao e cada mudanca de taxa
      *> ficam em rate_history.dat com a data de efeito. Uma subida
      *> com efeito anterior a data em que e registada fica pendente
      *> de retroativos para o run de calculo do PAYROLL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.

           SELECT COSTCTR-FILE ASSIGN TO "payroll_cost_centres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

           SELECT COSTCTR-TEMP ASSIGN TO "payroll_cost_centres.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-HIST-FILE ASSIGN TO "rate_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

           SELECT TIMESHEET-FILE ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.

      *> Exportacao do relogio de ponto: EMP,AAAAMM,NORMAIS,EXTRA.
           SELECT CLOCK-FILE ASSIGN TO "timesheet_import.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOCK-STATUS.

           SELECT CLOCK-REJECT-FILE
               ASSIGN TO "timesheet_import_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

      *> Width must match EMP-REC exactly (62 chars).
       FD EMPLOYEE-TEMP.
       01 EMP-TEMP-REC PIC X(62).

       FD LEAVE-FILE.
       COPY "LEAVE-RECORD.cpy".
       FD DEDUCT-FILE.
       COPY "DEDUCTION-RECORD.cpy".

       FD COSTCTR-FILE.
       COPY "COST-CENTRE-RECORD.cpy".

      *> Width must match CC-REC exactly (14 chars).
       FD COSTCTR-TEMP.
       01 CC-TEMP-REC PIC X(14).

       FD TIMESHEET-FILE.
       COPY "TIMESHEET-RECORD.cpy".

       FD RATE-HIST-FILE.
       COPY "RATE-HISTORY-RECORD.cpy".

       FD CLOCK-FILE.
       01 CLOCK-LINE PIC X(80).

       FD CLOCK-REJECT-FILE.
       01 CLOCK-REJECT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-OPTION      PIC 9(2) VALUE 0.
       01 WS-EMP-STATUS  PIC XX.
       01 WS-DED-INSTALL    PIC 9(5)V99.
       01 WS-LAST-DED-ID    PIC 9(4) VALUE 0.

      *> Centros de custo (departamento -> agencia).
       01 WS-CC-STATUS      PIC XX.
       01 WS-CC-EOF         PIC X VALUE "N".
       01 WS-CC-BRANCH      PIC 9(4).

      *> Folhas de horas: o ficheiro e carregado para a tabela,
      *> alterado em memoria e regravado inteiro. Registar de novo
      *> uma folha (a mao ou por importacao) retira a aprovacao.
       01 WS-PAY-BASIS      PIC X.

      *> Historico de taxas.
       01 WS-RH-STATUS      PIC XX.
       01 WS-RH-EOF         PIC X VALUE "N".
       01 WS-OLD-RATE       PIC 9(3)V99.
       01 WS-RATE-EFFECTIVE PIC 9(8).
       01 WS-RATE-CHANGED   PIC X VALUE "N".
       01 WS-TS-STATUS      PIC XX.
       01 WS-TS-EOF         PIC X VALUE "N".
       01 WS-TS-PERIOD      PIC 9(6).
       01 WS-TS-YEAR        PIC 9(4).
       01 WS-TS-MONTH       PIC 9(2).
       01 WS-TS-NORMAL      PIC 9(3).
       01 WS-TS-OVERTIME    PIC 9(3).
       01 WS-TS-SOURCE      PIC X.
       01 WS-TS-APPROVER    PIC X(15).
       01 WS-TS-APPROVED-N  PIC 9(4).
       01 WS-MAX-TS-HOURS   PIC 9(3) VALUE 300.
       01 WS-TS-COUNT       PIC 9(4) VALUE 0.
       01 WS-TS-IDX         PIC 9(4).
       01 WS-TS-FOUND       PIC X.
       01 WS-TS-FULL        PIC X VALUE "N".
       01 WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 2000 TIMES.
               10 WS-TSE-EMP-ID    PIC 9(3).
               10 WS-TSE-PERIOD    PIC 9(6).
               10 WS-TSE-NORMAL    PIC 9(3).
               10 WS-TSE-OVERTIME  PIC 9(3).
               10 WS-TSE-APPROVED  PIC X.
               10 WS-TSE-APPROVER  PIC X(15).
               10 WS-TSE-SOURCE    PIC X.
       01 WS-CLOCK-STATUS   PIC XX.
       01 WS-CLOCK-EOF      PIC X VALUE "N".
       01 WS-CSV-EMP        PIC X(10).
       01 WS-CSV-PERIOD     PIC X(10).
       01 WS-CSV-NORMAL     PIC X(10).
       01 WS-CSV-OVERTIME   PIC X(10).
       01 WS-CSV-FIELDS     PIC 9(2).
       01 WS-CSV-REASON     PIC X(30).
       01 WS-LOAD-ACCEPTED  PIC 9(5).
       01 WS-LOAD-REJECTED  PIC 9(5).

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "7. Relatorio de saldos por gozar (fim de ano)"
       DISPLAY "8. Registar deducao (penhora/adiantamento)"
       DISPLAY "9. Listar deducoes"
       DISPLAY "10. Centros de custo (departamento -> agencia)"
       DISPLAY "11. Registar folha de horas"
       DISPLAY "12. Aprovar folhas de horas (supervisor)"
       DISPLAY "13. Carregar exportacao do ponto"
       DISPLAY "14. Historico de taxas de um empregado"
       DISPLAY "15. Sair"
       ACCEPT WS-OPTION

       EVALUATE WS-OPTION
           WHEN 7 PERFORM CARRYOVER-REPORT
           WHEN 8 PERFORM REGISTER-DEDUCTION
           WHEN 9 PERFORM LIST-DEDUCTIONS
           WHEN 10 PERFORM SET-COST-CENTRE
           WHEN 11 PERFORM RECORD-TIMESHEET
           WHEN 12 PERFORM APPROVE-TIMESHEETS
           WHEN 13 PERFORM IMPORT-CLOCK-EXPORT
           WHEN 14 PERFORM LIST-RATE-HISTORY
           WHEN 15 GO TO END-PROG
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

                           " Taxa: " EMP-M-RATE
                           " Estado: " EMP-M-STATUS
                           " Conta: " EMP-M-BANK-ACC
                           " Regime: " EMP-M-PAY-BASIS
           END-READ
       END-PERFORM
       CLOSE EMPLOYEE-FILE.
       END-IF
       DISPLAY "Conta bancaria para o salario (0 = manual):"
       ACCEPT WS-BANK-ACC
       DISPLAY "Regime (S=assalariado, H=a hora):"
       ACCEPT WS-PAY-BASIS
       MOVE FUNCTION UPPER-CASE(WS-PAY-BASIS) TO WS-PAY-BASIS
       IF WS-PAY-BASIS NOT = "S" AND WS-PAY-BASIS NOT = "H"
           DISPLAY "Regime invalido."
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND EMPLOYEE-FILE
       IF WS-EMP-STATUS = "05" OR WS-EMP-STATUS = "35"
       MOVE WS-RATE TO EMP-M-RATE
       MOVE "A" TO EMP-M-STATUS
       MOVE WS-BANK-ACC TO EMP-M-BANK-ACC
       MOVE WS-PAY-BASIS TO EMP-M-PAY-BASIS
       WRITE EMP-REC
       CLOSE EMPLOYEE-FILE

       MOVE 0 TO WS-OLD-RATE
       MOVE WS-HIRE TO WS-RATE-EFFECTIVE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM WRITE-RATE-HISTORY
       DISPLAY "Empregado admitido.".

FIND-EMPLOYEE.
       ACCEPT WS-RATE
       DISPLAY "Nova conta bancaria (0 = manual):"
       ACCEPT WS-BANK-ACC
       DISPLAY "Regime (S=assalariado, H=a hora):"
       ACCEPT WS-PAY-BASIS
       MOVE FUNCTION UPPER-CASE(WS-PAY-BASIS) TO WS-PAY-BASIS

       IF WS-HOURS = 0 OR WS-HOURS > WS-MAX-HOURS
          OR WS-RATE = 0 OR WS-RATE > WS-MAX-RATE
           DISPLAY "Horas ou taxa fora de limites - nada alterado."
           EXIT PARAGRAPH
       END-IF
       IF WS-PAY-BASIS NOT = "S" AND WS-PAY-BASIS NOT = "H"
           DISPLAY "Regime invalido - nada alterado."
           EXIT PARAGRAPH
       END-IF

      *> Mudanca de taxa: pede a data de efeito (pode ser anterior a
      *> hoje; os retroativos calculam-se no PAYROLL-SYSTEM).
       PERFORM FIND-EMPLOYEE
       IF WS-FOUND = "N"
           DISPLAY "Empregado nao encontrado."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RATE-CHANGED
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-RATE NOT = EMP-M-RATE
           MOVE "S" TO WS-RATE-CHANGED
           MOVE EMP-M-RATE TO WS-OLD-RATE
           DISPLAY "Data de efeito da nova taxa (AAAAMMDD, 0 = hoje):"
           ACCEPT WS-RATE-EFFECTIVE
           IF WS-RATE-EFFECTIVE = 0
               MOVE WS-TODAY TO WS-RATE-EFFECTIVE
           END-IF
           IF WS-RATE-EFFECTIVE > WS-TODAY
              OR WS-RATE-EFFECTIVE < EMP-M-HIRE-DATE
               DISPLAY "Data de efeito invalida (entre a admissao e "
                       "hoje) - nada alterado."
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE "N" TO WS-FOUND
       OPEN INPUT EMPLOYEE-FILE
                       MOVE WS-HOURS TO EMP-M-HOURS
                       MOVE WS-RATE TO EMP-M-RATE
                       MOVE WS-BANK-ACC TO EMP-M-BANK-ACC
                       MOVE WS-PAY-BASIS TO EMP-M-PAY-BASIS
                   END-IF
                   MOVE EMP-REC TO EMP-TEMP-REC
                   WRITE EMP-TEMP-REC
       IF WS-FOUND = "S"
           CALL "SYSTEM" USING
               "mv employees_master.tmp employees_master.dat"
           IF WS-RATE-CHANGED = "S"
               PERFORM WRITE-RATE-HISTORY
           END-IF
           DISPLAY "Empregado alterado."
       ELSE
           CALL "SYSTEM" USING "rm -f employees_master.tmp"
           DISPLAY "Empregado nao encontrado."
       END-IF.

*>-----------------------------------------------------------------
*> Acrescenta ao historico a taxa WS-RATE de WS-ID com efeito em
*> WS-RATE-EFFECTIVE. Subidas com efeito anterior a hoje ficam
*> pendentes de retroativos; descidas retroativas nao geram
*> reposicao automatica (registar um adiantamento a recuperar).
*>-----------------------------------------------------------------
WRITE-RATE-HISTORY.
       OPEN EXTEND RATE-HIST-FILE
       IF WS-RH-STATUS = "05" OR WS-RH-STATUS = "35"
           CLOSE RATE-HIST-FILE
           OPEN OUTPUT RATE-HIST-FILE
           CLOSE RATE-HIST-FILE
           OPEN EXTEND RATE-HIST-FILE
       END-IF
       MOVE WS-ID TO RH-EMP-ID
       MOVE WS-RATE-EFFECTIVE TO RH-EFFECTIVE
       MOVE WS-OLD-RATE TO RH-OLD-RATE
       MOVE WS-RATE TO RH-RATE
       MOVE WS-TODAY TO RH-ENTERED
       IF WS-RATE-EFFECTIVE < WS-TODAY AND WS-OLD-RATE > 0
          AND WS-RATE > WS-OLD-RATE
           MOVE "P" TO RH-RETRO
           DISPLAY "Taxa com efeito retroativo a " WS-RATE-EFFECTIVE
                   " - retroativos pendentes para o PAYROLL-SYSTEM."
       ELSE
           MOVE "N" TO RH-RETRO
           IF WS-RATE-EFFECTIVE < WS-TODAY AND WS-RATE < WS-OLD-RATE
               DISPLAY "Descida retroativa: a reposicao nao e "
                       "automatica."
           END-IF
       END-IF
       WRITE RH-REC
       CLOSE RATE-HIST-FILE.

LIST-RATE-HISTORY.
       DISPLAY "Numero do empregado:"
       ACCEPT WS-ID
       OPEN INPUT RATE-HIST-FILE
       IF WS-RH-STATUS = "35"
           CLOSE RATE-HIST-FILE
           DISPLAY "Sem historico de taxas."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RH-EOF
       PERFORM UNTIL WS-RH-EOF = "Y"
           READ RATE-HIST-FILE
               AT END MOVE "Y" TO WS-RH-EOF
               NOT AT END
                   IF RH-EMP-ID = WS-ID
                       DISPLAY "Efeito " RH-EFFECTIVE
                               " Taxa: " RH-OLD-RATE " -> " RH-RATE
                               " Registada: " RH-ENTERED
                               " Retroativos: " RH-RETRO
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RATE-HIST-FILE.

*>-----------------------------------------------------------------
*> Regista uma ausencia no cartao eletronico: tipo V (ferias),
*> S (baixa) ou U (sem vencimento), com datas e dias uteis.
       END-PERFORM
       CLOSE EMPLOYEE-FILE
       CLOSE CARRY-FILE
       MOVE "leave_carryover_report.txt" TO RPQ-FILE
       MOVE "LEAVECRY" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Relatorio em leave_carryover_report.txt.".

*>-----------------------------------------------------------------
       END-PERFORM
       CLOSE DEDUCT-FILE.

*>-----------------------------------------------------------------
*> Associa um departamento a agencia dos seus custos com pessoal:
*> mostra as associacoes atuais e substitui (ou acrescenta) a do
*> departamento pedido. Agencia 0 retira a associacao.
*>-----------------------------------------------------------------
SET-COST-CENTRE.
       OPEN INPUT COSTCTR-FILE
       IF WS-CC-STATUS = "35"
           CLOSE COSTCTR-FILE
           OPEN OUTPUT COSTCTR-FILE
           CLOSE COSTCTR-FILE
           OPEN INPUT COSTCTR-FILE
       END-IF
       MOVE "N" TO WS-CC-EOF
       PERFORM UNTIL WS-CC-EOF = "Y"
           READ COSTCTR-FILE
               AT END MOVE "Y" TO WS-CC-EOF
               NOT AT END
                   DISPLAY "Departamento " CC-DEPT
                           " Agencia: " CC-BRANCH
           END-READ
       END-PERFORM
       CLOSE COSTCTR-FILE

       DISPLAY "Departamento:"
       ACCEPT WS-DEPT
       IF WS-DEPT = SPACES
           DISPLAY "Departamento obrigatorio."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Agencia dos custos (0 = sede/retirar):"
       ACCEPT WS-CC-BRANCH

       OPEN INPUT COSTCTR-FILE
       OPEN OUTPUT COSTCTR-TEMP
       MOVE "N" TO WS-CC-EOF
       PERFORM UNTIL WS-CC-EOF = "Y"
           READ COSTCTR-FILE
               AT END MOVE "Y" TO WS-CC-EOF
               NOT AT END
                   IF CC-DEPT NOT = WS-DEPT
                       MOVE CC-REC TO CC-TEMP-REC
                       WRITE CC-TEMP-REC
                   END-IF
           END-READ
       END-PERFORM
       IF WS-CC-BRANCH NOT = 0
           MOVE WS-DEPT TO CC-DEPT
           MOVE WS-CC-BRANCH TO CC-BRANCH
           MOVE CC-REC TO CC-TEMP-REC
           WRITE CC-TEMP-REC
       END-IF
       CLOSE COSTCTR-FILE
       CLOSE COSTCTR-TEMP
       CALL "SYSTEM" USING
           "mv payroll_cost_centres.tmp payroll_cost_centres.dat"
       DISPLAY "Centro de custo do departamento " WS-DEPT
               " atualizado.".

*>-----------------------------------------------------------------
*> Regista (ou substitui) a folha de horas de um empregado num mes:
*> horas normais e extraordinarias. A folha fica por aprovar.
*>-----------------------------------------------------------------
RECORD-TIMESHEET.
       DISPLAY "Numero do empregado:"
       ACCEPT WS-ID
       PERFORM FIND-EMPLOYEE
       IF WS-FOUND = "N"
           DISPLAY "Empregado nao encontrado."
           EXIT PARAGRAPH
       END-IF
       IF NOT EMP-M-ACTIVE
           DISPLAY "Empregado com contrato terminado."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Periodo (AAAAMM):"
       ACCEPT WS-TS-PERIOD
       PERFORM CHECK-TS-PERIOD
       IF WS-TS-PERIOD = 0
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Horas normais:"
       ACCEPT WS-TS-NORMAL
       DISPLAY "Horas extraordinarias:"
       ACCEPT WS-TS-OVERTIME
       IF WS-TS-NORMAL + WS-TS-OVERTIME = 0
          OR WS-TS-NORMAL + WS-TS-OVERTIME > WS-MAX-TS-HOURS
           DISPLAY "Horas fora de limites (1-" WS-MAX-TS-HOURS ")."
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-TS-TABLE
       MOVE "M" TO WS-TS-SOURCE
       PERFORM UPSERT-TS-ENTRY
       IF WS-TS-FULL = "S"
           DISPLAY "Tabela de folhas de horas cheia - nada gravado."
           EXIT PARAGRAPH
       END-IF
       PERFORM SAVE-TS-TABLE
       DISPLAY "Folha de horas registada (por aprovar).".

      *> Periodo AAAAMM plausivel; devolve 0 se nao for.
CHECK-TS-PERIOD.
       DIVIDE WS-TS-PERIOD BY 100 GIVING WS-TS-YEAR
           REMAINDER WS-TS-MONTH
       IF WS-TS-YEAR < 2000 OR WS-TS-MONTH < 1 OR WS-TS-MONTH > 12
           MOVE 0 TO WS-TS-PERIOD
       END-IF.

*>-----------------------------------------------------------------
*> Aprovacao pelo supervisor: lista as folhas do mes por aprovar e
*> aprova a do empregado indicado (0 = todas as pendentes do mes).
*>-----------------------------------------------------------------
APPROVE-TIMESHEETS.
       DISPLAY "Periodo (AAAAMM):"
       ACCEPT WS-TS-PERIOD
       PERFORM CHECK-TS-PERIOD
       IF WS-TS-PERIOD = 0
           DISPLAY "Periodo invalido."
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-TS-TABLE
       MOVE 0 TO WS-TS-APPROVED-N
       PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
           IF WS-TSE-PERIOD (WS-TS-IDX) = WS-TS-PERIOD
              AND WS-TSE-APPROVED (WS-TS-IDX) NOT = "S"
               DISPLAY "Empregado " WS-TSE-EMP-ID (WS-TS-IDX)
                       " Normais: " WS-TSE-NORMAL (WS-TS-IDX)
                       " Extra: " WS-TSE-OVERTIME (WS-TS-IDX)
                       " Origem: " WS-TSE-SOURCE (WS-TS-IDX)
               ADD 1 TO WS-TS-APPROVED-N
           END-IF
       END-PERFORM
       IF WS-TS-APPROVED-N = 0
           DISPLAY "Sem folhas por aprovar nesse periodo."
           EXIT PARAGRAPH
       END-IF

       DISPLAY "Empregado a aprovar (0 = todos os listados):"
       ACCEPT WS-ID
       DISPLAY "Nome do supervisor:"
       ACCEPT WS-TS-APPROVER
       IF WS-TS-APPROVER = SPACES
           DISPLAY "Supervisor obrigatorio."
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-TS-APPROVED-N
       PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
           IF WS-TSE-PERIOD (WS-TS-IDX) = WS-TS-PERIOD
              AND WS-TSE-APPROVED (WS-TS-IDX) NOT = "S"
              AND (WS-ID = 0 OR WS-TSE-EMP-ID (WS-TS-IDX) = WS-ID)
               MOVE "S" TO WS-TSE-APPROVED (WS-TS-IDX)
               MOVE WS-TS-APPROVER TO WS-TSE-APPROVER (WS-TS-IDX)
               ADD 1 TO WS-TS-APPROVED-N
           END-IF
       END-PERFORM
       IF WS-TS-APPROVED-N = 0
           DISPLAY "Nenhuma folha pendente para esse empregado."
           EXIT PARAGRAPH
       END-IF
       PERFORM SAVE-TS-TABLE
       DISPLAY "Folhas aprovadas: " WS-TS-APPROVED-N.

*>-----------------------------------------------------------------
*> Carrega a exportacao do relogio de ponto. Cada linha valida
*> substitui a folha do empregado/mes e fica por aprovar; as
*> invalidas vao para timesheet_import_rejects.csv com o motivo.
*>-----------------------------------------------------------------
IMPORT-CLOCK-EXPORT.
       OPEN INPUT CLOCK-FILE
       IF WS-CLOCK-STATUS = "35"
           CLOSE CLOCK-FILE
           DISPLAY "timesheet_import.csv nao existe."
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-TS-TABLE
       OPEN OUTPUT CLOCK-REJECT-FILE
       MOVE 0 TO WS-LOAD-ACCEPTED
       MOVE 0 TO WS-LOAD-REJECTED
       MOVE "N" TO WS-CLOCK-EOF
       PERFORM UNTIL WS-CLOCK-EOF = "Y"
           READ CLOCK-FILE
               AT END MOVE "Y" TO WS-CLOCK-EOF
               NOT AT END PERFORM IMPORT-ONE-CLOCK-LINE
           END-READ
       END-PERFORM
       CLOSE CLOCK-FILE
       CLOSE CLOCK-REJECT-FILE

       IF WS-LOAD-ACCEPTED > 0
           PERFORM SAVE-TS-TABLE
       END-IF
       DISPLAY "Carregadas: " WS-LOAD-ACCEPTED
               "  Rejeitadas: " WS-LOAD-REJECTED
               " (timesheet_import_rejects.csv)".

IMPORT-ONE-CLOCK-LINE.
       MOVE SPACES TO WS-CSV-EMP WS-CSV-PERIOD WS-CSV-NORMAL
                      WS-CSV-OVERTIME WS-CSV-REASON
       MOVE 0 TO WS-CSV-FIELDS
       UNSTRING CLOCK-LINE DELIMITED BY ","
           INTO WS-CSV-EMP WS-CSV-PERIOD WS-CSV-NORMAL WS-CSV-OVERTIME
           TALLYING IN WS-CSV-FIELDS
       END-UNSTRING

      *> Linha de cabecalho e linhas em branco sao ignoradas.
       IF CLOCK-LINE = SPACES
          OR FUNCTION UPPER-CASE(WS-CSV-EMP) = "EMP"
           EXIT PARAGRAPH
       END-IF

       EVALUATE TRUE
           WHEN WS-CSV-FIELDS < 4
               MOVE "FALTAM CAMPOS" TO WS-CSV-REASON
           WHEN FUNCTION TEST-NUMVAL(WS-CSV-EMP) NOT = 0
               MOVE "EMPREGADO INVALIDO" TO WS-CSV-REASON
           WHEN FUNCTION TEST-NUMVAL(WS-CSV-PERIOD) NOT = 0
               MOVE "PERIODO INVALIDO" TO WS-CSV-REASON
           WHEN FUNCTION TEST-NUMVAL(WS-CSV-NORMAL) NOT = 0
             OR FUNCTION TEST-NUMVAL(WS-CSV-OVERTIME) NOT = 0
               MOVE "HORAS INVALIDAS" TO WS-CSV-REASON
           WHEN FUNCTION NUMVAL(WS-CSV-NORMAL) < 0
             OR FUNCTION NUMVAL(WS-CSV-OVERTIME) < 0
             OR FUNCTION NUMVAL(WS-CSV-NORMAL)
                + FUNCTION NUMVAL(WS-CSV-OVERTIME) = 0
             OR FUNCTION NUMVAL(WS-CSV-NORMAL)
                + FUNCTION NUMVAL(WS-CSV-OVERTIME) > WS-MAX-TS-HOURS
               MOVE "HORAS FORA DE LIMITES" TO WS-CSV-REASON
           WHEN OTHER
               MOVE FUNCTION NUMVAL(WS-CSV-EMP) TO WS-ID
               MOVE FUNCTION NUMVAL(WS-CSV-PERIOD) TO WS-TS-PERIOD
               PERFORM CHECK-TS-PERIOD
               IF WS-TS-PERIOD = 0
                   MOVE "PERIODO INVALIDO" TO WS-CSV-REASON
               ELSE
                   PERFORM FIND-EMPLOYEE
                   IF WS-FOUND = "N"
                       MOVE "EMPREGADO NAO EXISTE" TO WS-CSV-REASON
                   ELSE
                       IF NOT EMP-M-ACTIVE
                           MOVE "CONTRATO TERMINADO" TO WS-CSV-REASON
                       END-IF
                   END-IF
               END-IF
       END-EVALUATE

       IF WS-CSV-REASON = SPACES
           MOVE FUNCTION NUMVAL(WS-CSV-NORMAL) TO WS-TS-NORMAL
           MOVE FUNCTION NUMVAL(WS-CSV-OVERTIME) TO WS-TS-OVERTIME
           MOVE "I" TO WS-TS-SOURCE
           PERFORM UPSERT-TS-ENTRY
           IF WS-TS-FULL = "S"
               MOVE "TABELA CHEIA" TO WS-CSV-REASON
           END-IF
       END-IF

       IF WS-CSV-REASON NOT = SPACES
           ADD 1 TO WS-LOAD-REJECTED
           MOVE SPACES TO CLOCK-REJECT-LINE
           STRING FUNCTION TRIM(CLOCK-LINE) DELIMITED BY SIZE
                  ",REJEITADO: " DELIMITED BY SIZE
                  WS-CSV-REASON DELIMITED BY SIZE
                  INTO CLOCK-REJECT-LINE
           END-STRING
           WRITE CLOCK-REJECT-LINE
       ELSE
           ADD 1 TO WS-LOAD-ACCEPTED
       END-IF.

LOAD-TS-TABLE.
       MOVE 0 TO WS-TS-COUNT
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
                   IF WS-TS-COUNT < 2000
                       ADD 1 TO WS-TS-COUNT
                       MOVE TS-REC TO WS-TS-ENTRY (WS-TS-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TIMESHEET-FILE.

      *> Substitui ou acrescenta a folha WS-ID/WS-TS-PERIOD com as
      *> horas de WS-TS-NORMAL/WS-TS-OVERTIME, sempre por aprovar.
UPSERT-TS-ENTRY.
       MOVE "N" TO WS-TS-FULL
       MOVE "N" TO WS-TS-FOUND
       PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT OR WS-TS-FOUND = "S"
           IF WS-TSE-EMP-ID (WS-TS-IDX) = WS-ID
              AND WS-TSE-PERIOD (WS-TS-IDX) = WS-TS-PERIOD
               MOVE "S" TO WS-TS-FOUND
           END-IF
       END-PERFORM
       IF WS-TS-FOUND = "S"
           SUBTRACT 1 FROM WS-TS-IDX
       ELSE
           IF WS-TS-COUNT >= 2000
               MOVE "S" TO WS-TS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TS-COUNT
           MOVE WS-TS-COUNT TO WS-TS-IDX
       END-IF
       MOVE WS-ID TO WS-TSE-EMP-ID (WS-TS-IDX)
       MOVE WS-TS-PERIOD TO WS-TSE-PERIOD (WS-TS-IDX)
       MOVE WS-TS-NORMAL TO WS-TSE-NORMAL (WS-TS-IDX)
       MOVE WS-TS-OVERTIME TO WS-TSE-OVERTIME (WS-TS-IDX)
       MOVE "N" TO WS-TSE-APPROVED (WS-TS-IDX)
       MOVE SPACES TO WS-TSE-APPROVER (WS-TS-IDX)
       MOVE WS-TS-SOURCE TO WS-TSE-SOURCE (WS-TS-IDX).

SAVE-TS-TABLE.
       OPEN OUTPUT TIMESHEET-FILE
       PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
           MOVE WS-TS-ENTRY (WS-TS-IDX) TO TS-REC
           WRITE TS-REC
       END-PERFORM
       CLOSE TIMESHEET-FILE.

      *> Termina o contrato: estado T + data de saida; o registo
      *> fica no ficheiro para o historico YTD.
TERMINATE-EMPLOYEE.
           CALL "SYSTEM" USING "rm -f employees_master.tmp"
           DISPLAY "Empregado nao encontrado ou ja terminado."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "EMP-MAINT" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
