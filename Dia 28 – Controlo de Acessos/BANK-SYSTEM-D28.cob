           SELECT PINS-TEMP-FILE ASSIGN TO "customer_pins.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Matriz de permissoes perfil x programa x opcao (PERM-CHECK,
      *> Dia 92), mantida no menu de Admin, e a sua versao impressa
      *> para os auditores.
           SELECT PERMISSION-FILE ASSIGN TO "permissions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.

           SELECT PERMISSION-TEMP-FILE ASSIGN TO "permissions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERM-REPORT-FILE ASSIGN TO "permission_matrix.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PINS-TEMP-FILE.
       01 CP-TEMP-REC PIC X(29).

       FD PERMISSION-FILE.
       COPY "PERMISSION-RECORD.cpy".

      *> Width must match PERM-REC exactly (52 chars).
       FD PERMISSION-TEMP-FILE.
       01 PERM-TEMP-REC PIC X(52).

       FD PERM-REPORT-FILE.
       01 PERM-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPTION     PIC 9(2) VALUE 0.
       01 WS-USERNAME   PIC A(20).
       01 WS-NEW-LIMIT       PIC 9(7)V99.
       01 WS-PASSWORD   PIC A(20).
       01 WS-LAST-LOGIN-LINE PIC X(100).
       01 WS-LOGIN-HITS     PIC 9(2).

      *> Manutencao da matriz de permissoes. WS-PERM-KEY tem a ordem
      *> das primeiras posicoes de PERM-REC (programa, opcao, perfil)
      *> para a insercao ordenada.
       01 WS-PERM-STATUS    PIC XX.
       01 WS-PERM-EOF       PIC X.
       01 WS-PERM-FOUND     PIC X.
       01 WS-PERM-WRITTEN   PIC X.
       01 WS-PERM-COUNT     PIC 9(4).
       01 WS-PERM-OLD       PIC X.
       01 WS-PERM-HOLD      PIC X(52).
       01 WS-PERM-KEY.
           05 WS-IN-PROGRAM PIC X(20).
           05 WS-IN-FUNC    PIC X(2).
           05 WS-IN-ROLE    PIC X.
       01 WS-IN-ALLOW       PIC X.
       01 WS-PERM-TODAY     PIC 9(8).
       01 WS-PERM-LAST-PROG PIC X(20).
      *> Opcao de sair do menu corrente, que a matriz nunca recusa.
       01 WS-MENU-EXIT      PIC 9(2).

      *> Linha de detalhe da matriz impressa.
       01 WS-PRPT-DETAIL.
           05 WS-PRPT-PROGRAM  PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PRPT-FUNC     PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PRPT-ROLE     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PRPT-ALLOW    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PRPT-SET-BY   PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PRPT-DATE     PIC 9(8).


      *> Sequencia e cadeia de controlo da trilha de auditoria.
       01 WS-AUDIT-SEQ     PIC 9(6).
       01 WS-AUD-IDX       PIC 9(3).
       01 WS-AUD-SUM       PIC 9(15).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       01 WS-URPT-LINE-COUNT   PIC 9(2) VALUE 0.
       01 WS-URPT-LINES-PP     PIC 9(2) VALUE 20.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "BANK-SYSTEM-D28" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat de versao diferente da
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

      *> Matriz de permissoes (PERM-CHECK, Dia 92) nos menus de cada
      *> perfil. Aqui o perfil escolhe o menu, por isso a matriz so
      *> serve para recusar opcoes; sair nunca e recusado e o menu de
      *> Admin fica de fora -- e dele que a matriz se corrige.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = WS-MENU-EXIT OR WS-ROLE = "A"
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO PMQ-ACTION
       MOVE "BANK-SYSTEM-D28" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-ROLE TO PMQ-ROLE
       MOVE WS-CURRENT-USER TO PMQ-USER
       CALL "PERM-CHECK" USING PERM-REQUEST.


      *>-----------------------------------------------------------
      *> Trilha de auditoria com evidencia de adulteracao: cada
       DISPLAY "3. Emitir/repor PIN de quiosque"
       DISPLAY "4. Sair"
       ACCEPT WS-OPTION
       MOVE 4 TO WS-MENU-EXIT
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO TELLER-MENU
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 DISPLAY "User: " WS-CURRENT-USER " Role: Teller"
       DISPLAY "===== AUDITOR (SOMENTE LEITURA) ====="
       DISPLAY "1. Listar Utilizadores"
       DISPLAY "2. Alterar Password"
       DISPLAY "3. Imprimir matriz de permissoes"
       DISPLAY "4. Sair"
       ACCEPT WS-OPTION
       MOVE 4 TO WS-MENU-EXIT
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO AUDITOR-MENU
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-USERS
           WHEN 2 PERFORM CHANGE-PASSWORD
           WHEN 3 PERFORM PRINT-PERMISSION-MATRIX
           WHEN 4 EXIT PARAGRAPH
       END-EVALUATE

       GO TO AUDITOR-MENU.
       DISPLAY "6. Ultimo login de Utilizador"
       DISPLAY "7. Definir limite de autorizacao de operador"
       DISPLAY "8. Emitir/repor PIN de quiosque"
       DISPLAY "9. Matriz de permissoes"
       DISPLAY "10. Sair"
       ACCEPT WS-OPTION
       MOVE 10 TO WS-MENU-EXIT
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO ADMIN-MENU
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-USERS
           WHEN 6 PERFORM SHOW-LAST-LOGIN
           WHEN 7 PERFORM SET-AUTH-LIMIT
           WHEN 8 PERFORM ISSUE-KIOSK-PIN
           WHEN 9 PERFORM PERMISSION-MENU
           WHEN 10 EXIT PARAGRAPH
       END-EVALUATE

       GO TO ADMIN-MENU.

*>-----------------------------------------------------------------
*> Matriz de permissoes (permissions.dat, lida pelo PERM-CHECK em
*> cada menu dos programas de balcao): uma linha por perfil x
*> programa x opcao, S concede e N recusa por cima da regra de
*> perfil do programa; apagar a linha devolve a decisao ao
*> programa. Cada alteracao fica na trilha com o valor antigo e o
*> novo.
*>-----------------------------------------------------------------
PERMISSION-MENU.
       DISPLAY "===== MATRIZ DE PERMISSOES ====="
       DISPLAY "1. Listar matriz"
       DISPLAY "2. Conceder / recusar opcao a um perfil"
       DISPLAY "3. Retirar linha (volta a regra do programa)"
       DISPLAY "4. Imprimir matriz"
       DISPLAY "5. Voltar"
       ACCEPT WS-OPTION

       EVALUATE WS-OPTION
           WHEN 1 PERFORM LIST-PERMISSIONS
           WHEN 2 PERFORM SET-PERMISSION
           WHEN 3 PERFORM REMOVE-PERMISSION
           WHEN 4 PERFORM PRINT-PERMISSION-MATRIX
           WHEN 5 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO PERMISSION-MENU.

LIST-PERMISSIONS.
       OPEN INPUT PERMISSION-FILE
       IF WS-PERM-STATUS NOT = "00"
           DISPLAY "Matriz vazia - vale a regra de perfil de cada "
                   "programa."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-PERM-COUNT
       MOVE "N" TO WS-PERM-EOF
       PERFORM UNTIL WS-PERM-EOF = "Y"
           READ PERMISSION-FILE
               AT END MOVE "Y" TO WS-PERM-EOF
               NOT AT END
                   ADD 1 TO WS-PERM-COUNT
                   DISPLAY PERM-PROGRAM " opcao " PERM-FUNCTION
                           " perfil " PERM-ROLE " -> " PERM-ALLOW
                           " (" FUNCTION TRIM(PERM-SET-BY) " "
                           PERM-SET-DATE ")"
           END-READ
       END-PERFORM
       CLOSE PERMISSION-FILE
       DISPLAY "Linhas: " WS-PERM-COUNT.

      *> Pede programa, opcao e perfil para WS-PERM-KEY; a opcao
      *> aceita "**" (todas) ou o numero do menu, guardado com dois
      *> digitos. WS-PERM-FOUND = "X" quando os dados sao invalidos.
ACCEPT-PERMISSION-KEY.
       MOVE SPACE TO WS-PERM-FOUND
       DISPLAY "Programa (PROGRAM-ID, ex.: FRAUD-REVIEW):"
       ACCEPT WS-IN-PROGRAM
       MOVE FUNCTION UPPER-CASE(WS-IN-PROGRAM) TO WS-IN-PROGRAM
       DISPLAY "Opcao do menu (numero, ou ** para todas):"
       ACCEPT WS-IN-FUNC
       DISPLAY "Perfil (A=Admin/T=Teller/R=Auditor/U=User):"
       ACCEPT WS-IN-ROLE
       MOVE FUNCTION UPPER-CASE(WS-IN-ROLE) TO WS-IN-ROLE

       IF WS-IN-FUNC = "* "
           MOVE "**" TO WS-IN-FUNC
       END-IF
       IF WS-IN-FUNC(2:1) = SPACE AND WS-IN-FUNC(1:1) IS NUMERIC
           MOVE WS-IN-FUNC(1:1) TO WS-IN-FUNC(2:1)
           MOVE "0" TO WS-IN-FUNC(1:1)
       END-IF
       IF WS-IN-PROGRAM = SPACES
          OR (WS-IN-FUNC NOT = "**"
              AND (WS-IN-FUNC IS NOT NUMERIC OR WS-IN-FUNC = "00"))
          OR (WS-IN-ROLE NOT = "A" AND WS-IN-ROLE NOT = "T"
              AND WS-IN-ROLE NOT = "R" AND WS-IN-ROLE NOT = "U")
           DISPLAY "Dados invalidos."
           MOVE "X" TO WS-PERM-FOUND
       END-IF.

SET-PERMISSION.
       PERFORM ACCEPT-PERMISSION-KEY
       IF WS-PERM-FOUND = "X"
           EXIT PARAGRAPH
       END-IF
       IF WS-IN-PROGRAM = "BANK-SYSTEM-D28" AND WS-IN-ROLE = "A"
           DISPLAY "O menu de Admin deste programa nao entra na "
                   "matriz."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Acesso (S=conceder / N=recusar):"
       ACCEPT WS-IN-ALLOW
       EVALUATE WS-IN-ALLOW
           WHEN "S" WHEN "s" MOVE "Y" TO WS-IN-ALLOW
           WHEN "N" WHEN "n" MOVE "N" TO WS-IN-ALLOW
           WHEN OTHER
               DISPLAY "Dados invalidos."
               EXIT PARAGRAPH
       END-EVALUATE

       ACCEPT WS-PERM-TODAY FROM DATE YYYYMMDD
       MOVE "-" TO WS-PERM-OLD
       MOVE "N" TO WS-PERM-WRITTEN
       OPEN OUTPUT PERMISSION-TEMP-FILE
       OPEN INPUT PERMISSION-FILE
       IF WS-PERM-STATUS = "00"
           MOVE "N" TO WS-PERM-EOF
           PERFORM UNTIL WS-PERM-EOF = "Y"
               READ PERMISSION-FILE
                   AT END MOVE "Y" TO WS-PERM-EOF
                   NOT AT END
                       PERFORM MERGE-PERMISSION-LINE
               END-READ
           END-PERFORM
       END-IF
       CLOSE PERMISSION-FILE
       IF WS-PERM-WRITTEN = "N"
           PERFORM WRITE-NEW-PERMISSION
       END-IF
       CLOSE PERMISSION-TEMP-FILE
       CALL "SYSTEM" USING "mv permissions.tmp permissions.dat"

       MOVE WS-CURRENT-USER TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "PERM " DELIMITED BY SIZE
              WS-IN-ROLE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IN-PROGRAM DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-IN-FUNC DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PERM-OLD DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-IN-ALLOW DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Matriz atualizada.".

      *> Copia a linha lida para o temporario: a linha com a mesma
      *> chave e substituida; a nova entra antes da primeira chave
      *> maior, para o ficheiro continuar ordenado.
MERGE-PERMISSION-LINE.
       IF PERM-REC(1:23) = WS-PERM-KEY
           MOVE PERM-ALLOW TO WS-PERM-OLD
           PERFORM WRITE-NEW-PERMISSION
       ELSE
           MOVE PERM-REC TO WS-PERM-HOLD
           IF PERM-REC(1:23) > WS-PERM-KEY
              AND WS-PERM-WRITTEN = "N"
               PERFORM WRITE-NEW-PERMISSION
           END-IF
           MOVE WS-PERM-HOLD TO PERM-TEMP-REC
           WRITE PERM-TEMP-REC
       END-IF.

WRITE-NEW-PERMISSION.
       MOVE WS-IN-PROGRAM TO PERM-PROGRAM
       MOVE WS-IN-FUNC TO PERM-FUNCTION
       MOVE WS-IN-ROLE TO PERM-ROLE
       MOVE WS-IN-ALLOW TO PERM-ALLOW
       MOVE WS-CURRENT-USER TO PERM-SET-BY
       MOVE WS-PERM-TODAY TO PERM-SET-DATE
       MOVE PERM-REC TO PERM-TEMP-REC
       WRITE PERM-TEMP-REC
       MOVE "Y" TO WS-PERM-WRITTEN.

REMOVE-PERMISSION.
       PERFORM ACCEPT-PERMISSION-KEY
       IF WS-PERM-FOUND = "X"
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT PERMISSION-FILE
       IF WS-PERM-STATUS NOT = "00"
           DISPLAY "Matriz vazia."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PERMISSION-TEMP-FILE
       MOVE "N" TO WS-PERM-FOUND
       MOVE "N" TO WS-PERM-EOF
       PERFORM UNTIL WS-PERM-EOF = "Y"
           READ PERMISSION-FILE
               AT END MOVE "Y" TO WS-PERM-EOF
               NOT AT END
                   IF PERM-REC(1:23) = WS-PERM-KEY
                       MOVE "Y" TO WS-PERM-FOUND
                       MOVE PERM-ALLOW TO WS-PERM-OLD
                   ELSE
                       MOVE PERM-REC TO PERM-TEMP-REC
                       WRITE PERM-TEMP-REC
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PERMISSION-FILE
       CLOSE PERMISSION-TEMP-FILE

       IF WS-PERM-FOUND = "Y"
           CALL "SYSTEM" USING "mv permissions.tmp permissions.dat"
           MOVE WS-CURRENT-USER TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PERM " DELIMITED BY SIZE
                  WS-IN-ROLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IN-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-IN-FUNC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PERM-OLD DELIMITED BY SIZE
                  ">-" DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Linha retirada - vale a regra do programa."
       ELSE
           CALL "SYSTEM" USING "rm -f permissions.tmp"
           DISPLAY "Linha nao encontrada."
       END-IF.

      *> Matriz impressa para os auditores (permission_matrix.txt),
      *> agrupada por programa, com quem definiu cada linha e quando.
PRINT-PERMISSION-MATRIX.
       ACCEPT WS-PERM-TODAY FROM DATE YYYYMMDD
       OPEN OUTPUT PERM-REPORT-FILE
       MOVE SPACES TO PERM-REPORT-LINE
       STRING "MATRIZ DE PERMISSOES - " DELIMITED BY SIZE
              WS-PERM-TODAY DELIMITED BY SIZE
              INTO PERM-REPORT-LINE
       END-STRING
       WRITE PERM-REPORT-LINE
       MOVE "PROGRAMA              OPCAO  PERFIL    ACESSO    DEFINIDO P"
         & "OR          EM" TO PERM-REPORT-LINE
       WRITE PERM-REPORT-LINE
       MOVE ALL "-" TO PERM-REPORT-LINE
       WRITE PERM-REPORT-LINE

       MOVE 0 TO WS-PERM-COUNT
       MOVE SPACES TO WS-PERM-LAST-PROG
       OPEN INPUT PERMISSION-FILE
       IF WS-PERM-STATUS = "00"
           MOVE "N" TO WS-PERM-EOF
           PERFORM UNTIL WS-PERM-EOF = "Y"
               READ PERMISSION-FILE
                   AT END MOVE "Y" TO WS-PERM-EOF
                   NOT AT END PERFORM PRINT-PERMISSION-LINE
               END-READ
           END-PERFORM
       END-IF
       CLOSE PERMISSION-FILE

       MOVE SPACES TO PERM-REPORT-LINE
       WRITE PERM-REPORT-LINE
       MOVE "Opcao ou perfil sem linha: vale a regra de perfil do prog"
         & "rama." TO PERM-REPORT-LINE
       WRITE PERM-REPORT-LINE
       CLOSE PERM-REPORT-FILE
       MOVE "permission_matrix.txt" TO RPQ-FILE
       MOVE "PERMMTRX" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Matriz gravada em permission_matrix.txt - "
               WS-PERM-COUNT " linha(s).".

PRINT-PERMISSION-LINE.
       IF PERM-PROGRAM NOT = WS-PERM-LAST-PROG
          AND WS-PERM-COUNT > 0
           MOVE SPACES TO PERM-REPORT-LINE
           WRITE PERM-REPORT-LINE
       END-IF
       MOVE PERM-PROGRAM TO WS-PERM-LAST-PROG
       ADD 1 TO WS-PERM-COUNT
       MOVE PERM-PROGRAM TO WS-PRPT-PROGRAM
       IF PERM-FUNCTION = "**"
           MOVE "todas" TO WS-PRPT-FUNC
       ELSE
           MOVE PERM-FUNCTION TO WS-PRPT-FUNC
       END-IF
       EVALUATE PERM-ROLE
           WHEN "A" MOVE "Admin"   TO WS-PRPT-ROLE
           WHEN "T" MOVE "Teller"  TO WS-PRPT-ROLE
           WHEN "R" MOVE "Auditor" TO WS-PRPT-ROLE
           WHEN OTHER MOVE "User"  TO WS-PRPT-ROLE
       END-EVALUATE
       IF PERM-LINE-ALLOWS
           MOVE "Concede" TO WS-PRPT-ALLOW
       ELSE
           MOVE "Recusa" TO WS-PRPT-ALLOW
       END-IF
       MOVE PERM-SET-BY TO WS-PRPT-SET-BY
       MOVE PERM-SET-DATE TO WS-PRPT-DATE
       MOVE WS-PRPT-DETAIL TO PERM-REPORT-LINE
       WRITE PERM-REPORT-LINE.

*>-----------------------------------------------------------------
*> PIN de quiosque (KIOSK, Dia 56) emitido ou reposto ao balcao,
*> com o operador autenticado e a identidade do cliente conferida
       DISPLAY "Numero da conta:"
       ACCEPT WS-ACC-ID-IN

      *> So este ecra abre accounts.dat: a guarda fica aqui, para um
      *> ficheiro por carimbar nao impedir o login e a gestao de
      *> utilizadores.
       MOVE "BANK-SYSTEM-D28" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           EXIT PARAGRAPH
       END-IF

       MOVE "N" TO WS-FOUND
       OPEN INPUT ACCOUNTS-FILE
       IF WS-ACC-STATUS = "35"
       MOVE WS-ACC-ID-IN TO ACC-ID
       READ ACCOUNTS-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF NOT ACC-LAYOUT-HEADER
                   MOVE "Y" TO WS-FOUND
               END-IF
       END-READ
       CLOSE ACCOUNTS-FILE
       IF WS-FOUND = "N"
       DISPLAY "2. Alterar Password"
       DISPLAY "3. Sair"
       ACCEPT WS-OPTION
       MOVE 3 TO WS-MENU-EXIT
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO NORMAL-MENU
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 DISPLAY "User: " WS-CURRENT-USER
       END-PERFORM

       CLOSE USER-REPORT-FILE
       MOVE "user_listing.txt" TO RPQ-FILE
       MOVE "USERLIST" TO RPQ-TYPE
       MOVE SPACES TO RPQ-PERIOD
       PERFORM ARCHIVE-REPORT
       DISPLAY "Relatorio gravado em user_listing.txt - "
               WS-USER-COUNT " utilizador(es).".

                   WS-USERS-STATUS ") - corra o USERS-MIGRATE "
                   "(Dia 28) para alargar o ficheiro."
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "BANK-SYSTEM-D28" TO RPQ-PROGRAM
       MOVE WS-CURRENT-USER TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
