       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERM-CHECK.

      *> Matriz de permissoes perfil x programa x opcao
      *> (permissions.dat). Cada programa de balcao chama-a quando o
      *> operador escolhe uma opcao do menu: uma linha para o perfil e
      *> a opcao (ou "**", todas as opcoes do programa) concede ou
      *> recusa a opcao por cima da regra de perfil que o programa tem
      *> no codigo; sem linha, vale essa regra. Assim dar a uma equipa
      *> o FRAUD-REVIEW e nao o AUTH-QUEUE e uma linha na matriz,
      *> mantida no menu de Admin do BANK-SYSTEM-D28.
      *>
      *> Toda a recusa -- da matriz ou da regra do proprio programa
      *> (acao D) -- fica na trilha de auditoria com o operador, o
      *> programa e a opcao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERM-FILE ASSIGN TO "permissions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PERM-FILE.
       COPY "PERMISSION-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PERM-STATUS   PIC XX.
       01 WS-EOF           PIC X.
       01 WS-ALL-RESULT    PIC X.

      *> Sequencia e cadeia de controlo da trilha de auditoria.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-SEQ     PIC 9(6).
       01 WS-AUDIT-CHAIN   PIC 9(10).
       01 WS-AUDIT-PAYLOAD PIC X(72).
       01 WS-AUDIT-EOF     PIC X.
       01 WS-AUD-IDX       PIC 9(3).
       01 WS-AUD-SUM       PIC 9(15).
       01 WS-AUDIT-USER    PIC A(20).
       01 WS-AUDIT-ACTION  PIC X(40).

       LINKAGE SECTION.
       COPY "PERM-REQUEST.cpy".

       PROCEDURE DIVISION USING PERM-REQUEST.

       MAIN-PROCEDURE.
           EVALUATE PMQ-ACTION
               WHEN "C" PERFORM CHECK-OPTION
               WHEN "D" PERFORM LOG-DENIAL
           END-EVALUATE
           GOBACK.

      *> Linha exata da opcao prevalece sobre a linha "**" do
      *> programa; sem ficheiro ou sem linha o resultado fica em
      *> branco e decide a regra do programa.
       CHECK-OPTION.
           MOVE SPACE TO PMQ-RESULT
           MOVE SPACE TO WS-ALL-RESULT
           OPEN INPUT PERM-FILE
           IF WS-PERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PERM-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PERM-PROGRAM = PMQ-PROGRAM
                          AND PERM-ROLE = PMQ-ROLE
                           IF PERM-FUNCTION = PMQ-FUNCTION
                               MOVE PERM-ALLOW TO PMQ-RESULT
                           END-IF
                           IF PERM-FUNCTION = "**"
                               MOVE PERM-ALLOW TO WS-ALL-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERM-FILE

           IF PMQ-RESULT = SPACE
               MOVE WS-ALL-RESULT TO PMQ-RESULT
           END-IF
           IF PERM-REFUSED
               DISPLAY "Acesso negado: opcao vedada ao perfil pela "
                       "matriz de permissoes."
               PERFORM LOG-DENIAL
           END-IF.

       LOG-DENIAL.
           MOVE PMQ-USER TO WS-AUDIT-USER
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ACCESS DENIED " DELIMITED BY SIZE
                  PMQ-PROGRAM DELIMITED BY SPACE
                  " OPT " DELIMITED BY SIZE
                  PMQ-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

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
