       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-INQUIRY.

      *> Consulta do repositorio de relatorios (REPORT-ARCHIVE). O
      *> indice report_index.dat diz que relatorios existem: tipo,
      *> geracao, programa que o escreveu, data e hora da corrida,
      *> periodo coberto, operador e numero de linhas. Daqui:
      *>   - pesquisa no indice por tipo, programa, periodo e
      *>     intervalo de datas de corrida;
      *>   - reimpressao de uma geracao passada (a ultima, se nao se
      *>     indicar) para report_reprint.txt, com uma linha de
      *>     cabecalho a identifica-la como reimpressao; cada
      *>     reimpressao fica na trilha de auditoria;
      *>   - resumo por tipo: geracoes disponiveis e purgadas, e a
      *>     primeira e a ultima corrida.
      *> As geracoes purgadas pela retencao (RETENTION-PURGE, Dia 61)
      *> continuam no indice mas ja nao se podem reimprimir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "report_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIX-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "report_reprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USERS-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEX-FILE.
       COPY "REPORT-INDEX-RECORD.cpy".

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(250).

       FD REPRINT-FILE.
       01 REPRINT-LINE PIC X(250).

       FD USERS-FILE.
       COPY "USER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION         PIC 9 VALUE 0.
       01 WS-RIX-STATUS     PIC XX.
       01 WS-ARC-STATUS     PIC XX.
       01 WS-RIX-EOF        PIC X VALUE "N".
       01 WS-ARC-EOF        PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-ARCHIVE-NAME   PIC X(40).

      *> Filtros da pesquisa; em branco ou zero = sem filtro. O
      *> periodo compara pelo inicio (2025 apanha 202503, 2025Q1...).
       01 WS-IN-TYPE        PIC X(8).
       01 WS-IN-PROGRAM     PIC X(20).
       01 WS-IN-PERIOD      PIC X(8).
       01 WS-IN-FROM        PIC 9(8).
       01 WS-IN-TO          PIC 9(8).
       01 WS-IN-GEN         PIC 9(4).
       01 WS-PERIOD-LEN     PIC 9(2).
       01 WS-MATCH          PIC X.
       01 WS-HIT-COUNT      PIC 9(5).

      *> Geracao escolhida para reimpressao.
       01 WS-SEL-FOUND      PIC X.
       01 WS-SEL-GEN        PIC 9(4).
       01 WS-SEL-STATUS     PIC X.
       01 WS-SEL-PROGRAM    PIC X(20).
       01 WS-SEL-RUN-DATE   PIC 9(8).
       01 WS-SEL-PERIOD     PIC X(8).
       01 WS-SEL-PURGED     PIC 9(8).
       01 WS-SEL-ARCHIVE    PIC X(40).
       01 WS-LINE-COUNT     PIC 9(7).

      *> Resumo por tipo de relatorio.
       01 WS-TYPE-TABLE.
           05 WS-TT-ENTRY OCCURS 200 TIMES.
               10 WS-TT-TYPE      PIC X(8).
               10 WS-TT-AVAIL     PIC 9(5).
               10 WS-TT-PURGED    PIC 9(5).
               10 WS-TT-FIRST     PIC 9(8).
               10 WS-TT-LAST      PIC 9(8).
               10 WS-TT-LAST-GEN  PIC 9(4).
       01 WS-TT-COUNT       PIC 9(4) VALUE 0.
       01 WS-TT-IDX         PIC 9(4).
       01 WS-TT-SWAP        PIC X(38).
       01 WS-SORT-I         PIC 9(4).
       01 WS-SORT-J         PIC 9(4).
       01 WS-SORT-LIMIT     PIC 9(4).

      *> Layout of one line of the search results.
       01 WS-HIT-DETAIL.
           05 WS-HD-TYPE       PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-HD-GEN        PIC Z(3)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-HD-PROGRAM    PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-HD-RUN-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-HD-RUN-TIME   PIC 9(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-HD-PERIOD     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-HD-OPERATOR   PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-HD-RECORDS    PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-HD-STATUS     PIC X(18).

      *> Layout of one line of the per-type summary.
       01 WS-SUM-DETAIL.
           05 WS-SD-TYPE       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SD-AVAIL      PIC Z(4)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SD-PURGED     PIC Z(4)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SD-LAST-GEN   PIC Z(3)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SD-FIRST      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SD-LAST       PIC 9(8).

       01 WS-GEN-TEXT       PIC 9(4).

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

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

       PROCEDURE DIVISION.


MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "REPORT-INQUIRY" TO LOCK-PROGRAM
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
       IF WS-OPTION = 4
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

FILL-PERM-REQUEST.
       MOVE "REPORT-INQUIRY" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== ARQUIVO DE RELATORIOS ====="
       DISPLAY "1. Pesquisar no indice"
       DISPLAY "2. Reimprimir uma geracao"
       DISPLAY "3. Resumo por tipo de relatorio"
       DISPLAY "4. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1 PERFORM SEARCH-INDEX
           WHEN 2 PERFORM REPRINT-GENERATION
           WHEN 3 PERFORM SUMMARY-BY-TYPE
           WHEN 4 EXIT PARAGRAPH
           WHEN OTHER DISPLAY "Opcao invalida"
       END-EVALUATE

       GO TO MENU-LOOP.

*>-----------------------------------------------------------------
*> Pesquisa: todos os filtros sao opcionais e combinam-se (E).
*>-----------------------------------------------------------------
SEARCH-INDEX.
       DISPLAY "Tipo de relatorio (vazio = todos):"
       MOVE SPACES TO WS-IN-TYPE
       ACCEPT WS-IN-TYPE
       MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
       DISPLAY "Programa (vazio = todos):"
       MOVE SPACES TO WS-IN-PROGRAM
       ACCEPT WS-IN-PROGRAM
       MOVE FUNCTION UPPER-CASE(WS-IN-PROGRAM) TO WS-IN-PROGRAM
       DISPLAY "Periodo ou inicio dele (AAAA, AAAAMM, AAAAQn; "
               "vazio = todos):"
       MOVE SPACES TO WS-IN-PERIOD
       ACCEPT WS-IN-PERIOD
       MOVE FUNCTION UPPER-CASE(WS-IN-PERIOD) TO WS-IN-PERIOD
       MOVE 0 TO WS-PERIOD-LEN
       INSPECT WS-IN-PERIOD TALLYING WS-PERIOD-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE
       DISPLAY "Corrido desde (AAAAMMDD, 0 = sem limite):"
       ACCEPT WS-IN-FROM
       DISPLAY "Corrido ate (AAAAMMDD, 0 = sem limite):"
       ACCEPT WS-IN-TO

       OPEN INPUT INDEX-FILE
       IF WS-RIX-STATUS NOT = "00"
           DISPLAY "Ainda nao ha relatorios arquivados."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "TIPO      GER  PROGRAMA             CORRIDA  HORA    "
               "PERIODO  OPERADOR      LINHAS  ESTADO"
       MOVE 0 TO WS-HIT-COUNT
       MOVE "N" TO WS-RIX-EOF
       PERFORM UNTIL WS-RIX-EOF = "Y"
           READ INDEX-FILE
               AT END MOVE "Y" TO WS-RIX-EOF
               NOT AT END
                   PERFORM MATCH-INDEX-ENTRY
                   IF WS-MATCH = "Y"
                       PERFORM SHOW-INDEX-ENTRY
                       ADD 1 TO WS-HIT-COUNT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INDEX-FILE
       DISPLAY "Relatorios encontrados: " WS-HIT-COUNT.

MATCH-INDEX-ENTRY.
       MOVE "Y" TO WS-MATCH
       IF WS-IN-TYPE NOT = SPACES AND RIX-TYPE NOT = WS-IN-TYPE
           MOVE "N" TO WS-MATCH
       END-IF
       IF WS-IN-PROGRAM NOT = SPACES
          AND RIX-PROGRAM NOT = WS-IN-PROGRAM
           MOVE "N" TO WS-MATCH
       END-IF
       IF WS-PERIOD-LEN > 0
           IF RIX-PERIOD(1:WS-PERIOD-LEN)
                   NOT = WS-IN-PERIOD(1:WS-PERIOD-LEN)
               MOVE "N" TO WS-MATCH
           END-IF
       END-IF
       IF WS-IN-FROM NOT = 0 AND RIX-RUN-DATE < WS-IN-FROM
           MOVE "N" TO WS-MATCH
       END-IF
       IF WS-IN-TO NOT = 0 AND RIX-RUN-DATE > WS-IN-TO
           MOVE "N" TO WS-MATCH
       END-IF.

SHOW-INDEX-ENTRY.
       MOVE RIX-TYPE TO WS-HD-TYPE
       MOVE RIX-GENERATION TO WS-HD-GEN
       MOVE RIX-PROGRAM TO WS-HD-PROGRAM
       MOVE RIX-RUN-DATE TO WS-HD-RUN-DATE
       MOVE RIX-RUN-TIME TO WS-HD-RUN-TIME
       MOVE RIX-PERIOD TO WS-HD-PERIOD
       MOVE RIX-OPERATOR TO WS-HD-OPERATOR
       MOVE RIX-RECORDS TO WS-HD-RECORDS
       IF RIX-PURGED
           MOVE SPACES TO WS-HD-STATUS
           STRING "PURGADO " DELIMITED BY SIZE
                  RIX-PURGE-DATE DELIMITED BY SIZE
                  INTO WS-HD-STATUS
       ELSE
           MOVE "DISPONIVEL" TO WS-HD-STATUS
       END-IF
       DISPLAY WS-HIT-DETAIL.

*>-----------------------------------------------------------------
*> Reimpressao: a geracao pedida (0 = a ultima disponivel) e
*> copiada tal como foi arquivada para report_reprint.txt, a
*> seguir a uma linha que a identifica. Geracoes purgadas nao se
*> reimprimem.
*>-----------------------------------------------------------------
REPRINT-GENERATION.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       DISPLAY "Tipo de relatorio:"
       MOVE SPACES TO WS-IN-TYPE
       ACCEPT WS-IN-TYPE
       MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
       IF WS-IN-TYPE = SPACES
           DISPLAY "Tipo obrigatorio."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Geracao (0 = a ultima disponivel):"
       ACCEPT WS-IN-GEN

       PERFORM FIND-GENERATION
       IF WS-SEL-FOUND NOT = "Y"
           IF WS-IN-GEN = 0
               DISPLAY "Nenhuma geracao disponivel de " WS-IN-TYPE
           ELSE
               DISPLAY "Geracao nao encontrada no indice."
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-SEL-STATUS = "P"
           DISPLAY "Geracao purgada pela retencao em " WS-SEL-PURGED
                   " - ja nao pode ser reimpressa."
           EXIT PARAGRAPH
       END-IF

       MOVE WS-SEL-ARCHIVE TO WS-ARCHIVE-NAME
       OPEN INPUT ARCHIVE-FILE
       IF WS-ARC-STATUS NOT = "00"
           DISPLAY "Copia em falta no repositorio: " WS-SEL-ARCHIVE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT REPRINT-FILE
       MOVE WS-SEL-GEN TO WS-GEN-TEXT
       MOVE SPACES TO REPRINT-LINE
       STRING "REIMPRESSAO " DELIMITED BY SIZE
              WS-IN-TYPE DELIMITED BY SPACE
              ".G" DELIMITED BY SIZE
              WS-GEN-TEXT DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-SEL-PROGRAM DELIMITED BY SPACE
              " corrido em " DELIMITED BY SIZE
              WS-SEL-RUN-DATE DELIMITED BY SIZE
              ", periodo " DELIMITED BY SIZE
              WS-SEL-PERIOD DELIMITED BY SPACE
              " - reimpresso em " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " por " DELIMITED BY SIZE
              WS-OPER-NAME DELIMITED BY SPACE
              INTO REPRINT-LINE
       WRITE REPRINT-LINE
       MOVE 0 TO WS-LINE-COUNT
       MOVE "N" TO WS-ARC-EOF
       PERFORM UNTIL WS-ARC-EOF = "Y"
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO WS-ARC-EOF
               NOT AT END
                   MOVE ARCHIVE-LINE TO REPRINT-LINE
                   WRITE REPRINT-LINE
                   ADD 1 TO WS-LINE-COUNT
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
       CLOSE REPRINT-FILE

       MOVE WS-OPER-NAME TO WS-AUDIT-USER
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "REPORT REPRINT " DELIMITED BY SIZE
              WS-IN-TYPE DELIMITED BY SPACE
              ".G" DELIMITED BY SIZE
              WS-GEN-TEXT DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM WRITE-AUDIT-LOG
       DISPLAY "Reimpresso em report_reprint.txt: " WS-IN-TYPE
               " geracao " WS-GEN-TEXT " (" WS-LINE-COUNT " linhas)".

      *> Procura no indice a geracao pedida do tipo, ou com geracao
      *> zero a mais alta ainda disponivel.
FIND-GENERATION.
       MOVE "N" TO WS-SEL-FOUND
       MOVE 0 TO WS-SEL-GEN
       OPEN INPUT INDEX-FILE
       IF WS-RIX-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RIX-EOF
       PERFORM UNTIL WS-RIX-EOF = "Y"
           READ INDEX-FILE
               AT END MOVE "Y" TO WS-RIX-EOF
               NOT AT END
                   IF RIX-TYPE = WS-IN-TYPE
                       IF (WS-IN-GEN = 0 AND RIX-AVAILABLE
                               AND RIX-GENERATION > WS-SEL-GEN)
                          OR (WS-IN-GEN NOT = 0
                               AND RIX-GENERATION = WS-IN-GEN)
                           MOVE "Y" TO WS-SEL-FOUND
                           MOVE RIX-GENERATION TO WS-SEL-GEN
                           MOVE RIX-STATUS TO WS-SEL-STATUS
                           MOVE RIX-PROGRAM TO WS-SEL-PROGRAM
                           MOVE RIX-RUN-DATE TO WS-SEL-RUN-DATE
                           MOVE RIX-PERIOD TO WS-SEL-PERIOD
                           MOVE RIX-PURGE-DATE TO WS-SEL-PURGED
                           MOVE RIX-ARCHIVE TO WS-SEL-ARCHIVE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INDEX-FILE.

*>-----------------------------------------------------------------
*> Resumo: uma linha por tipo de relatorio, por ordem de tipo.
*>-----------------------------------------------------------------
SUMMARY-BY-TYPE.
       MOVE 0 TO WS-TT-COUNT
       OPEN INPUT INDEX-FILE
       IF WS-RIX-STATUS NOT = "00"
           DISPLAY "Ainda nao ha relatorios arquivados."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RIX-EOF
       PERFORM UNTIL WS-RIX-EOF = "Y"
           READ INDEX-FILE
               AT END MOVE "Y" TO WS-RIX-EOF
               NOT AT END PERFORM TALLY-INDEX-ENTRY
           END-READ
       END-PERFORM
       CLOSE INDEX-FILE

       PERFORM SORT-TYPE-TABLE
       DISPLAY "TIPO      DISP.  PURG.  ULT.  PRIMEIRA  ULTIMA"
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
           MOVE WS-TT-TYPE(WS-TT-IDX) TO WS-SD-TYPE
           MOVE WS-TT-AVAIL(WS-TT-IDX) TO WS-SD-AVAIL
           MOVE WS-TT-PURGED(WS-TT-IDX) TO WS-SD-PURGED
           MOVE WS-TT-LAST-GEN(WS-TT-IDX) TO WS-SD-LAST-GEN
           MOVE WS-TT-FIRST(WS-TT-IDX) TO WS-SD-FIRST
           MOVE WS-TT-LAST(WS-TT-IDX) TO WS-SD-LAST
           DISPLAY WS-SUM-DETAIL
       END-PERFORM
       DISPLAY "Tipos de relatorio: " WS-TT-COUNT.

TALLY-INDEX-ENTRY.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
                  OR WS-TT-TYPE(WS-TT-IDX) = RIX-TYPE
           CONTINUE
       END-PERFORM
       IF WS-TT-IDX > WS-TT-COUNT
           IF WS-TT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TT-COUNT
           MOVE WS-TT-COUNT TO WS-TT-IDX
           MOVE RIX-TYPE TO WS-TT-TYPE(WS-TT-IDX)
           MOVE 0 TO WS-TT-AVAIL(WS-TT-IDX)
           MOVE 0 TO WS-TT-PURGED(WS-TT-IDX)
           MOVE RIX-RUN-DATE TO WS-TT-FIRST(WS-TT-IDX)
           MOVE RIX-RUN-DATE TO WS-TT-LAST(WS-TT-IDX)
           MOVE 0 TO WS-TT-LAST-GEN(WS-TT-IDX)
       END-IF
       IF RIX-PURGED
           ADD 1 TO WS-TT-PURGED(WS-TT-IDX)
       ELSE
           ADD 1 TO WS-TT-AVAIL(WS-TT-IDX)
       END-IF
       IF RIX-RUN-DATE < WS-TT-FIRST(WS-TT-IDX)
           MOVE RIX-RUN-DATE TO WS-TT-FIRST(WS-TT-IDX)
       END-IF
       IF RIX-RUN-DATE > WS-TT-LAST(WS-TT-IDX)
           MOVE RIX-RUN-DATE TO WS-TT-LAST(WS-TT-IDX)
       END-IF
       IF RIX-GENERATION > WS-TT-LAST-GEN(WS-TT-IDX)
           MOVE RIX-GENERATION TO WS-TT-LAST-GEN(WS-TT-IDX)
       END-IF.

SORT-TYPE-TABLE.
       IF WS-TT-COUNT < 2
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-SORT-LIMIT = WS-TT-COUNT - 1
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-SORT-LIMIT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-TT-COUNT - WS-SORT-I
               IF WS-TT-TYPE(WS-SORT-J) > WS-TT-TYPE(WS-SORT-J + 1)
                   MOVE WS-TT-ENTRY(WS-SORT-J) TO WS-TT-SWAP
                   MOVE WS-TT-ENTRY(WS-SORT-J + 1)
                       TO WS-TT-ENTRY(WS-SORT-J)
                   MOVE WS-TT-SWAP TO WS-TT-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

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
