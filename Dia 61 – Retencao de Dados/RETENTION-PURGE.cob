      *>               diario de purga e a justificacao.
      *>   EMPLOYEES - empregados terminados ha mais anos que a
      *>               retencao: A anonimiza o nome, P remove.
      *>   REPORTS   - geracoes do repositorio de relatorios
      *>               (REPORT-ARCHIVE, Dia 96) corridas ha mais anos
      *>               que a retencao: a copia em report_repo/ e
      *>               apagada e a linha do indice fica marcada como
      *>               purgada. So P.
      *>   RPT-tipo  - o mesmo so para um tipo de relatorio (por
      *>               exemplo RPT-GLTRIAL); prevalece sobre REPORTS
      *>               para esse tipo.
      *>
      *> Tudo o que sai ou e mascarado fica linha a linha em
      *> purge_journal.dat -- e o que a auditoria de protecao de
           SELECT EMPLOYEE-TEMP ASSIGN TO "employees_master.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-INDEX-FILE ASSIGN TO "report_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIX-STATUS.

           SELECT REPORT-INDEX-TEMP ASSIGN TO "report_index.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "purge_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       FD EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

      *> Width must match EMP-REC exactly (62 chars).
       FD EMPLOYEE-TEMP.
       01 EMP-TEMP-REC PIC X(62).

       FD REPORT-INDEX-FILE.
       COPY "REPORT-INDEX-RECORD.cpy".

      *> Width must match RIX-REC exactly (170 chars).
       FD REPORT-INDEX-TEMP.
       01 RIX-TEMP-REC PIC X(170).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(90).
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-EMP-STATUS     PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-RIX-STATUS     PIC XX.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).

       01 WS-CONFIRM        PIC X.
       01 WS-JRN-KEY        PIC X(12).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM   PIC X.
           05 WS-HIT-ACC OCCURS 200 TIMES PIC 9(8).
       01 WS-HIT-MATCH      PIC X.

      *> Regras do repositorio de relatorios, juntas durante a leitura
      *> das regras e aplicadas numa so passagem pelo indice: a
      *> geral (REPORTS) e as de cada tipo (RPT-tipo).
       01 WS-RPT-DEFAULT-YEARS PIC 9(2) VALUE 0.
       01 WS-RPT-RULE-COUNT    PIC 9(3) VALUE 0.
       01 WS-RPT-RULE-IDX      PIC 9(3).
       01 WS-RPT-RULE-TABLE.
           05 WS-RPT-RULE OCCURS 100 TIMES.
               10 WS-RPT-RULE-TYPE  PIC X(8).
               10 WS-RPT-RULE-YEARS PIC 9(2).
       01 WS-RPT-YEARS         PIC 9(2).
       01 WS-SYS-CMD           PIC X(80).

       PROCEDURE DIVISION.

MAIN.
       STOP RUN.

ADD-RULE.
       DISPLAY "Categoria (ACCOUNTS/AUDIT/EMPLOYEES/REPORTS/"
               "RPT-tipo):"
       ACCEPT WS-NEW-CATEGORY
       DISPLAY "Anos de retencao:"
       ACCEPT WS-NEW-YEARS
       DISPLAY "Acao (P=purgar, A=anonimizar):"
       ACCEPT WS-NEW-ACTION

       MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY) TO WS-NEW-CATEGORY
       IF WS-NEW-CATEGORY NOT = "ACCOUNTS"
          AND WS-NEW-CATEGORY NOT = "AUDIT"
          AND WS-NEW-CATEGORY NOT = "EMPLOYEES"
          AND WS-NEW-CATEGORY NOT = "REPORTS"
          AND (WS-NEW-CATEGORY(1:4) NOT = "RPT-"
               OR WS-NEW-CATEGORY(5:8) = SPACES)
           DISPLAY "Categoria desconhecida."
           EXIT PARAGRAPH
       END-IF
      *> Um relatorio arquivado nao se anonimiza: ou fica ou sai.
       IF (WS-NEW-CATEGORY = "REPORTS"
           OR WS-NEW-CATEGORY(1:4) = "RPT-")
          AND WS-NEW-ACTION NOT = "P"
           DISPLAY "Relatorios arquivados so admitem a acao P."
           EXIT PARAGRAPH
       END-IF
       IF WS-NEW-YEARS = 0
          OR (WS-NEW-ACTION NOT = "P" AND WS-NEW-ACTION NOT = "A")
           DISPLAY "Dados invalidos."
           DISPLAY "Corrida cancelada (ficheiros em uso)."
           EXIT PARAGRAPH
       END-IF
       MOVE "RETENTION-PURGE" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           PERFORM RELEASE-BANK-LOCK
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-RPT-DEFAULT-YEARS
       MOVE 0 TO WS-RPT-RULE-COUNT
       OPEN INPUT RULES-FILE
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
                           PERFORM APPLY-AUDIT-RULE
                       WHEN "EMPLOYEES"
                           PERFORM APPLY-EMPLOYEES-RULE
                       WHEN "REPORTS"
                           MOVE RR-YEARS TO WS-RPT-DEFAULT-YEARS
                       WHEN OTHER
                           IF RR-CATEGORY(1:4) = "RPT-"
                              AND WS-RPT-RULE-COUNT < 100
                               PERFORM COLLECT-REPORT-RULE
                           END-IF
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE RULES-FILE
       IF WS-RPT-DEFAULT-YEARS NOT = 0 OR WS-RPT-RULE-COUNT > 0
           PERFORM APPLY-REPORTS-RULES
       END-IF
       PERFORM RELEASE-BANK-LOCK
       DISPLAY "Corrida de purga concluida (ver purge_journal.dat).".

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

      *> Passo 1: contas encerradas cujo ultimo movimento e anterior
      *> ao cutoff; passo 2: anonimizar/remover via REWRITE/DELETE
      *> no ficheiro indexado.
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EOF-FLAG
       SET ACC-LAYOUT-HEADER TO TRUE
       START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START
       PERFORM UNTIL EOF-FLAG = "S"
                       PERFORM WRITE-JOURNAL-ACC
                   ELSE
                       DELETE ACCOUNTS-FILE RECORD
                       SUBTRACT 1 FROM LAYOUT-ACC-DELTA
                       MOVE "ACCOUNTS" TO WS-JRN-KEY
                       MOVE "REGISTO REMOVIDO" TO WS-JRN-WHAT
                       PERFORM WRITE-JOURNAL-ACC
       CALL "SYSTEM" USING
           "mv employees_master.tmp employees_master.dat".

      *> Regra de um tipo: uma segunda regra para o mesmo tipo
      *> substitui a primeira.
COLLECT-REPORT-RULE.
       PERFORM VARYING WS-RPT-RULE-IDX FROM 1 BY 1
               UNTIL WS-RPT-RULE-IDX > WS-RPT-RULE-COUNT
                  OR WS-RPT-RULE-TYPE (WS-RPT-RULE-IDX)
                       = RR-CATEGORY(5:8)
           CONTINUE
       END-PERFORM
       IF WS-RPT-RULE-IDX > WS-RPT-RULE-COUNT
           ADD 1 TO WS-RPT-RULE-COUNT
           MOVE WS-RPT-RULE-COUNT TO WS-RPT-RULE-IDX
       END-IF
       MOVE RR-CATEGORY(5:8) TO WS-RPT-RULE-TYPE (WS-RPT-RULE-IDX)
       MOVE RR-YEARS TO WS-RPT-RULE-YEARS (WS-RPT-RULE-IDX).

      *> Repositorio de relatorios: cada geracao ainda disponivel
      *> corrida antes do cutoff do seu tipo (regra RPT-tipo, senao
      *> REPORTS, senao nenhuma) perde a copia em report_repo/; a
      *> linha do indice fica, marcada P com a data da purga.
APPLY-REPORTS-RULES.
       OPEN INPUT REPORT-INDEX-FILE
       IF WS-RIX-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT REPORT-INDEX-TEMP
       MOVE "N" TO EOF-FLAG
       PERFORM UNTIL EOF-FLAG = "S"
           READ REPORT-INDEX-FILE
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF RIX-AVAILABLE
                       PERFORM CHECK-REPORT-GENERATION
                   END-IF
                   MOVE RIX-REC TO RIX-TEMP-REC
                   WRITE RIX-TEMP-REC
           END-READ
       END-PERFORM
       CLOSE REPORT-INDEX-FILE
       CLOSE REPORT-INDEX-TEMP
       CALL "SYSTEM" USING "mv report_index.tmp report_index.dat".

CHECK-REPORT-GENERATION.
       MOVE WS-RPT-DEFAULT-YEARS TO WS-RPT-YEARS
       PERFORM VARYING WS-RPT-RULE-IDX FROM 1 BY 1
               UNTIL WS-RPT-RULE-IDX > WS-RPT-RULE-COUNT
           IF WS-RPT-RULE-TYPE (WS-RPT-RULE-IDX) = RIX-TYPE
               MOVE WS-RPT-RULE-YEARS (WS-RPT-RULE-IDX)
                   TO WS-RPT-YEARS
           END-IF
       END-PERFORM
       IF WS-RPT-YEARS = 0
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-CUTOFF = WS-TODAY - WS-RPT-YEARS * 10000
       IF RIX-RUN-DATE NOT < WS-CUTOFF
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-SYS-CMD
       STRING "rm -f " DELIMITED BY SIZE
              RIX-ARCHIVE DELIMITED BY SPACE
              INTO WS-SYS-CMD
       END-STRING
       CALL "SYSTEM" USING WS-SYS-CMD
       MOVE "P" TO RIX-STATUS
       MOVE WS-TODAY TO RIX-PURGE-DATE

       MOVE SPACES TO WS-JRN-KEY
       STRING "RPT-" DELIMITED BY SIZE
              RIX-TYPE DELIMITED BY SPACE
              INTO WS-JRN-KEY
       END-STRING
       MOVE RIX-GENERATION TO WS-WORK-ACC
       MOVE "GERACAO ARQUIVADA REMOVIDA" TO WS-JRN-WHAT
       PERFORM WRITE-JOURNAL-ACC.

WRITE-JOURNAL-ACC.
       OPEN EXTEND JOURNAL-FILE
       IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
