               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY-ID
               ALTERNATE RECORD KEY IS TR-KEY-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANS-BACKUP ASSIGN TO DYNAMIC WS-TRANS-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-MANIFEST ASSIGN TO "accounts_backups.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

      *> Pontos de recuperacao: por cada backup de contas (simples ou
      *> set), o ultimo TRANS-ID que o diario de transacoes tinha
      *> nesse momento -- e dai em diante que a recuperacao para a
      *> frente reaplica.
           SELECT RECOVERY-POINTS ASSIGN TO "recovery_points.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

      *> Diario a reaplicar: o proprio transactions.dat depois de um
      *> restauro so de contas, ou a copia guardada antes de um
      *> restauro de set (que repoe tambem transactions.dat).
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-JR-STATUS.

           SELECT RF-REPORT ASSIGN TO "forward_recovery_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Resultado da reconciliacao de saldos (BANK-SYSTEM-D23).
           SELECT RECON-STATUS-FILE ASSIGN TO "recon_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE.
       01 TRANS-REC.
           05 TR-KEY-ID  PIC 9(5).
               88 TR-LAYOUT-HEADER VALUE 0.
           05 TR-KEY-ACC PIC 9(8).
           05 FILLER     PIC X(61).

       FD PROBE-FILE.
       01 PROBE-LINE PIC X(133).

       FD RECOVERY-POINTS.
       01 RP-REC.
           05 RP-BACKUP     PIC X(30).
           05 RP-TAKEN      PIC 9(14).
           05 RP-LAST-TRANS PIC 9(5).

       FD JOURNAL-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD RF-REPORT.
       01 RF-LINE PIC X(100).

       FD RECON-STATUS-FILE.
       01 RECON-STATUS-LINE PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-OPTION PIC 9(2) VALUE 0.
       01 EOF-FLAG  PIC X VALUE "N".
       01 WS-CONFIRM        PIC X VALUE "N".
       01 WS-BKP-COUNT      PIC 9(5) VALUE 0.
       01 WS-LIVE-COUNT     PIC 9(5) VALUE 0.
       01 WS-BKP-SALDO-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-LIVE-SALDO-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-ACC-MANIFEST-STATUS   PIC XX.
       01 WS-TRANS-MANIFEST-STATUS PIC XX.
       01 WS-ACC-STATUS            PIC XX.
       01 WS-SET-COMPLETE          PIC X.
       01 WS-FILE-EXISTS           PIC X.

      *> Recuperacao para a frente: reaplica as transacoes do diario
      *> posteriores ao ponto do backup, por ordem de TRANS-ID, sobre
      *> as contas restauradas, ate um TRANS-ID ou data de paragem.
      *> A = depois de restaurar so contas, S = depois de um set.
       01 WS-TRANS-STATUS          PIC XX.
       01 WS-RP-STATUS             PIC XX.
       01 WS-JR-STATUS             PIC XX.
       01 WS-RECON-STATUS          PIC XX.
       01 WS-JOURNAL-NAME          PIC X(30).
       01 WS-RF-MODE               PIC X.
       01 WS-RF-BACKUP             PIC X(30).
       01 WS-RF-HWM                PIC 9(5).
       01 WS-RF-HAS-POINT          PIC X.
       01 WS-RF-AFTER-ID           PIC 9(5).
       01 WS-RF-AFTER-DATE         PIC 9(8).
       01 WS-RF-STOP-ID            PIC 9(5).
       01 WS-RF-STOP-DATE          PIC 9(8).
       01 WS-RF-EOF                PIC X.
       01 WS-RF-REASON             PIC X(25).
       01 WS-RF-APPLIED            PIC 9(5).
       01 WS-RF-FAILED             PIC 9(5).
       01 WS-RF-BEYOND             PIC 9(5).
       01 WS-RF-LAST-ID            PIC 9(5).
       01 WS-RF-AMOUNT             PIC Z(6)9.99.
       01 WS-RECON-RESULT          PIC X(20).

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
       IF LOCK-RESULT NOT = "Y"
           STOP RUN
       END-IF
       MOVE "BANK-SYSTEM-D24" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       MOVE 0 TO WS-OPTION.

MENU-LOOP.
       END-IF.

RELEASE-BANK-LOCK.
      *> So a recuperacao para a frente depois de um set escreve
      *> movimentos; o contador do cabecalho so e tocado nesse caso
      *> (um restauro traz o cabecalho do proprio backup).
       IF LAYOUT-TRANS-DELTA NOT = 0
           MOVE "P" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       END-IF
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90). Aqui so avisa: o
      *> backup copia os ficheiros tal como estao e o restauro e
      *> justamente o remedio para um ficheiro fora de layout. O que
      *> interpreta os registos (recuperacao para a frente) recusa.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.

      *> O ficheiro acabado de restaurar traz o cabecalho do backup;
      *> um backup anterior ao carimbo vem sem ele e fica por
      *> carimbar (LAYOUT-STAMP) depois de confirmado o layout.
CHECK-RESTORED-LAYOUT.
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY "AVISO: os programas da suite recusam o ficheiro "
                   "restaurado ate ser carimbado (LAYOUT-STAMP)."
       END-IF
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED.



BACKUP-ACCOUNTS.
       WRITE ACC-MANIFEST-LINE.
       CLOSE ACC-MANIFEST.

       MOVE WS-ACC-BKP-NAME TO WS-RF-BACKUP.
       PERFORM RECORD-RECOVERY-POINT.

       PERFORM APPLY-RETENTION-ACCOUNTS.

       DISPLAY "Backup de contas concluido: " WS-ACC-BKP-NAME.
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE ACC-BKP-REC TO ACCOUNT-RECORD
                   IF NOT ACC-LAYOUT-HEADER
                       ADD 1 TO WS-BKP-COUNT
                       ADD ACC-BALANCE TO WS-BKP-SALDO-TOTAL
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ACCOUNTS-BACKUP.
       IF WS-ACC-STATUS = "35"
           MOVE "S" TO EOF-FLAG
       ELSE
           SET ACC-LAYOUT-HEADER TO TRUE
           START ACCOUNTS-FILE KEY IS GREATER THAN ACC-ID
               INVALID KEY MOVE "S" TO EOF-FLAG
           END-START
       END-IF.

       DISPLAY "Restauro de contas concluido: " WS-BKP-COUNT
               " registos restaurados.".
       MOVE "N" TO LAYOUT-TRANS-USED.
       PERFORM CHECK-RESTORED-LAYOUT.

      *> transactions.dat ficou intacto: e ele o diario a reaplicar.
       MOVE "A" TO WS-RF-MODE.
       MOVE WS-ACC-BKP-NAME TO WS-RF-BACKUP.
       MOVE "transactions.dat" TO WS-JOURNAL-NAME.
       PERFORM OFFER-FORWARD-RECOVERY.
       EXIT.


               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   MOVE TRANS-BKP-REC TO TRANS-REC
                   IF NOT TR-LAYOUT-HEADER
                       ADD 1 TO WS-BKP-COUNT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE TRANS-BACKUP.
       MOVE 0 TO WS-LIVE-COUNT.
       OPEN INPUT TRANS-FILE.
       MOVE "N" TO EOF-FLAG.
       SET TR-LAYOUT-HEADER TO TRUE.
       START TRANS-FILE KEY IS GREATER THAN TR-KEY-ID
           INVALID KEY MOVE "S" TO EOF-FLAG
       END-START.
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG

       DISPLAY "Restauro de transacoes concluido: " WS-BKP-COUNT
               " registos restaurados.".
       MOVE "N" TO LAYOUT-ACC-USED.
       PERFORM CHECK-RESTORED-LAYOUT.
       EXIT.

*>-----------------------------------------------------------------
       WRITE SET-MANIFEST-LINE.
       CLOSE SET-MANIFEST.

       MOVE WS-SET-ID TO WS-RF-BACKUP.
       PERFORM RECORD-RECOVERY-POINT.

       DISPLAY "Backup set " WS-SET-ID " concluido.".

      *> Copia um membro existente e regista-o no ficheiro de
           EXIT PARAGRAPH
       END-IF.

      *> O set repoe tambem transactions.dat: o diario atual e
      *> guardado antes, para a recuperacao para a frente o poder
      *> reaplicar.
       MOVE "transactions.dat" TO WS-PROBE-NAME.
       PERFORM PROBE-EXISTS.
       IF WS-FILE-EXISTS = "Y"
           CALL "SYSTEM" USING
               "cp -f transactions.dat transactions_journal.dat"
       ELSE
           CALL "SYSTEM" USING "rm -f transactions_journal.dat"
       END-IF.

       PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > 19
           PERFORM RESTORE-ONE-SET-FILE
       DISPLAY "Restauro do set " WS-SET-CHOSEN " concluido - os "
               "ficheiros da suite voltaram ao mesmo ponto no "
               "tempo.".
       PERFORM CHECK-RESTORED-LAYOUT.

       MOVE "S" TO WS-RF-MODE.
       MOVE WS-SET-CHOSEN TO WS-RF-BACKUP.
       MOVE "transactions_journal.dat" TO WS-JOURNAL-NAME.
       PERFORM OFFER-FORWARD-RECOVERY.

      *> Le backup_set_<id>.lst e confirma que cada membro listado
      *> tem o seu .bak no disco.
           END-STRING
           CALL "SYSTEM" USING WS-SYSTEM-CMD
       END-IF.

*>-----------------------------------------------------------------
*> Ponto de recuperacao do backup WS-RF-BACKUP: o ultimo TRANS-ID
*> do diario no momento do backup (ficheiros ja sob o lock, nada
*> mais escreve entretanto).
*>-----------------------------------------------------------------
RECORD-RECOVERY-POINT.
       PERFORM GET-JOURNAL-HWM.
       OPEN EXTEND RECOVERY-POINTS.
       IF WS-RP-STATUS = "05" OR WS-RP-STATUS = "35"
           CLOSE RECOVERY-POINTS
           OPEN OUTPUT RECOVERY-POINTS
           CLOSE RECOVERY-POINTS
           OPEN EXTEND RECOVERY-POINTS
       END-IF.
       MOVE WS-RF-BACKUP TO RP-BACKUP.
       MOVE FUNCTION CURRENT-DATE(1:14) TO RP-TAKEN.
       MOVE WS-RF-HWM TO RP-LAST-TRANS.
       WRITE RP-REC.
       CLOSE RECOVERY-POINTS.

      *> Maior TRANS-ID em transactions.dat (0 se vazio).
GET-JOURNAL-HWM.
       MOVE 0 TO WS-RF-HWM.
       OPEN INPUT TRANS-FILE.
       IF WS-TRANS-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO EOF-FLAG.
       PERFORM UNTIL EOF-FLAG = "S"
           READ TRANS-FILE NEXT RECORD
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF TR-KEY-ID > WS-RF-HWM
                       MOVE TR-KEY-ID TO WS-RF-HWM
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE TRANS-FILE.

OFFER-FORWARD-RECOVERY.
       DISPLAY "Reaplicar as transacoes posteriores ao backup "
               "(recuperacao para a frente)? (S/N):".
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
           PERFORM FORWARD-RECOVERY
       ELSE
           DISPLAY "Saldos ficam no ponto do backup."
       END-IF.

*>-----------------------------------------------------------------
*> Recuperacao para a frente: percorre o diario por ordem de
*> TRANS-ID a partir do ponto do backup e volta a lancar cada
*> movimento no saldo da conta restaurada (C/I/E creditam, D/F/R
*> debitam -- as mesmas regras da reconciliacao), ate ao TRANS-ID
*> ou data de paragem escolhidos. Depois de um set, os movimentos
*> reaplicados voltam tambem a transactions.dat. O que nao for
*> possivel reaplicar fica em forward_recovery_report.txt e no fim
*> corre a reconciliacao de saldos (BANK-SYSTEM-D23).
*>-----------------------------------------------------------------
FORWARD-RECOVERY.
       PERFORM CHECK-FILE-LAYOUTS.
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY "Recuperacao para a frente recusada: saldos ficam "
                   "no ponto do backup."
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-RECOVERY-POINT.
       IF WS-RF-HAS-POINT = "Y"
           DISPLAY "Ponto do backup: depois da transacao "
                   WS-RF-AFTER-ID "."
       ELSE
           DISPLAY "Backup sem ponto de recuperacao registado: "
                   "reaplica os movimentos com data posterior a "
                   WS-RF-AFTER-DATE "; os do proprio dia ficam no "
                   "relatorio para verificacao."
       END-IF.
       DISPLAY "Parar na transacao (TRANS-ID, 0 = ate ao fim):".
       ACCEPT WS-RF-STOP-ID.
       DISPLAY "Parar na data (AAAAMMDD, 0 = sem limite):".
       ACCEPT WS-RF-STOP-DATE.

       OPEN INPUT JOURNAL-FILE.
       IF WS-JR-STATUS NOT = "00"
           DISPLAY "Diario de transacoes " WS-JOURNAL-NAME
                   " nao disponivel - nada a reaplicar."
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O ACCOUNTS-FILE.
       IF WS-ACC-STATUS NOT = "00"
           CLOSE JOURNAL-FILE
           DISPLAY "accounts.dat nao disponivel - recuperacao "
                   "cancelada."
           EXIT PARAGRAPH
       END-IF.
       IF WS-RF-MODE = "S"
           OPEN I-O TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF
       END-IF.
       OPEN OUTPUT RF-REPORT.
       MOVE SPACES TO RF-LINE.
       STRING "RECUPERACAO PARA A FRENTE - BACKUP " DELIMITED BY SIZE
              WS-RF-BACKUP DELIMITED BY SPACE
              " - " DELIMITED BY SIZE
              FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
              INTO RF-LINE
       END-STRING.
       WRITE RF-LINE.

       MOVE 0 TO WS-RF-APPLIED.
       MOVE 0 TO WS-RF-FAILED.
       MOVE 0 TO WS-RF-BEYOND.
       MOVE 0 TO WS-RF-LAST-ID.
       MOVE "N" TO WS-RF-EOF.
       IF WS-RF-HAS-POINT = "Y"
           MOVE WS-RF-AFTER-ID TO TRANS-ID
           START JOURNAL-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY MOVE "S" TO WS-RF-EOF
           END-START
       ELSE
           SET TRANS-LAYOUT-HEADER TO TRUE
           START JOURNAL-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY MOVE "S" TO WS-RF-EOF
           END-START
       END-IF.
       PERFORM UNTIL WS-RF-EOF = "S"
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "S" TO WS-RF-EOF
               NOT AT END PERFORM REPLAY-ONE-ENTRY
           END-READ
       END-PERFORM.

       CLOSE JOURNAL-FILE.
       CLOSE ACCOUNTS-FILE.
       IF WS-RF-MODE = "S"
           CLOSE TRANS-FILE
       END-IF.

       MOVE SPACES TO RF-LINE.
       STRING "REAPLICADAS: " DELIMITED BY SIZE
              WS-RF-APPLIED DELIMITED BY SIZE
              "  NAO REAPLICADAS: " DELIMITED BY SIZE
              WS-RF-FAILED DELIMITED BY SIZE
              "  DEPOIS DA PARAGEM: " DELIMITED BY SIZE
              WS-RF-BEYOND DELIMITED BY SIZE
              "  ULTIMA: " DELIMITED BY SIZE
              WS-RF-LAST-ID DELIMITED BY SIZE
              INTO RF-LINE
       END-STRING.
       WRITE RF-LINE.
       DISPLAY RF-LINE.

       PERFORM RUN-RECONCILIATION.
       MOVE SPACES TO RF-LINE.
       STRING "RECONCILIACAO DE SALDOS: " DELIMITED BY SIZE
              WS-RECON-RESULT DELIMITED BY SIZE
              INTO RF-LINE
       END-STRING.
       WRITE RF-LINE.
       CLOSE RF-REPORT.
       MOVE "forward_recovery_report.txt" TO RPQ-FILE.
       MOVE "FWDRECOV" TO RPQ-TYPE.
       MOVE SPACES TO RPQ-PERIOD.
       PERFORM ARCHIVE-REPORT.
       DISPLAY RF-LINE.
       IF WS-RF-BEYOND > 0
           DISPLAY "Os movimentos depois da paragem continuam no "
                   "diario e aparecem como divergencias."
       END-IF.
       DISPLAY "Relatorio em forward_recovery_report.txt.".

      *> Ponto de recuperacao registado para o backup (o mais recente
      *> com esse nome); sem ele, so a data tirada do nome do backup
      *> (accounts_AAAAMMDD.bak ou o id AAAAMMDDHHMMSS do set).
FIND-RECOVERY-POINT.
       MOVE "N" TO WS-RF-HAS-POINT.
       MOVE 0 TO WS-RF-AFTER-ID.
       IF WS-RF-MODE = "S"
           MOVE WS-RF-BACKUP(1:8) TO WS-RF-AFTER-DATE
       ELSE
           MOVE WS-RF-BACKUP(10:8) TO WS-RF-AFTER-DATE
       END-IF.
       IF WS-RF-AFTER-DATE NOT NUMERIC
           MOVE 0 TO WS-RF-AFTER-DATE
       END-IF.
       OPEN INPUT RECOVERY-POINTS.
       IF WS-RP-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO EOF-FLAG.
       PERFORM UNTIL EOF-FLAG = "S"
           READ RECOVERY-POINTS
               AT END MOVE "S" TO EOF-FLAG
               NOT AT END
                   IF RP-BACKUP = WS-RF-BACKUP
                       MOVE "Y" TO WS-RF-HAS-POINT
                       MOVE RP-LAST-TRANS TO WS-RF-AFTER-ID
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RECOVERY-POINTS.

      *> Um movimento do diario: fora do intervalo e contado e
      *> ignorado; dentro dele volta ao saldo da conta.
REPLAY-ONE-ENTRY.
       IF (WS-RF-STOP-ID NOT = 0 AND TRANS-ID > WS-RF-STOP-ID)
          OR (WS-RF-STOP-DATE NOT = 0
              AND TRANS-DATE > WS-RF-STOP-DATE)
           ADD 1 TO WS-RF-BEYOND
           EXIT PARAGRAPH
       END-IF.
      *> Depois de um set o movimento volta ao diario restaurado
      *> (se o set ja o tinha, a chave repetida e ignorada).
       IF WS-RF-MODE = "S"
           MOVE TRANSACTION-RECORD TO TRANS-REC
           WRITE TRANS-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO LAYOUT-TRANS-DELTA
           END-WRITE
       END-IF.
       IF WS-RF-HAS-POINT = "N"
           AND TRANS-DATE NOT > WS-RF-AFTER-DATE
           IF TRANS-DATE = WS-RF-AFTER-DATE
               MOVE "MESMO DIA DO BACKUP" TO WS-RF-REASON
               PERFORM WRITE-RF-EXCEPTION
           END-IF
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-RF-REASON.
       MOVE TRANS-ACC-ID TO ACC-ID.
       READ ACCOUNTS-FILE
           INVALID KEY MOVE "CONTA INEXISTENTE" TO WS-RF-REASON
       END-READ.
       IF WS-RF-REASON = SPACES
           EVALUATE TRANS-TYPE
               WHEN "C"
               WHEN "I"
               WHEN "E"
                   ADD TRANS-AMOUNT TO ACC-BALANCE
                       ON SIZE ERROR
                           MOVE "SALDO FORA DE LIMITES"
                               TO WS-RF-REASON
                   END-ADD
               WHEN "D"
               WHEN "F"
               WHEN "R"
                   SUBTRACT TRANS-AMOUNT FROM ACC-BALANCE
                       ON SIZE ERROR
                           MOVE "SALDO FORA DE LIMITES"
                               TO WS-RF-REASON
                   END-SUBTRACT
               WHEN OTHER
                   MOVE "TIPO DESCONHECIDO" TO WS-RF-REASON
           END-EVALUATE
       END-IF.
       IF WS-RF-REASON = SPACES
           REWRITE ACCOUNT-RECORD
               INVALID KEY MOVE "ERRO A REGRAVAR CONTA"
                               TO WS-RF-REASON
           END-REWRITE
       END-IF.
       IF WS-RF-REASON = SPACES
           ADD 1 TO WS-RF-APPLIED
           MOVE TRANS-ID TO WS-RF-LAST-ID
       ELSE
           PERFORM WRITE-RF-EXCEPTION
       END-IF.

WRITE-RF-EXCEPTION.
       ADD 1 TO WS-RF-FAILED.
       MOVE TRANS-AMOUNT TO WS-RF-AMOUNT.
       MOVE SPACES TO RF-LINE.
       STRING "NAO REAPLICADA: TRANS " DELIMITED BY SIZE
              TRANS-ID DELIMITED BY SIZE
              " CONTA " DELIMITED BY SIZE
              TRANS-ACC-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-TYPE DELIMITED BY SIZE
              WS-RF-AMOUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRANS-DATE DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-RF-REASON DELIMITED BY SIZE
              INTO RF-LINE
       END-STRING.
       WRITE RF-LINE.
       DISPLAY RF-LINE.

      *> Mesma reconciliacao do fecho diario: BANK-SYSTEM-D23 em modo
      *> nao assistido, resultado em recon_status.dat.
RUN-RECONCILIATION.
       DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME.
       DISPLAY "RECONCILE" UPON ENVIRONMENT-VALUE.
       CALL "BANK-SYSTEM-D23".
       CANCEL "BANK-SYSTEM-D23".
       DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME.
       DISPLAY " " UPON ENVIRONMENT-VALUE.
       MOVE "SEM RESULTADO" TO WS-RECON-RESULT.
       OPEN INPUT RECON-STATUS-FILE.
       IF WS-RECON-STATUS = "00"
           READ RECON-STATUS-FILE
               NOT AT END MOVE RECON-STATUS-LINE TO WS-RECON-RESULT
           END-READ
           CLOSE RECON-STATUS-FILE
       END-IF.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
ARCHIVE-REPORT.
       MOVE "BANK-SYSTEM-D24" TO RPQ-PROGRAM
       MOVE SPACES TO RPQ-OPERATOR
       CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
       IF RPQ-RESULT = "Y"
           DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
       ELSE
           DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
       END-IF.
