      *> unattended job, the way DAYEND-BATCH already chains the
      *> merge/filter exercise pipeline:
      *>   step 1 - due standing orders  (BANK-SYSTEM-D26)
      *>   step 2 - liquidity sweeps (ACCOUNT-SWEEP, Dia 81); like
      *>            the standing orders it defers (sweep_status.dat)
      *>            when the shared lock is taken
      *>   step 3 - attachment-order capture (ATTACH-ORDERS, Dia 84):
      *>            the day's credits on accounts of debtors with a
      *>            court/tax attachment are held up to the amount
      *>            still owed; defers (attachment_status.dat) like
      *>            the two steps before it
      *>   step 4 - balance reconciliation (BANK-SYSTEM-D23); the
      *>            job refuses to proceed past a reconciliation
      *>            that reports mismatches (recon_status.dat)
      *>   step 5 - backups (BANK-SYSTEM-D24)
      *> Each CALLed program sees BANKEND_STEP in the environment
      *> and runs just its step, no menu, no prompts.
      *>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-ST-STATUS.

           SELECT SWEEP-STATUS-FILE ASSIGN TO "sweep_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-ST-STATUS.

           SELECT ATTACH-STATUS-FILE ASSIGN TO "attachment_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTACH-ST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SCHED-STATUS-FILE.
       01 SCHED-STATUS-LINE PIC X(20).

       FD SWEEP-STATUS-FILE.
       01 SWEEP-STATUS-LINE PIC X(20).

       FD ATTACH-STATUS-FILE.
       01 ATTACH-STATUS-LINE PIC X(20).

       WORKING-STORAGE SECTION.
      *> Bloco de pedido do SYS-LOG (system.log partilhado).
       COPY "SYSLOG-REQUEST.cpy".

       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-RECON-STATUS      PIC XX.
      *> 0 = nothing done, 1 = schedules done, 2 = sweeps done,
      *> 3 = attachment capture done, 4 = reconciliation clean,
      *> 5 = backups done.
       01 WS-CHECKPOINT-STEP   PIC 9 VALUE 0.
       01 WS-RECON-RESULT      PIC X(20) VALUE SPACES.
       01 WS-SCHED-ST-STATUS   PIC XX.
       01 WS-SCHED-RESULT      PIC X(20) VALUE SPACES.
       01 WS-SWEEP-ST-STATUS   PIC XX.
       01 WS-SWEEP-RESULT      PIC X(20) VALUE SPACES.
       01 WS-ATTACH-ST-STATUS  PIC XX.
       01 WS-ATTACH-RESULT     PIC X(20) VALUE SPACES.
       01 WS-RUN-MARKER-STATUS PIC XX.
       01 WS-LAST-RUN-DATE     PIC 9(8) VALUE 0.
       01 WS-TODAY             PIC 9(8).
           PERFORM READ-CHECKPOINT

           IF WS-CHECKPOINT-STEP >= 1
               DISPLAY "PASSO 1/5 JA CONCLUIDO -- A SALTAR (RETOMA)"
           ELSE
               DISPLAY "PASSO 1/5: ORDENS PERMANENTES VENCIDAS"
               DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME
               DISPLAY "SCHEDULES" UPON ENVIRONMENT-VALUE
               CALL "BANK-SYSTEM-D26"
           END-IF

           IF WS-CHECKPOINT-STEP >= 2
               DISPLAY "PASSO 2/5 JA CONCLUIDO -- A SALTAR (RETOMA)"
           ELSE
               DISPLAY "PASSO 2/5: VARRIMENTOS DE LIQUIDEZ"
               DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME
               DISPLAY "SWEEPS" UPON ENVIRONMENT-VALUE
               CALL "ACCOUNT-SWEEP"
               CANCEL "ACCOUNT-SWEEP"
               PERFORM READ-SWEEP-STATUS
               IF WS-SWEEP-RESULT(1:2) NOT = "OK"
                   DISPLAY "*** VARRIMENTOS ADIADOS ("
                           WS-SWEEP-RESULT ") - FECHO SUSPENSO ***"
                   DISPLAY "Volte a correr o fecho; o checkpoint "
                           "retoma neste passo."
                   MOVE "ERROR" TO SYSLOG-SEVERITY
                   MOVE "BANKEND-BATCH" TO SYSLOG-MODULE
                   MOVE "sweeps step deferred halted day-end"
                       TO SYSLOG-MESSAGE
                   CALL "SYS-LOG" USING SYSLOG-REQUEST
                   GOBACK
               END-IF
               MOVE 2 TO WS-CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF

           IF WS-CHECKPOINT-STEP >= 3
               DISPLAY "PASSO 3/5 JA CONCLUIDO -- A SALTAR (RETOMA)"
           ELSE
               DISPLAY "PASSO 3/5: PENHORAS - CAPTURA DE CREDITOS"
               DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME
               DISPLAY "ATTACH" UPON ENVIRONMENT-VALUE
               CALL "ATTACH-ORDERS"
               CANCEL "ATTACH-ORDERS"
               PERFORM READ-ATTACH-STATUS
               IF WS-ATTACH-RESULT(1:2) NOT = "OK"
                   DISPLAY "*** CAPTURA DE PENHORAS ADIADA ("
                           WS-ATTACH-RESULT ") - FECHO SUSPENSO ***"
                   DISPLAY "Volte a correr o fecho; o checkpoint "
                           "retoma neste passo."
                   MOVE "ERROR" TO SYSLOG-SEVERITY
                   MOVE "BANKEND-BATCH" TO SYSLOG-MODULE
                   MOVE "attachment step deferred halted day-end"
                       TO SYSLOG-MESSAGE
                   CALL "SYS-LOG" USING SYSLOG-REQUEST
                   GOBACK
               END-IF
               MOVE 3 TO WS-CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF

           IF WS-CHECKPOINT-STEP >= 4
               DISPLAY "PASSO 4/5 JA CONCLUIDO -- A SALTAR (RETOMA)"
           ELSE
               DISPLAY "PASSO 4/5: RECONCILIACAO DE SALDOS"
               DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME
               DISPLAY "RECONCILE" UPON ENVIRONMENT-VALUE
               CALL "BANK-SYSTEM-D23"
                   CALL "SYS-LOG" USING SYSLOG-REQUEST
                   GOBACK
               END-IF
               MOVE 4 TO WS-CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF

           IF WS-CHECKPOINT-STEP >= 5
               DISPLAY "PASSO 5/5 JA CONCLUIDO -- A SALTAR (RETOMA)"
           ELSE
               DISPLAY "PASSO 5/5: BACKUPS"
               DISPLAY "BANKEND_STEP" UPON ENVIRONMENT-NAME
               DISPLAY "BACKUP" UPON ENVIRONMENT-VALUE
               CALL "BANK-SYSTEM-D24"
               CANCEL "BANK-SYSTEM-D24"
               MOVE 5 TO WS-CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF

               CLOSE SCHED-STATUS-FILE
           END-IF.

       READ-SWEEP-STATUS.
           MOVE SPACES TO WS-SWEEP-RESULT
           OPEN INPUT SWEEP-STATUS-FILE
           IF WS-SWEEP-ST-STATUS = "00"
               READ SWEEP-STATUS-FILE
                   NOT AT END
                       MOVE SWEEP-STATUS-LINE TO WS-SWEEP-RESULT
               END-READ
               CLOSE SWEEP-STATUS-FILE
           END-IF.

       READ-ATTACH-STATUS.
           MOVE SPACES TO WS-ATTACH-RESULT
           OPEN INPUT ATTACH-STATUS-FILE
           IF WS-ATTACH-ST-STATUS = "00"
               READ ATTACH-STATUS-FILE
                   NOT AT END
                       MOVE ATTACH-STATUS-LINE TO WS-ATTACH-RESULT
               END-READ
               CLOSE ATTACH-STATUS-FILE
           END-IF.

       READ-RECON-STATUS.
           MOVE SPACES TO WS-RECON-RESULT
           OPEN INPUT RECON-STATUS-FILE
