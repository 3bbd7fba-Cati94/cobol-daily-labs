       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAMP-CALC.

      *> Regra partilhada do imposto do selo: recebe o bloco
      *> STAMP-REQUEST (copybook) e calcula ou regista.
      *>
      *> Calcular: procura em stamp_duty_rates.dat a linha do tipo de
      *> operacao (EMP, JUR, COM) cuja faixa de prazo contem o prazo
      *> pedido (so conta para EMP) e que esteja em vigor na data da
      *> operacao -- havendo varias, vale a de SR-VALID-FROM mais
      *> recente. Base F: selo = base * taxa / 100; base M: selo =
      *> base * taxa / 100 * meses de prazo (credito a menos de um
      *> ano). Arredondado ao centimo.
      *>
      *> Registar: acrescenta o bloco, ja com a transacao lancada, a
      *> stamp_duty_ledger.dat, de onde sai a declaracao mensal.
      *>
      *> E a mesma regra para a concessao e a cobranca do
      *> LOAN-SYSTEM e para as comissoes do FEE-POSTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO "stamp_duty_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "stamp_duty_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RATES-FILE.
       COPY "STAMP-RATE-RECORD.cpy".

       FD LEDGER-FILE.
       COPY "STAMP-LEDGER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SR-STATUS    PIC XX.
       01 WS-SL-STATUS    PIC XX.
       01 WS-EOF          PIC X.
       01 WS-TERM         PIC 9(3).
       01 WS-BEST-FROM    PIC 9(8).
       01 WS-BEST-BASIS   PIC X.

       LINKAGE SECTION.
       COPY "STAMP-REQUEST.cpy".

       PROCEDURE DIVISION USING STAMP-REQUEST.

       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN SDQ-CALCULATE
                   PERFORM CALCULATE-DUTY
               WHEN SDQ-RECORD
                   PERFORM RECORD-DUTY
               WHEN OTHER
                   MOVE "N" TO SDQ-RESULT
           END-EVALUATE
           GOBACK.

       CALCULATE-DUTY.
           MOVE "N" TO SDQ-RESULT
           MOVE SPACES TO SDQ-TAX-CODE
           MOVE 0 TO SDQ-RATE
           MOVE 0 TO SDQ-DUTY
           MOVE 0 TO WS-BEST-FROM
           MOVE SPACE TO WS-BEST-BASIS
           IF SDQ-BASE = 0
               EXIT PARAGRAPH
           END-IF
      *> So a concessao depende do prazo; nas outras operacoes
      *> qualquer faixa serve.
           IF SDQ-OP-TYPE = "EMP"
               MOVE SDQ-TERM TO WS-TERM
           ELSE
               MOVE 0 TO WS-TERM
           END-IF

           OPEN INPUT RATES-FILE
           IF WS-SR-STATUS NOT = "00"
               CLOSE RATES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RATES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SR-OP-TYPE = SDQ-OP-TYPE
                          AND SR-VALID-FROM <= SDQ-DATE
                          AND SR-VALID-FROM >= WS-BEST-FROM
                          AND (SDQ-OP-TYPE NOT = "EMP"
                               OR (WS-TERM >= SR-MIN-TERM
                                   AND WS-TERM <= SR-MAX-TERM))
                           MOVE "Y" TO SDQ-RESULT
                           MOVE SR-VALID-FROM TO WS-BEST-FROM
                           MOVE SR-TAX-CODE TO SDQ-TAX-CODE
                           MOVE SR-RATE TO SDQ-RATE
                           MOVE SR-BASIS TO WS-BEST-BASIS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE

           IF SDQ-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-BEST-BASIS = "M"
               COMPUTE SDQ-DUTY ROUNDED =
                   SDQ-BASE * SDQ-RATE / 100 * WS-TERM
           ELSE
               COMPUTE SDQ-DUTY ROUNDED =
                   SDQ-BASE * SDQ-RATE / 100
           END-IF.

       RECORD-DUTY.
           OPEN EXTEND LEDGER-FILE
           IF WS-SL-STATUS = "05" OR WS-SL-STATUS = "35"
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           MOVE SDQ-DATE TO SL-DATE
           MOVE SDQ-OP-TYPE TO SL-OP-TYPE
           MOVE SDQ-TAX-CODE TO SL-TAX-CODE
           MOVE SDQ-ACC-ID TO SL-ACC-ID
           MOVE SDQ-TRANS-ID TO SL-TRANS-ID
           MOVE SDQ-BRANCH TO SL-BRANCH
           MOVE SDQ-CURRENCY TO SL-CURRENCY
           MOVE SDQ-BASE TO SL-BASE
           MOVE SDQ-RATE TO SL-RATE
           MOVE SDQ-DUTY TO SL-DUTY
           MOVE SDQ-SOURCE TO SL-SOURCE
           WRITE SL-REC
           CLOSE LEDGER-FILE
           MOVE "Y" TO SDQ-RESULT.
