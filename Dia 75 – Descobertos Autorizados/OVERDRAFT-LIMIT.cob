       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-LIMIT.

      *> Consulta partilhada do descoberto autorizado: recebe uma
      *> conta e uma data no bloco OVERDRAFT-REQUEST (copybook) e
      *> devolve o acordo de overdrafts.dat dessa conta -- o limite
      *> so conta se o acordo estiver ativo e a data cair entre o
      *> inicio e a validade. E a mesma regra para o TRANSACT, o
      *> TRANSFER e o fecho de mes, para nenhum deles deixar descer
      *> o saldo abaixo de zero por conta propria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDRAFT-FILE ASSIGN TO "overdrafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OVERDRAFT-FILE.
       COPY "OVERDRAFT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OD-STATUS   PIC XX.
       01 WS-EOF         PIC X.

       LINKAGE SECTION.
       COPY "OVERDRAFT-REQUEST.cpy".

       PROCEDURE DIVISION USING OVERDRAFT-REQUEST.

       MAIN-PROCEDURE.
           MOVE "N" TO ODQ-FOUND
           MOVE "N" TO ODQ-ACTIVE
           MOVE 0 TO ODQ-LIMIT
           MOVE 0 TO ODQ-RATE
           MOVE 0 TO ODQ-EXPIRY

      *> Sem ficheiro de acordos nenhuma conta tem descoberto.
           OPEN INPUT OVERDRAFT-FILE
           IF WS-OD-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ OVERDRAFT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OD-ACC-ID = ODQ-ACC-ID
                           MOVE "Y" TO ODQ-FOUND
                           MOVE OD-RATE TO ODQ-RATE
                           MOVE OD-EXPIRY-DATE TO ODQ-EXPIRY
                           IF OD-ACTIVE
                              AND ODQ-DATE >= OD-START-DATE
                              AND ODQ-DATE <= OD-EXPIRY-DATE
                               MOVE "Y" TO ODQ-ACTIVE
                               MOVE OD-LIMIT TO ODQ-LIMIT
                           END-IF
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERDRAFT-FILE
           GOBACK.
