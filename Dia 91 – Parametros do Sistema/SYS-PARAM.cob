       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-PARAM.

      *> Consulta partilhada dos parametros do sistema: recebe um
      *> codigo e uma data no bloco PARAM-REQUEST (copybook) e
      *> devolve o valor de system_parameters.dat em vigor nessa
      *> data -- o valor atual se a data de efeito ja chegou, senao
      *> o valor anterior que ele vai substituir. Os limiares
      *> (tentativas de login, periodo de dormencia, transferencia
      *> grande, dupla autorizacao, tolerancia de faturas) deixam de
      *> estar fixos em cada programa e passam a mudar num so sitio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "system_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FILE.
       COPY "SYSTEM-PARAM-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SP-STATUS   PIC XX.
       01 WS-EOF         PIC X.

       LINKAGE SECTION.
       COPY "PARAM-REQUEST.cpy".

       PROCEDURE DIVISION USING PARAM-REQUEST.

       MAIN-PROCEDURE.
           MOVE "N" TO PRM-FOUND
           MOVE 0 TO PRM-VALUE
           IF PRM-DATE = 0
               ACCEPT PRM-DATE FROM DATE YYYYMMDD
           END-IF

      *> Sem ficheiro de parametros ficam os valores compilados.
           OPEN INPUT PARAM-FILE
           IF WS-SP-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PARAM-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SP-CODE = PRM-CODE
                           IF PRM-DATE >= SP-EFF-DATE
                               MOVE "Y" TO PRM-FOUND
                               MOVE SP-VALUE TO PRM-VALUE
                           ELSE
                               IF SP-PREV-EFF-DATE NOT = 0
                                  AND PRM-DATE >= SP-PREV-EFF-DATE
                                   MOVE "Y" TO PRM-FOUND
                                   MOVE SP-PREV-VALUE TO PRM-VALUE
                               END-IF
                           END-IF
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           GOBACK.
