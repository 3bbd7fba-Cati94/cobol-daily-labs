       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.

      *> Repositorio de relatorios. Cada programa que escreve um
      *> relatorio chama esta rotina logo a seguir a fechar o ficheiro
      *> (bloco REPORT-REQUEST, copybook): o relatorio e copiado para
      *> report_repo/ como a geracao seguinte do seu tipo
      *> (TIPO.Gnnnn.txt) e fica uma linha no indice report_index.dat
      *> com o programa, o tipo, a data e hora da corrida, o periodo
      *> coberto, o operador e o numero de linhas. O ficheiro com o
      *> nome de sempre nao e tocado, e a proxima corrida pode
      *> sobrepo-lo sem se perder o anterior.
      *>
      *> Uma falha a arquivar (relatorio inexistente, tipo em branco)
      *> volta com RPQ-RESULT = N e a razao em RPQ-MESSAGE; o programa
      *> que chamou avisa e continua.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT INDEX-FILE ASSIGN TO "report_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SOURCE-FILE.
       01 SOURCE-LINE PIC X(250).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(250).

       FD INDEX-FILE.
       COPY "REPORT-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SRC-STATUS     PIC XX.
       01 WS-ARC-STATUS     PIC XX.
       01 WS-RIX-STATUS     PIC XX.
       01 WS-EOF            PIC X.
       01 WS-SOURCE-NAME    PIC X(40).
       01 WS-ARCHIVE-NAME   PIC X(40).
       01 WS-LAST-GEN       PIC 9(4).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-RUN-TIME       PIC 9(8).
       01 WS-LINE-COUNT     PIC 9(7).

       LINKAGE SECTION.
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION USING REPORT-REQUEST.

       MAIN-PROCEDURE.
           MOVE "N" TO RPQ-RESULT
           MOVE 0 TO RPQ-GENERATION
           MOVE 0 TO RPQ-RECORDS
           MOVE SPACES TO RPQ-ARCHIVE
           MOVE SPACES TO RPQ-MESSAGE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           IF RPQ-TYPE = SPACES OR RPQ-FILE = SPACES
               MOVE "Tipo ou ficheiro do relatorio em branco."
                   TO RPQ-MESSAGE
               GOBACK
           END-IF

      *> O relatorio tem de existir (o programa acabou de o fechar).
           MOVE RPQ-FILE TO WS-SOURCE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               MOVE SPACES TO RPQ-MESSAGE
               STRING "Relatorio nao encontrado: " DELIMITED BY SIZE
                      RPQ-FILE DELIMITED BY SPACE
                      INTO RPQ-MESSAGE
               GOBACK
           END-IF

           PERFORM FIND-LAST-GENERATION
           ADD 1 TO WS-LAST-GEN

           CALL "SYSTEM" USING "mkdir -p report_repo"
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "report_repo/" DELIMITED BY SIZE
                  RPQ-TYPE DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-LAST-GEN DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME

           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               CLOSE SOURCE-FILE
               MOVE "Nao foi possivel criar a copia em report_repo."
                   TO RPQ-MESSAGE
               GOBACK
           END-IF

           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SOURCE-LINE TO ARCHIVE-LINE
                       WRITE ARCHIVE-LINE
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE ARCHIVE-FILE

           PERFORM WRITE-INDEX-ENTRY

           MOVE "Y" TO RPQ-RESULT
           MOVE WS-LAST-GEN TO RPQ-GENERATION
           MOVE WS-ARCHIVE-NAME TO RPQ-ARCHIVE
           MOVE WS-LINE-COUNT TO RPQ-RECORDS
           GOBACK.

      *> Ultima geracao ja arquivada deste tipo (zero se nenhuma). As
      *> geracoes purgadas contam: um numero nunca e reutilizado.
       FIND-LAST-GENERATION.
           MOVE 0 TO WS-LAST-GEN
           OPEN INPUT INDEX-FILE
           IF WS-RIX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ INDEX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RIX-TYPE = RPQ-TYPE
                          AND RIX-GENERATION > WS-LAST-GEN
                           MOVE RIX-GENERATION TO WS-LAST-GEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       WRITE-INDEX-ENTRY.
           OPEN EXTEND INDEX-FILE
           IF WS-RIX-STATUS = "05" OR WS-RIX-STATUS = "35"
               CLOSE INDEX-FILE
               OPEN OUTPUT INDEX-FILE
               CLOSE INDEX-FILE
               OPEN EXTEND INDEX-FILE
           END-IF
           MOVE RPQ-TYPE TO RIX-TYPE
           MOVE WS-LAST-GEN TO RIX-GENERATION
           MOVE RPQ-PROGRAM TO RIX-PROGRAM
           MOVE WS-RUN-DATE TO RIX-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RIX-RUN-TIME
           IF RPQ-PERIOD = SPACES
               MOVE WS-RUN-DATE TO RIX-PERIOD
           ELSE
               MOVE RPQ-PERIOD TO RIX-PERIOD
           END-IF
           IF RPQ-OPERATOR = SPACES
               MOVE "BATCH" TO RIX-OPERATOR
           ELSE
               MOVE RPQ-OPERATOR TO RIX-OPERATOR
           END-IF
           MOVE WS-LINE-COUNT TO RIX-RECORDS
           MOVE RPQ-FILE TO RIX-SOURCE
           MOVE WS-ARCHIVE-NAME TO RIX-ARCHIVE
           MOVE "A" TO RIX-STATUS
           MOVE 0 TO RIX-PURGE-DATE
           WRITE RIX-REC
           CLOSE INDEX-FILE.
