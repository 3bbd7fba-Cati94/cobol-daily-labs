      *> Converted in one pass, each file first preserved as
      *> <name>_premig.bak:
      *>   accounts.dat       (INDEXED: old-layout read, new-layout
      *>                       write, then swapped in and stamped
      *>                       with its layout header)
      *>   transactions.dat   39 -> 43 byte lines (correr ANTES da
      *>                      conversao do ficheiro para indexado
      *>                      pelo TRANS-CONVERT: esta emenda opera
       01 WS-SPLICE-1     PIC 9(3).
       01 WS-SPLICE-2     PIC 9(3).

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

      *> Bloco de pedido do arquivo de relatorios (REPORT-ARCHIVE,
      *> Dia 96).
       COPY "REPORT-REQUEST.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CLOSE OLD-ACCOUNTS
           CLOSE NEW-ACCOUNTS
           CLOSE MAPPING-FILE
           MOVE "accid_mapping_report.txt" TO RPQ-FILE
           MOVE "ACCIDMAP" TO RPQ-TYPE
           MOVE SPACES TO RPQ-PERIOD
           PERFORM ARCHIVE-REPORT

           CALL "SYSTEM" USING "mv accounts_new.dat accounts.dat"
           DISPLAY "Contas migradas: " WS-ACC-COUNT

      *> O ficheiro novo sai no layout do copybook: carimba-o, para o
      *> resto da suite o aceitar.
           MOVE "ACCID-MIGRATE" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "S" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
           END-IF.

       COPY-ONE-ACCOUNT.
           MOVE OLD-ACC-ID TO ACC-ID
           END-IF
           WRITE RAW-OUT-LINE
           ADD 1 TO WS-LINES-CONV.

      *> Arquiva o relatorio acabado de fechar no repositorio de
      *> relatorios (REPORT-ARCHIVE, Dia 96) como nova geracao do
      *> seu tipo; uma falha so e avisada.
       ARCHIVE-REPORT.
           MOVE "ACCID-MIGRATE" TO RPQ-PROGRAM
           MOVE SPACES TO RPQ-OPERATOR
           CALL "REPORT-ARCHIVE" USING REPORT-REQUEST
           IF RPQ-RESULT = "Y"
               DISPLAY "Relatorio arquivado: " RPQ-ARCHIVE
           ELSE
               DISPLAY "AVISO: relatorio nao arquivado - " RPQ-MESSAGE
           END-IF.
