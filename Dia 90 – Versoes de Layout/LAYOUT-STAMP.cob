       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-STAMP.

      *> Carimbo unico dos cabecalhos de layout: poe o registo de
      *> cabecalho (tipo de ficheiro, versao do layout, numero de
      *> registos) no accounts.dat, transactions.dat e invoices.dat
      *> (chave zero) e no customers.dat e loans.dat (primeira linha)
      *> que ja existiam antes da guarda de versoes. Ate ser corrido,
      *> todos os programas que abrem esses ficheiros recusam
      *> trabalhar sobre eles.
      *>
      *> Carimba com as versoes com que foi compilado, por isso so se
      *> corre depois de confirmado que os ficheiros estao no layout
      *> dos copybooks atuais (TRANS-CONVERT, Dia 29, converte o que
      *> ainda estiver num formato antigo). Volta a servir para
      *> recontar um ficheiro cujo contador o DATA-VERIFY (Dia 45)
      *> deu como divergente, depois de apurada a causa.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONFIRM      PIC X.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== CARIMBO DE LAYOUT DOS FICHEIROS ====="
           MOVE "LAYOUT-STAMP" TO LOCK-PROGRAM
           PERFORM ACQUIRE-BANK-LOCK
           IF LOCK-RESULT NOT = "Y"
               STOP RUN
           END-IF

           MOVE "LAYOUT-STAMP" TO LAYOUT-PROGRAM
           MOVE "Y" TO LAYOUT-ACC-USED
           MOVE "Y" TO LAYOUT-TRANS-USED
           MOVE "Y" TO LAYOUT-INV-USED
           MOVE "Y" TO LAYOUT-CUST-USED
           MOVE "Y" TO LAYOUT-LOAN-USED

      *> Estado atual, para o operador saber o que vai carimbar.
           MOVE "C" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT = "Y"
               DISPLAY "Cabecalhos presentes e na versao atual:"
               DISPLAY "  accounts.dat     " LAYOUT-ACC-COUNT
                       " registos no cabecalho"
               DISPLAY "  transactions.dat " LAYOUT-TRANS-COUNT
                       " registos no cabecalho"
               DISPLAY "  invoices.dat     " LAYOUT-INV-COUNT
                       " registos no cabecalho"
               DISPLAY "  customers.dat    " LAYOUT-CUST-COUNT
                       " registos no cabecalho"
               DISPLAY "  loans.dat        " LAYOUT-LOAN-COUNT
                       " registos no cabecalho"
               DISPLAY "Recarimbar (recontar os registos)? (S/N):"
           ELSE
               DISPLAY LAYOUT-MESSAGE
               DISPLAY "Carimbar accounts.dat (layout v"
                       LAYOUT-ACC-VERSION "), transactions.dat"
                       " (layout v" LAYOUT-TRANS-VERSION "),"
               DISPLAY "invoices.dat (layout v" LAYOUT-INV-VERSION
                       "), customers.dat (layout v"
                       LAYOUT-CUST-VERSION ") e loans.dat (layout v"
                       LAYOUT-LOAN-VERSION ")? (S/N):"
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Nada alterado."
               PERFORM RELEASE-BANK-LOCK
               STOP RUN
           END-IF

           MOVE "S" TO LAYOUT-ACTION
           CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
           IF LAYOUT-RESULT NOT = "Y"
               DISPLAY LAYOUT-MESSAGE
               DISPLAY "Carimbo interrompido."
           ELSE
               DISPLAY "accounts.dat carimbado: layout v"
                       LAYOUT-ACC-VERSION ", "
                       LAYOUT-ACC-COUNT " contas."
               DISPLAY "transactions.dat carimbado: layout v"
                       LAYOUT-TRANS-VERSION ", "
                       LAYOUT-TRANS-COUNT " movimentos."
               DISPLAY "invoices.dat carimbado: layout v"
                       LAYOUT-INV-VERSION ", "
                       LAYOUT-INV-COUNT " linhas de fatura."
               DISPLAY "customers.dat carimbado: layout v"
                       LAYOUT-CUST-VERSION ", "
                       LAYOUT-CUST-COUNT " clientes."
               DISPLAY "loans.dat carimbado: layout v"
                       LAYOUT-LOAN-VERSION ", "
                       LAYOUT-LOAN-COUNT " emprestimos."
           END-IF

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
