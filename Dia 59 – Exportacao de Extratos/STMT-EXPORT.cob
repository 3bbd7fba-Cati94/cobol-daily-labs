      *> Extrato em formato legivel por maquina para os clientes
      *> empresa conciliarem sem papel: por conta e intervalo de
      *> datas gera statement_<conta>.csv com
      *>   H;conta;inicio;fim;saldo-abertura;saldo-fecho;iban
      *>   M;data;tipo;valor;motivo;descritivo;saldo-corrente
      *>   T;numero-de-linhas;total-creditos;total-debitos
      *> O registo de fecho torna um ficheiro truncado detetavel
      *> pelo software de contabilidade do cliente. O IBAN (regra
      *> do IBAN-CHECK) vai no fim do cabecalho para o software do
      *> cliente casar o ficheiro com a conta sem tabela propria.
      *>
      *> Os saldos de abertura e fecho reconstroem-se do saldo
      *> atual da conta menos o liquido dos movimentos posteriores
       01 WS-END           PIC 9(8).
       01 WS-ACC-FOUND     PIC X VALUE "N".
       01 WS-BALANCE-NOW   PIC S9(9)V99.
       01 WS-ACC-BRANCH    PIC 9(4).

      *> Bloco de pedido da regra de IBAN (IBAN-CHECK).
       COPY "IBAN-REQUEST.cpy".

       01 WS-NET-FROM-START PIC S9(11)V99.
       01 WS-NET-AFTER-END  PIC S9(11)V99.
       01 WS-TOT-DEBITS     PIC 9(11)V99 VALUE 0.
       01 WS-SIGNED-AMT     PIC S9(9)V99.

      *> Bloco de pedido da guarda de layout (LAYOUT-CHECK, Dia 90).
       COPY "LAYOUT-REQUEST.cpy".

       PROCEDURE DIVISION.

MAIN.
       DISPLAY "===== EXPORTACAO DE EXTRATO ====="
       MOVE "STMT-EXPORT" TO LAYOUT-PROGRAM
       MOVE "Y" TO LAYOUT-ACC-USED
       MOVE "Y" TO LAYOUT-TRANS-USED
       PERFORM CHECK-FILE-LAYOUTS
       IF LAYOUT-RESULT NOT = "Y"
           GOBACK
       END-IF
       DISPLAY "Numero da conta:"
       ACCEPT WS-ACC-ID-IN
       DISPLAY "Data inicio (AAAAMMDD):"
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACC-LAYOUT-HEADER
                       MOVE "Y" TO WS-ACC-FOUND
                       MOVE ACC-BALANCE TO WS-BALANCE-NOW
                       MOVE ACC-BRANCH TO WS-ACC-BRANCH
                   END-IF
           END-READ
           CLOSE ACCOUNTS-FILE
       END-IF
              INTO WS-EXPORT-NAME
       END-STRING

       MOVE "G" TO IBR-ACTION
       MOVE WS-ACC-ID-IN TO IBR-ACC-ID
       MOVE WS-ACC-BRANCH TO IBR-BRANCH
       CALL "IBAN-CHECK" USING IBAN-REQUEST

       OPEN OUTPUT EXPORT-FILE
       MOVE SPACES TO EXPORT-LINE
       STRING "H;" DELIMITED BY SIZE
              WS-OPENING DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-CLOSING DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              IBR-IBAN DELIMITED BY SPACE
              INTO EXPORT-LINE
       END-STRING
       WRITE EXPORT-LINE
              INTO EXPORT-LINE
       END-STRING
       WRITE EXPORT-LINE.

      *> Guarda de layout (LAYOUT-CHECK, Dia 90): recusa correr sobre
      *> um accounts.dat/transactions.dat de versao diferente da
      *> do copybook com que foi compilado.
CHECK-FILE-LAYOUTS.
       MOVE "C" TO LAYOUT-ACTION
       CALL "LAYOUT-CHECK" USING LAYOUT-REQUEST
       IF LAYOUT-RESULT NOT = "Y"
           DISPLAY LAYOUT-MESSAGE
       END-IF.
