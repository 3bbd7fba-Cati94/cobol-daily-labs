       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBAN-CHECK.

      *> Regra partilhada de IBAN: recebe o bloco IBAN-REQUEST
      *> (copybook) e gera ou valida.
      *>
      *> Gerar: o numero de conta nacional (NIB) de uma conta nossa
      *> e banco (4) + agencia (4) + ACC-ID com zeros a esquerda
      *> (11) + 2 digitos de controlo, calculados como
      *> 98 - MOD(19 digitos * 100, 97); o IBAN e "PT" + 2 digitos
      *> de controlo mod-97 + NIB.
      *>
      *> Validar: compacta o que foi teclado (maiusculas, sem
      *> espacos), confere o pais e o comprimento (tabela dos paises
      *> mais usados, 15 a 34 para os restantes) e aplica a prova
      *> mod-97 da norma: os 4 primeiros caracteres passam para o
      *> fim, cada letra vale 10..35, e o resto da divisao do numero
      *> assim formado por 97 tem de ser 1. O numero nao cabe em
      *> nenhum campo numerico, por isso o resto e calculado aos
      *> bocados, um caracter de cada vez.
      *>
      *> E a mesma regra para toda a suite: os beneficiarios e a
      *> compensacao do Dia26, os mandatos de debito direto e as
      *> penhoras recusam na captura o IBAN que nao passe aqui.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Codigo deste banco na camara de compensacao.
       01 WS-OUR-BANK     PIC 9(4) VALUE 0099.

       01 WS-WORK         PIC X(34).
       01 WS-WORK-LEN     PIC 9(2).
       01 WS-IDX          PIC 9(2).
       01 WS-POS          PIC 9(2).
       01 WS-CHAR         PIC X.
       01 WS-DIGIT        PIC 9.
       01 WS-LETTER-VAL   PIC 9(2).
       01 WS-REMAINDER    PIC 9(5).
       01 WS-CHECK        PIC 9(2).
       01 WS-COUNTRY      PIC X(2).
       01 WS-EXPECT-LEN   PIC 9(2).
       01 WS-BAD-CHAR     PIC X.

      *> Cadeia sobre a qual corre a prova mod-97.
       01 WS-MOD-STRING   PIC X(40).
       01 WS-MOD-LEN      PIC 9(2).

       01 WS-NIB-WORK.
           05 WS-NIB-BANK    PIC 9(4).
           05 WS-NIB-BRANCH  PIC 9(4).
           05 WS-NIB-ACC     PIC 9(11).
           05 WS-NIB-CHECK   PIC 9(2).

      *> Comprimento do IBAN por pais.
       01 WS-LEN-VALUES.
           05 FILLER PIC X(4) VALUE "PT25".
           05 FILLER PIC X(4) VALUE "ES24".
           05 FILLER PIC X(4) VALUE "FR27".
           05 FILLER PIC X(4) VALUE "DE22".
           05 FILLER PIC X(4) VALUE "IT27".
           05 FILLER PIC X(4) VALUE "GB22".
           05 FILLER PIC X(4) VALUE "NL18".
           05 FILLER PIC X(4) VALUE "BE16".
           05 FILLER PIC X(4) VALUE "LU20".
           05 FILLER PIC X(4) VALUE "IE22".
       01 WS-LEN-TABLE REDEFINES WS-LEN-VALUES.
           05 WS-LEN-ENTRY OCCURS 10 TIMES.
               10 WS-LEN-COUNTRY PIC X(2).
               10 WS-LEN-SIZE    PIC 9(2).

       LINKAGE SECTION.
       COPY "IBAN-REQUEST.cpy".

       PROCEDURE DIVISION USING IBAN-REQUEST.

       MAIN-PROCEDURE.
           MOVE "N" TO IBR-RESULT
           MOVE "N" TO IBR-OWN-BANK
           MOVE SPACES TO IBR-REASON
           EVALUATE TRUE
               WHEN IBR-GENERATE
                   PERFORM GENERATE-IBAN
               WHEN IBR-VALIDATE
                   PERFORM VALIDATE-IBAN
               WHEN OTHER
                   MOVE "ACAO INVALIDA" TO IBR-REASON
           END-EVALUATE
           GOBACK.

      *> NIB e IBAN de uma conta nossa.
       GENERATE-IBAN.
           MOVE WS-OUR-BANK TO WS-NIB-BANK
           MOVE IBR-BRANCH TO WS-NIB-BRANCH
           MOVE IBR-ACC-ID TO WS-NIB-ACC
           MOVE 0 TO WS-NIB-CHECK

      *> Controlo do NIB: 98 - MOD(19 digitos seguidos de 00, 97).
           MOVE SPACES TO WS-MOD-STRING
           MOVE WS-NIB-WORK TO WS-MOD-STRING
           MOVE 21 TO WS-MOD-LEN
           PERFORM COMPUTE-MOD-97
           COMPUTE WS-NIB-CHECK = 98 - WS-REMAINDER
           MOVE WS-NIB-WORK TO IBR-NIB
           MOVE WS-OUR-BANK TO IBR-BANK

      *> Controlo do IBAN: NIB + "PT00" com as letras ja
      *> convertidas (P = 25, T = 29).
           MOVE SPACES TO WS-MOD-STRING
           STRING WS-NIB-WORK DELIMITED BY SIZE
                  "252900" DELIMITED BY SIZE
                  INTO WS-MOD-STRING
           END-STRING
           MOVE 27 TO WS-MOD-LEN
           PERFORM COMPUTE-MOD-97
           COMPUTE WS-CHECK = 98 - WS-REMAINDER

           MOVE SPACES TO IBR-IBAN
           STRING "PT" DELIMITED BY SIZE
                  WS-CHECK DELIMITED BY SIZE
                  WS-NIB-WORK DELIMITED BY SIZE
                  INTO IBR-IBAN
           END-STRING
           MOVE IBR-IBAN TO WS-WORK
           MOVE 25 TO WS-WORK-LEN
           PERFORM FORMAT-PRINT
           MOVE "Y" TO IBR-OWN-BANK
           MOVE "Y" TO IBR-RESULT.

       VALIDATE-IBAN.
           MOVE SPACES TO IBR-NIB
           MOVE 0 TO IBR-BANK
           MOVE SPACES TO IBR-PRINT
           PERFORM COMPACT-INPUT
           MOVE WS-WORK TO IBR-IBAN

           IF WS-WORK-LEN < 15
               MOVE "IBAN CURTO DEMAIS" TO IBR-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BAD-CHAR = "Y"
               MOVE "CARACTERES INVALIDOS NO IBAN" TO IBR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK(1:2) TO WS-COUNTRY
           IF WS-COUNTRY IS NOT ALPHABETIC-UPPER
              OR WS-WORK(3:2) IS NOT NUMERIC
               MOVE "PAIS/CONTROLO INVALIDOS" TO IBR-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EXPECT-LEN
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               IF WS-LEN-COUNTRY (WS-IDX) = WS-COUNTRY
                   MOVE WS-LEN-SIZE (WS-IDX) TO WS-EXPECT-LEN
               END-IF
           END-PERFORM
           IF WS-EXPECT-LEN NOT = 0
              AND WS-WORK-LEN NOT = WS-EXPECT-LEN
               MOVE "COMPRIMENTO ERRADO PARA O PAIS" TO IBR-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-COUNTRY = "PT"
              AND WS-WORK(5:21) IS NOT NUMERIC
               MOVE "NIB COM CARACTERES NAO NUMERICOS" TO IBR-REASON
               EXIT PARAGRAPH
           END-IF

      *> Prova mod-97: BBAN seguido de pais + controlo.
           MOVE SPACES TO WS-MOD-STRING
           MOVE 0 TO WS-MOD-LEN
           PERFORM VARYING WS-IDX FROM 5 BY 1
                   UNTIL WS-IDX > WS-WORK-LEN
               ADD 1 TO WS-MOD-LEN
               MOVE WS-WORK(WS-IDX:1) TO WS-MOD-STRING(WS-MOD-LEN:1)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               ADD 1 TO WS-MOD-LEN
               MOVE WS-WORK(WS-IDX:1) TO WS-MOD-STRING(WS-MOD-LEN:1)
           END-PERFORM
           PERFORM COMPUTE-MOD-97
           IF WS-REMAINDER NOT = 1
               MOVE "DIGITOS DE CONTROLO ERRADOS" TO IBR-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-COUNTRY = "PT"
               MOVE WS-WORK(5:21) TO IBR-NIB
               MOVE WS-WORK(5:4) TO IBR-BANK
               IF IBR-BANK = WS-OUR-BANK
                   MOVE "Y" TO IBR-OWN-BANK
               END-IF
           END-IF
           PERFORM FORMAT-PRINT
           MOVE "Y" TO IBR-RESULT.

      *> Copia IBR-IBAN para WS-WORK sem espacos e em maiusculas;
      *> WS-BAD-CHAR = Y se sobrar algo que nao seja letra/digito.
       COMPACT-INPUT.
           MOVE SPACES TO WS-WORK
           MOVE 0 TO WS-WORK-LEN
           MOVE "N" TO WS-BAD-CHAR
           INSPECT IBR-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 34
               MOVE IBR-IBAN(WS-IDX:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                   IF WS-CHAR IS NOT ALPHABETIC-UPPER
                      AND WS-CHAR IS NOT NUMERIC
                       MOVE "Y" TO WS-BAD-CHAR
                   END-IF
                   ADD 1 TO WS-WORK-LEN
                   MOVE WS-CHAR TO WS-WORK(WS-WORK-LEN:1)
               END-IF
           END-PERFORM.

      *> Resto da divisao por 97 dos WS-MOD-LEN primeiros caracteres
      *> de WS-MOD-STRING, lidos como numero (A = 10 ... Z = 35).
       COMPUTE-MOD-97.
           MOVE 0 TO WS-REMAINDER
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-MOD-LEN
               MOVE WS-MOD-STRING(WS-POS:1) TO WS-CHAR
               IF WS-CHAR IS NUMERIC
                   MOVE WS-CHAR TO WS-DIGIT
                   COMPUTE WS-REMAINDER = FUNCTION MOD(
                       WS-REMAINDER * 10 + WS-DIGIT, 97)
               ELSE
                   COMPUTE WS-LETTER-VAL = FUNCTION ORD(WS-CHAR)
                       - FUNCTION ORD("A") + 10
                   COMPUTE WS-REMAINDER = FUNCTION MOD(
                       WS-REMAINDER * 100 + WS-LETTER-VAL, 97)
               END-IF
           END-PERFORM.

      *> IBR-PRINT: os WS-WORK-LEN caracteres de WS-WORK em grupos
      *> de 4 separados por um espaco.
       FORMAT-PRINT.
           MOVE SPACES TO IBR-PRINT
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WORK-LEN
               IF WS-IDX > 1 AND FUNCTION MOD(WS-IDX - 1, 4) = 0
                   ADD 1 TO WS-POS
               END-IF
               ADD 1 TO WS-POS
               MOVE WS-WORK(WS-IDX:1) TO IBR-PRINT(WS-POS:1)
           END-PERFORM.
