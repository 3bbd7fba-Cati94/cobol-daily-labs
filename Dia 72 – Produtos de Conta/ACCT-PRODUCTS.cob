      *> CREATE-ACCOUNT atribui o codigo na abertura, o fecho de
      *> mes do Dia 23 paga juros pelo escalao do produto em vez da
      *> taxa unica para toda a gente, e o TRANSACT aplica o limite
      *> de debitos. Um produto para menores indica o produto adulto
      *> para onde a conta passa aos 18 anos (MINOR-GUARDIANS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-T2-UPTO      PIC 9(7)V99.
       01 WS-T2-RATE      PIC 9V9(4).
       01 WS-T3-RATE      PIC 9V9(4).
       01 WS-NEW-ADULT    PIC X(3).
       01 WS-SAVE-CODE    PIC X(3).
       01 WS-APT-FOUND    PIC X.

      *> Suporte de hash salgado de passwords (migra em claro ->
       01 WS-AUDIT-USER      PIC A(20).
       01 WS-AUDIT-ACTION    PIC X(40).

      *> Bloco de pedido da matriz de permissoes (PERM-CHECK, Dia 92).
       COPY "PERM-REQUEST.cpy".

      *> Bloco de pedido dos parametros do sistema (SYS-PARAM, Dia 91).
       COPY "PARAM-REQUEST.cpy".

      *> Bloco de pedido do lock partilhado (BANK-LOCK, Dia 44).
       COPY "LOCK-REQUEST.cpy".
       01 WS-LOCK-CONFIRM PIC X.
       PROCEDURE DIVISION.

MAIN.
       PERFORM LOAD-SYSTEM-PARAMS
       MOVE "ACCT-PRODUCTS" TO LOCK-PROGRAM
       PERFORM ACQUIRE-BANK-LOCK
       IF LOCK-RESULT NOT = "Y"
       MOVE "U" TO LOCK-ACTION
       CALL "BANK-LOCK" USING LOCK-REQUEST.

      *> Parametros do sistema (SYS-PARAM, Dia 91) em vigor hoje; sem
      *> linha em system_parameters.dat fica o valor compilado.
LOAD-SYSTEM-PARAMS.
       MOVE "LOCKOUT-MAX" TO PRM-CODE
       MOVE 0 TO PRM-DATE
       CALL "SYS-PARAM" USING PARAM-REQUEST
       IF PRM-FOUND = "Y"
           MOVE PRM-VALUE TO WS-MAX-FAILED
       END-IF.

      *> Matriz de permissoes (PERM-CHECK, Dia 92): uma linha para o
      *> perfil e a opcao escolhida prevalece sobre a regra de perfil
      *> deste programa; sem linha vale a regra. Sair nunca e recusado.
CHECK-MENU-PERMISSION.
       MOVE SPACE TO PMQ-RESULT
       IF WS-OPTION = 3
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

      *> Recusa pela regra de perfil do programa: fica na trilha.
LOG-ACCESS-DENIED.
       MOVE "D" TO PMQ-ACTION
       PERFORM FILL-PERM-REQUEST
       CALL "PERM-CHECK" USING PERM-REQUEST.

FILL-PERM-REQUEST.
       MOVE "ACCT-PRODUCTS" TO PMQ-PROGRAM
       MOVE WS-OPTION TO PMQ-OPTION
       MOVE WS-OPER-ROLE TO PMQ-ROLE
       MOVE WS-OPER-NAME TO PMQ-USER.

MENU-LOOP.
       DISPLAY "===== PRODUTOS DE CONTA ====="
       DISPLAY "1. Registar produto"
       DISPLAY "2. Listar produtos"
       DISPLAY "3. Sair"
       ACCEPT WS-OPTION
       PERFORM CHECK-MENU-PERMISSION
       IF PERM-REFUSED
           GO TO MENU-LOOP
       END-IF

       EVALUATE WS-OPTION
           WHEN 1
               IF OPER-ADMIN OR PERM-GRANTED
                   PERFORM ADD-PRODUCT-TYPE
               ELSE
                   DISPLAY "Acesso negado: catalogo reservado a "
                           "Admins."
                   PERFORM LOG-ACCESS-DENIED
               END-IF
           WHEN 2 PERFORM LIST-PRODUCT-TYPES
           WHEN 3 EXIT PARAGRAPH
       ACCEPT WS-T2-RATE
       DISPLAY "Escalao 3 - taxa mensal (acima do escalao 2):"
       ACCEPT WS-T3-RATE
       DISPLAY "Produto para menores? Codigo do produto adulto "
               "para a conversao aos 18 (vazio = nao):"
       ACCEPT WS-NEW-ADULT

       IF WS-NEW-CODE = SPACES OR WS-NEW-NAME = SPACES
           DISPLAY "Dados invalidos."
           DISPLAY "Produto " WS-NEW-CODE " ja existe."
           EXIT PARAGRAPH
       END-IF
      *> O produto adulto tem de estar ja no catalogo.
       IF WS-NEW-ADULT NOT = SPACES
           IF WS-NEW-ADULT = WS-NEW-CODE
               DISPLAY "O produto adulto tem de ser outro produto."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CODE TO WS-SAVE-CODE
           MOVE WS-NEW-ADULT TO WS-NEW-CODE
           PERFORM FIND-PRODUCT-TYPE
           MOVE WS-SAVE-CODE TO WS-NEW-CODE
           IF WS-APT-FOUND = "N"
               DISPLAY "Produto adulto " WS-NEW-ADULT " nao existe "
                       "- registe-o primeiro."
               EXIT PARAGRAPH
           END-IF
       END-IF

       OPEN EXTEND PRODUCTS-FILE
       IF WS-APT-STATUS = "05" OR WS-APT-STATUS = "35"
       MOVE WS-T2-UPTO TO APT-T2-UPTO
       MOVE WS-T2-RATE TO APT-T2-RATE
       MOVE WS-T3-RATE TO APT-T3-RATE
       MOVE WS-NEW-ADULT TO APT-ADULT-CODE
       WRITE APT-REC
       CLOSE PRODUCTS-FILE

                           " E2 ate " APT-T2-UPTO
                           " tx " APT-T2-RATE
                           " E3 tx " APT-T3-RATE
                   IF APT-ADULT-CODE NOT = SPACES
                       DISPLAY "    menores - aos 18 passa a "
                               APT-ADULT-CODE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PRODUCTS-FILE.
