       77 WS-TOK-VALOR        PIC X(20).
       77 WS-TOK-DIGITOS      PIC X(14).
       77 WS-TOK-SINAL        PIC X.
       77 WS-REG-OPCAO        PIC 9(2).
       77 WS-REG-RESULT       PIC S9(10)V99.
       77 WS-REG-VALIDO       PIC X.
       77 WS-REG-QTD          PIC 9.

       77 WS-TOTAL-QTD        PIC 9(7) VALUE 0.
       77 WS-TOTAL-SOMA       PIC S9(13)V99 VALUE 0.
       77 WS-EST-QTD          PIC 9(7) VALUE 0.
       77 WS-EST-SOMA         PIC S9(13)V99 VALUE 0.
       77 WS-LIDOS            PIC 9(7) VALUE 0.
       77 WS-IGNORADOS        PIC 9(7) VALUE 0.
       77 WS-DATAS-EXCESSO    PIC 9(7) VALUE 0.
               10 WS-PROG-SOMA   PIC S9(13)V99.

       01  WS-TAB-OPCOES.
           05 WS-OPCAO-LINHA OCCURS 12 TIMES INDEXED BY WS-IDX-OPC.
               10 WS-OPCAO-QTD   PIC 9(7).
               10 WS-OPCAO-SOMA  PIC S9(13)V99.

       77 WS-ACHOU            PIC X.
       77 EXIB-OPCAO          PIC Z9.
       77 EXIB-QTD            PIC ZZZZZZ9.
       77 EXIB-SOMA           PIC -(13)9.99.

           PERFORM VARYING WS-IDX-TOK FROM 1 BY 1
                   UNTIL WS-IDX-TOK > 5
               IF WS-TOKEN(WS-IDX-TOK)(1:6) = "OPCAO="
                   IF FUNCTION TRIM(WS-TOKEN(WS-IDX-TOK)(7:2))
                           NUMERIC
                       COMPUTE WS-REG-OPCAO = FUNCTION NUMVAL(
                           WS-TOKEN(WS-IDX-TOK)(7:2))
                   END-IF
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:7) = "RESULT="
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-REG-OPCAO < 1 OR WS-REG-OPCAO > 12
               MOVE 'N' TO WS-REG-VALIDO
           END-IF
           IF WS-ACHOU = 'N'
           END-IF.

       ACUMULAR-REGISTRO.
           IF WS-TOK-PROGRAMA = "ESTORNO"
               MOVE 0 TO WS-REG-QTD
               ADD 1 TO WS-EST-QTD
               ADD WS-REG-RESULT TO WS-EST-SOMA
           ELSE
               MOVE 1 TO WS-REG-QTD
           END-IF
           ADD WS-REG-QTD TO WS-TOTAL-QTD
           ADD WS-REG-RESULT TO WS-TOTAL-SOMA

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                   UNTIL WS-IDX-DATA > WS-DATAS-QTD
               IF WS-DATA-CHAVE(WS-IDX-DATA) = WS-TOK-DATA
                   ADD WS-REG-QTD TO WS-DATA-QTD(WS-IDX-DATA)
                   ADD WS-REG-RESULT TO WS-DATA-SOMA(WS-IDX-DATA)
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-DATA TO WS-DATAS-QTD
               IF WS-DATAS-QTD < 200
                   ADD 1 TO WS-DATAS-QTD
                   MOVE WS-TOK-DATA TO WS-DATA-CHAVE(WS-DATAS-QTD)
                   MOVE WS-REG-QTD TO WS-DATA-QTD(WS-DATAS-QTD)
                   MOVE WS-REG-RESULT TO WS-DATA-SOMA(WS-DATAS-QTD)
               ELSE
                   ADD 1 TO WS-DATAS-EXCESSO
           PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
                   UNTIL WS-IDX-PROG > WS-PROGS-QTD
               IF WS-PROG-NOME(WS-IDX-PROG) = WS-TOK-PROGRAMA
                   ADD WS-REG-QTD TO WS-PROG-QTD(WS-IDX-PROG)
                   ADD WS-REG-RESULT TO WS-PROG-SOMA(WS-IDX-PROG)
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-PROG TO WS-PROGS-QTD
           IF WS-ACHOU = 'N' AND WS-PROGS-QTD < 10
               ADD 1 TO WS-PROGS-QTD
               MOVE WS-TOK-PROGRAMA TO WS-PROG-NOME(WS-PROGS-QTD)
               MOVE WS-REG-QTD TO WS-PROG-QTD(WS-PROGS-QTD)
               MOVE WS-REG-RESULT TO WS-PROG-SOMA(WS-PROGS-QTD)
           END-IF

           ADD WS-REG-QTD TO WS-OPCAO-QTD(WS-REG-OPCAO)
           ADD WS-REG-RESULT TO WS-OPCAO-SOMA(WS-REG-OPCAO).

       IMPRIMIR-RELATORIO.
           END-PERFORM
           DISPLAY " "

           DISPLAY "--- Por opção (1-12) ---"
           PERFORM VARYING WS-IDX-OPC FROM 1 BY 1
                   UNTIL WS-IDX-OPC > 12
               IF WS-OPCAO-QTD(WS-IDX-OPC) > 0
                       OR WS-OPCAO-SOMA(WS-IDX-OPC) NOT = 0
                   MOVE WS-OPCAO-QTD(WS-IDX-OPC) TO EXIB-QTD
                   MOVE WS-OPCAO-SOMA(WS-IDX-OPC) TO EXIB-SOMA
                   SET EXIB-OPCAO TO WS-IDX-OPC
           MOVE WS-TOTAL-QTD TO EXIB-QTD
           MOVE WS-TOTAL-SOMA TO EXIB-SOMA
           DISPLAY "Operações no período: " EXIB-QTD
           MOVE WS-EST-QTD TO EXIB-QTD
           MOVE WS-EST-SOMA TO EXIB-SOMA
           DISPLAY "Estornos no período:  " EXIB-QTD
               "  soma=" EXIB-SOMA
           MOVE WS-TOTAL-SOMA TO EXIB-SOMA
           DISPLAY "Soma dos resultados:  " EXIB-SOMA
               " (líquida de estornos)"
           MOVE WS-LIDOS TO EXIB-QTD
           DISPLAY "Registros lidos:      " EXIB-QTD
           MOVE WS-IGNORADOS TO EXIB-QTD
