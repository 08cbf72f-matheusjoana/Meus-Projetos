       77 WS-TOK-DIGITOS      PIC X(14).
       77 WS-TOK-SINAL        PIC X.
       77 WS-REG-OPER         PIC X(6).
       77 WS-REG-OPCAO        PIC 9(2).
       77 WS-REG-RESULT       PIC S9(10)V99.
       77 WS-REG-VALIDO       PIC X.
       77 WS-REG-QTD          PIC 9.
       77 WS-ACHOU-RESULT     PIC X.
       77 WS-ACHOU-OPER       PIC X.

       77 WS-OPERS-EXCESSO    PIC 9(7) VALUE 0.
       77 WS-TOTAL-QTD        PIC 9(7) VALUE 0.
       77 WS-TOTAL-SOMA       PIC S9(13)V99 VALUE 0.
       77 WS-EST-QTD          PIC 9(7) VALUE 0.
       77 WS-EST-SOMA         PIC S9(13)V99 VALUE 0.
       77 WS-SALDO-ANTERIOR   PIC S9(13)V99 VALUE 0.
       77 WS-SALDO-ACUMULADO  PIC S9(13)V99 VALUE 0.
       77 WS-SALDO-ACHADO     PIC X VALUE 'N'.
               10 WS-OPER-QTD    PIC 9(7).
               10 WS-OPER-SOMA   PIC S9(13)V99.

       01  WS-TAB-OPCOES.
           05 WS-OPCAO-LINHA OCCURS 12 TIMES INDEXED BY WS-IDX-OPC.
               10 WS-OPCAO-QTD   PIC 9(7).
               10 WS-OPCAO-SOMA  PIC S9(13)V99.

       77 WS-ACHOU            PIC X.
       77 EXIB-OPCAO          PIC 9(2).
       77 EXIB-QTD            PIC ZZZZZZ9.
       77 EXIB-SOMA           PIC -(13)9.99.

           PERFORM CALCULAR-MES-ANTERIOR
           PERFORM LER-SALDO-ANTERIOR

           INITIALIZE WS-TAB-OPCOES

           PERFORM LER-LOG-VIVO
           PERFORM LER-ARQUIVOS-ARCHIVE

           DISPLAY "Fora do mês/inválidos: " EXIB-QTD
           MOVE WS-TOTAL-QTD TO EXIB-QTD
           DISPLAY "Operações no mês:      " EXIB-QTD
           MOVE WS-EST-QTD TO EXIB-QTD
           MOVE WS-EST-SOMA TO EXIB-SOMA
           DISPLAY "Estornos no mês:       " EXIB-QTD
               "  soma=" EXIB-SOMA
           MOVE WS-TOTAL-SOMA TO EXIB-SOMA
           DISPLAY "Soma do mês (líquida): " EXIB-SOMA
           MOVE WS-SALDO-ANTERIOR TO EXIB-SOMA
           DISPLAY "Saldo anterior:        " EXIB-SOMA
           MOVE WS-SALDO-ACUMULADO TO EXIB-SOMA

       EXTRAIR-CAMPOS.
           MOVE SPACES TO WS-REG-OPER
           MOVE 0 TO WS-REG-OPCAO
           MOVE 0 TO WS-REG-RESULT
           MOVE 'N' TO WS-ACHOU-RESULT
           MOVE 'N' TO WS-ACHOU-OPER
                   MOVE WS-TOKEN(WS-IDX-TOK)(6:6) TO WS-REG-OPER
                   MOVE 'S' TO WS-ACHOU-OPER
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:6) = "OPCAO="
                   IF FUNCTION TRIM(WS-TOKEN(WS-IDX-TOK)(7:2))
                           NUMERIC
                       COMPUTE WS-REG-OPCAO = FUNCTION NUMVAL(
                           WS-TOKEN(WS-IDX-TOK)(7:2))
                   END-IF
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:7) = "RESULT="
                   MOVE WS-TOKEN(WS-IDX-TOK)(8:13) TO WS-TOK-VALOR
                   PERFORM CONVERTER-RESULT
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
           IF WS-ACHOU = 'N' AND WS-DATAS-QTD < 200
               ADD 1 TO WS-DATAS-QTD
               MOVE WS-TOK-DATA TO WS-DATA-CHAVE(WS-DATAS-QTD)
               MOVE WS-REG-QTD TO WS-DATA-QTD(WS-DATAS-QTD)
               MOVE WS-REG-RESULT TO WS-DATA-SOMA(WS-DATAS-QTD)
           END-IF

           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-OPERS-QTD
               IF WS-OPER-CHAVE(WS-IDX-OPER) = WS-REG-OPER
                   ADD WS-REG-QTD TO WS-OPER-QTD(WS-IDX-OPER)
                   ADD WS-REG-RESULT TO WS-OPER-SOMA(WS-IDX-OPER)
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-OPER TO WS-OPERS-QTD
                   ADD 1 TO WS-OPERS-QTD
                   MOVE WS-REG-OPER
                       TO WS-OPER-CHAVE(WS-OPERS-QTD)
                   MOVE WS-REG-QTD TO WS-OPER-QTD(WS-OPERS-QTD)
                   MOVE WS-REG-RESULT
                       TO WS-OPER-SOMA(WS-OPERS-QTD)
               ELSE
                   ADD 1 TO WS-OPERS-EXCESSO
               END-IF
           END-IF

           IF WS-REG-OPCAO >= 1 AND WS-REG-OPCAO <= 12
               ADD WS-REG-QTD TO WS-OPCAO-QTD(WS-REG-OPCAO)
               ADD WS-REG-RESULT TO WS-OPCAO-SOMA(WS-REG-OPCAO)
           END-IF.

       GRAVAR-FECHAMENTO.
               WRITE FECHA-RECORD FROM FECHA-LINHA-VALOR
           END-PERFORM

           PERFORM VARYING WS-IDX-OPC FROM 1 BY 1
                   UNTIL WS-IDX-OPC > 12
               IF WS-OPCAO-QTD(WS-IDX-OPC) > 0
                       OR WS-OPCAO-SOMA(WS-IDX-OPC) NOT = 0
                   MOVE "OPCAO     " TO FECHA-VAL-ROTULO
                   SET EXIB-OPCAO TO WS-IDX-OPC
                   MOVE EXIB-OPCAO TO FECHA-VAL-CHAVE
                   MOVE WS-OPCAO-QTD(WS-IDX-OPC) TO FECHA-VAL-QTD
                   MOVE WS-OPCAO-SOMA(WS-IDX-OPC) TO FECHA-VAL-SOMA
                   WRITE FECHA-RECORD FROM FECHA-LINHA-VALOR
               END-IF
           END-PERFORM

           IF WS-OPERS-EXCESSO > 0
               MOVE "AVISO     " TO FECHA-VAL-ROTULO
               MOVE "EXCEDENTE " TO FECHA-VAL-CHAVE
               WRITE FECHA-RECORD FROM FECHA-LINHA-VALOR
           END-IF

           IF WS-EST-QTD > 0
               MOVE "ESTORNO   " TO FECHA-VAL-ROTULO
               MOVE SPACES TO FECHA-VAL-CHAVE
               MOVE WS-EST-QTD TO FECHA-VAL-QTD
               MOVE WS-EST-SOMA TO FECHA-VAL-SOMA
               WRITE FECHA-RECORD FROM FECHA-LINHA-VALOR
           END-IF

           MOVE "TOTAL     " TO FECHA-VAL-ROTULO
           MOVE SPACES TO FECHA-VAL-CHAVE
           MOVE WS-TOTAL-QTD TO FECHA-VAL-QTD
