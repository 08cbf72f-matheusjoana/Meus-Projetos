       77 WS-COD-DESTINO      PIC 9(2).
       77 WS-TAXA-ORIGEM      PIC 9(3)V9999.
       77 WS-NOME-ORIGEM      PIC X(3).
       77 WS-FIN-OK           PIC X.
       77 WS-FIN-PERIODOS     PIC 9(2).
       77 WS-FIN-TAXA-MIL     PIC 9(3).
       77 WS-FIN-TAXA         PIC 9V9(4).
       77 WS-FIN-BASE         PIC 9V9(4).
       77 WS-FIN-FATOR        PIC 9(6)V9(12).
       77 WS-FIN-COEF         PIC 9(6)V9(12).

       01  WS-TABELA-CAMBIO.
           05 WS-QTD-MOEDAS   PIC 9(2) VALUE 0.
                   PERFORM EXECUTAR-CONVERSAO-INVERSA
               WHEN 9
                   PERFORM EXECUTAR-CONVERSAO-CRUZADA
               WHEN 10
                   PERFORM EXECUTAR-JUROS-COMPOSTOS
               WHEN 11
                   PERFORM EXECUTAR-PRESTACAO
               WHEN 12
                   PERFORM EXECUTAR-VALOR-PRESENTE
               WHEN OTHER
                   MOVE 'S' TO MOTOR-ERRO
                   MOVE "opcao invalida" TO MOTOR-MOTIVO
               END-IF
           END-IF.

       PREPARAR-PARAMETRO-FINANCEIRO.
           MOVE 'N' TO WS-FIN-OK
           IF MOTOR-NUM1 >= 0 AND MOTOR-NUM2 >= 1000
                   AND MOTOR-NUM2 = FUNCTION INTEGER(MOTOR-NUM2)
               COMPUTE WS-FIN-PERIODOS =
                   FUNCTION INTEGER(MOTOR-NUM2 / 1000)
               COMPUTE WS-FIN-TAXA-MIL =
                   MOTOR-NUM2 - WS-FIN-PERIODOS * 1000
               COMPUTE WS-FIN-TAXA = WS-FIN-TAXA-MIL / 1000
               ADD 1 WS-FIN-TAXA GIVING WS-FIN-BASE
               MOVE 1 TO WS-FIN-FATOR
               MOVE 'S' TO WS-FIN-OK
               PERFORM WS-FIN-PERIODOS TIMES
                   IF WS-FIN-OK = 'S'
                       MULTIPLY WS-FIN-BASE BY WS-FIN-FATOR ROUNDED
                           ON SIZE ERROR
                               MOVE 'N' TO WS-FIN-OK
                               PERFORM ERRO-CAPACIDADE
                       END-MULTIPLY
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'S' TO MOTOR-ERRO
               MOVE "parametro financeiro invalido" TO MOTOR-MOTIVO
           END-IF.

       EXECUTAR-JUROS-COMPOSTOS.
           PERFORM PREPARAR-PARAMETRO-FINANCEIRO
           IF WS-FIN-OK = 'S'
               MOVE WS-FIN-FATOR TO WS-FIN-COEF
               PERFORM APLICAR-COEFICIENTE
           END-IF.

       EXECUTAR-PRESTACAO.
           PERFORM PREPARAR-PARAMETRO-FINANCEIRO
           IF WS-FIN-OK = 'S'
               IF WS-FIN-TAXA-MIL = 0
                   COMPUTE WS-FIN-COEF ROUNDED = 1 / WS-FIN-PERIODOS
               ELSE
                   COMPUTE WS-FIN-COEF ROUNDED =
                       WS-FIN-TAXA * WS-FIN-FATOR
                       / (WS-FIN-FATOR - 1)
               END-IF
               PERFORM APLICAR-COEFICIENTE
           END-IF.

       EXECUTAR-VALOR-PRESENTE.
           PERFORM PREPARAR-PARAMETRO-FINANCEIRO
           IF WS-FIN-OK = 'S'
               COMPUTE WS-FIN-COEF ROUNDED = 1 / WS-FIN-FATOR
               PERFORM APLICAR-COEFICIENTE
           END-IF.

       APLICAR-COEFICIENTE.
           EVALUATE MOTOR-MODO-ARRED
               WHEN 2
                   COMPUTE MOTOR-RESULT
                       ROUNDED MODE IS TRUNCATION =
                       MOTOR-NUM1 * WS-FIN-COEF
                       ON SIZE ERROR
                           PERFORM ERRO-CAPACIDADE
                   END-COMPUTE
               WHEN 3
                   COMPUTE MOTOR-RESULT =
                       MOTOR-NUM1 * WS-FIN-COEF
                       ON SIZE ERROR
                           PERFORM ERRO-CAPACIDADE
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE MOTOR-RESULT ROUNDED =
                       MOTOR-NUM1 * WS-FIN-COEF
                       ON SIZE ERROR
                           PERFORM ERRO-CAPACIDADE
                   END-COMPUTE
           END-EVALUATE.

       ERRO-CAPACIDADE.
           MOVE 'S' TO MOTOR-ERRO
           MOVE "resultado excede capacidade" TO MOTOR-MOTIVO
