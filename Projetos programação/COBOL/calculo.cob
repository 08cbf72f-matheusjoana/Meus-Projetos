               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CALC-PEND-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           05 OPER-ID          PIC X(6).
           05 OPER-NOME        PIC X(30).
           05 OPER-ATIVO       PIC X(1).
           05 OPER-AUTORIZACOES PIC X(20).
           05 OPER-PIN-HASH    PIC 9(10).
           05 OPER-LIMITE      PIC 9(10)V99.
           05 OPER-APROVADOR   PIC X(1).
           05 OPER-PIN-DATA    PIC 9(8).
           05 OPER-TENTATIVAS  PIC 9(2).
           05 OPER-BLOQUEADO   PIC X(1).

       FD  CALC-PEND-FILE.
       01  CALC-PEND-RECORD.
           05 PEND-ID.
               10 PEND-DATA-HORA PIC X(14).
               10 PEND-SEQ       PIC 9(6).
           05 PEND-PROGRAMA    PIC X(16).
           05 PEND-RUN-ID      PIC X(14).
           05 PEND-LOTE-SEQ    PIC 9(6).
           05 PEND-REF         PIC X(10).
           05 PEND-OPER        PIC X(6).
           05 PEND-NUM1        PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05 PEND-NUM2        PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05 PEND-OPCAO       PIC 9(2).
           05 PEND-RESULT      PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           05 PEND-LIMITE      PIC 9(10)V99.
           05 PEND-SITUACAO    PIC X(1).
           05 PEND-APROVADOR   PIC X(6).
           05 PEND-DECISAO     PIC X(14).
           05 PEND-MOTIVO      PIC X(30).

       WORKING-STORAGE SECTION.
       77 STR-NUM1    PIC X(10).
       77 NUM1        PIC S9(5)V99.
       77 NUM2        PIC S9(5)V99.
       77 RESULT      PIC S9(10)V99 VALUE 0.
       77 OPCAO       PIC 9(2).

       77 NUMERIC-CHECK PIC X.
       77 WS-VALIDA-TEXTO   PIC X(10).
       77 STR-MODO-ARRED  PIC X(2).

       COPY "calcmot.cpy".
       COPY "opacess.cpy".

       77 WS-OPER-STATUS    PIC XX.
       77 STR-OPER          PIC X(6).
       77 WS-OPER-ATUAL     PIC X(6) VALUE SPACES.
       77 WS-OPER-OK        PIC X.
       77 WS-OPER-AUT-ATUAL PIC X(20).
       77 WS-OPER-LIMITE-ATUAL PIC 9(10)V99 VALUE 0.

       77 WS-PEND-STATUS    PIC XX.
       77 WS-PENDENTE       PIC X VALUE 'N'.
       77 WS-PEND-GRAVADO   PIC X.
       77 WS-PEND-SEQ       PIC 9(6) VALUE 0.
       77 WS-RESULT-ABS     PIC S9(10)V99.

       77 AUD-NUM1      PIC S9(5)V99
                        SIGN IS LEADING SEPARATE.

           MOVE 'N' TO WS-OPERACAO-ERRO

           IF OPCAO < 1 OR OPCAO > 12
               DISPLAY "Opcao invalida!"
               MOVE 'S' TO WS-OPERACAO-ERRO
           ELSE
               MOVE 'S' TO WS-OPERACAO-ERRO
           ELSE
               MOVE 1 TO WS-MODO-ARRED
               IF OPCAO >= 1 AND OPCAO <= 12
                   PERFORM LER-MODO-ARRED
               END-IF

           END-IF.

           IF OPCAO NOT = 0
               PERFORM VERIFICAR-LIMITE
           END-IF.

           IF OPCAO NOT = 0
               IF WS-PENDENTE = 'S'
                   PERFORM GRAVAR-PENDENTE
               ELSE
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

           DISPLAY "-----------------------------------".
           MOVE "ADMIN " TO OPER-ID
           MOVE "ADMINISTRADOR" TO OPER-NOME
           MOVE "S" TO OPER-ATIVO
           MOVE "SSSSSSSSSSSSNNNNNNNN" TO OPER-AUTORIZACOES
           INITIALIZE ACESSO-PARAMETROS
           MOVE "H" TO ACESSO-FUNCAO
           MOVE "CALCULADORA-MENU" TO ACESSO-PROGRAMA
           MOVE OPER-ID TO ACESSO-OPER-ID
           MOVE "1234" TO ACESSO-PIN
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           MOVE ACESSO-PIN-HASH TO OPER-PIN-HASH
           MOVE 0 TO OPER-LIMITE
           MOVE "S" TO OPER-APROVADOR
           MOVE 0 TO OPER-PIN-DATA
           MOVE 0 TO OPER-TENTATIVAS
           MOVE "N" TO OPER-BLOQUEADO
           WRITE OPER-RECORD
           CLOSE OPER-FILE.

       VALIDAR-OPERADOR.
           MOVE 'N' TO WS-OPER-OK
           MOVE ALL "N" TO WS-OPER-AUT-ATUAL
           MOVE 0 TO WS-OPER-LIMITE-ATUAL
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE WS-OPER-ATUAL TO OPER-ID
                           MOVE 'Y' TO WS-OPER-OK
                           MOVE OPER-AUTORIZACOES
                               TO WS-OPER-AUT-ATUAL
                           MOVE OPER-LIMITE TO WS-OPER-LIMITE-ATUAL
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       CONFERIR-PIN.
           INITIALIZE ACESSO-PARAMETROS
           MOVE "E" TO ACESSO-FUNCAO
           MOVE "CALCULADORA-MENU" TO ACESSO-PROGRAMA
           MOVE WS-OPER-ATUAL TO ACESSO-OPER-ID
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           IF ACESSO-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-OPER-OK
           END-IF.

       IDENTIFICAR-OPERADOR.
           DISPLAY "    codigo da moeda)".
           DISPLAY "9 - Conversao entre moedas (NUM2 = ".
           DISPLAY "    origem x 100 + destino)".
           DISPLAY "10 - Juros compostos sobre NUM1 (NUM2 = ".
           DISPLAY "     periodos x 1000 + taxa em decimos de %)".
           DISPLAY "11 - Prestacao fixa - tabela Price (NUM2 = ".
           DISPLAY "     periodos x 1000 + taxa em decimos de %)".
           DISPLAY "12 - Valor presente de NUM1 (NUM2 = ".
           DISPLAY "     periodos x 1000 + taxa em decimos de %)".
           DISPLAY "     ex. NUM2 = 12015: 12 periodos a 1,5%".
           PERFORM EXIBIR-MOEDAS.
           MOVE 'N' TO NUMERIC-CHECK.
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
                   DISPLAY "Resultado de " MOTOR-MOEDA-SIGLA
                       " em " MOTOR-MOEDA-SIGLA-DEST ": "
                       EXIB-RESULT
               WHEN 10
                   DISPLAY "Montante com juros compostos: "
                       EXIB-RESULT
               WHEN 11
                   DISPLAY "Valor da prestacao: " EXIB-RESULT
               WHEN 12
                   DISPLAY "Valor presente: " EXIB-RESULT
           END-EVALUATE.

       EXIBIR-ERRO-OPERACAO.
                   DISPLAY "Erro: codigo de moeda invalido!"
               WHEN "raiz de negativo"
                   DISPLAY "Erro: raiz de numero negativo!"
               WHEN "parametro financeiro invalido"
                   DISPLAY "Erro: parametro financeiro invalido! "
                       "NUM1 >= 0 e NUM2 = periodos (1-99) x 1000 "
                       "+ taxa em decimos de %."
               WHEN "opcao invalida"
                   DISPLAY "Opcao invalida!"
               WHEN OTHER
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       VERIFICAR-LIMITE.
           MOVE 'N' TO WS-PENDENTE
           IF WS-OPER-LIMITE-ATUAL > 0
               IF RESULT < 0
                   COMPUTE WS-RESULT-ABS = 0 - RESULT
               ELSE
                   MOVE RESULT TO WS-RESULT-ABS
               END-IF
               IF WS-RESULT-ABS > WS-OPER-LIMITE-ATUAL
                   MOVE 'S' TO WS-PENDENTE
               END-IF
           END-IF.

       GRAVAR-PENDENTE.
           OPEN I-O CALC-PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT CALC-PEND-FILE
               CLOSE CALC-PEND-FILE
               OPEN I-O CALC-PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "Erro: nao foi possivel abrir CALCPEND.DAT "
                   "- status " WS-PEND-STATUS
               DISPLAY "Operacao NAO registrada!"
           ELSE
               MOVE SPACES TO CALC-PEND-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO PEND-DATA-HORA
               MOVE "CALCULADORA-MENU" TO PEND-PROGRAMA
               MOVE SPACES TO PEND-RUN-ID
               MOVE 0 TO PEND-LOTE-SEQ
               MOVE SPACES TO PEND-REF
               MOVE WS-OPER-ATUAL TO PEND-OPER
               MOVE NUM1 TO PEND-NUM1
               MOVE NUM2 TO PEND-NUM2
               MOVE OPCAO TO PEND-OPCAO
               MOVE RESULT TO PEND-RESULT
               MOVE WS-OPER-LIMITE-ATUAL TO PEND-LIMITE
               MOVE "P" TO PEND-SITUACAO
               MOVE 'N' TO WS-PEND-GRAVADO
               MOVE 0 TO WS-PEND-SEQ
               PERFORM UNTIL WS-PEND-GRAVADO = 'S'
                       OR WS-PEND-SEQ > 99
                   MOVE WS-PEND-SEQ TO PEND-SEQ
                   WRITE CALC-PEND-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PEND-SEQ
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PEND-GRAVADO
                   END-WRITE
               END-PERFORM
               CLOSE CALC-PEND-FILE
               IF WS-PEND-GRAVADO = 'S'
                   DISPLAY "Valor acima do limite do operador - "
                       "enviado para aprovacao."
               ELSE
                   DISPLAY "Erro: nao foi possivel gravar "
                       "CALCPEND.DAT - status " WS-PEND-STATUS
                   DISPLAY "Operacao NAO registrada!"
               END-IF
           END-IF.

       LER-ULTIMO-AUDITORIA.
           MOVE 0 TO WS-AUD-SEQ
           MOVE 0 TO WS-AUD-CHK
