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

       FD  HIST-FILE.
       01  HIST-RECORD         PIC X(120).
       77 STR-OPER            PIC X(6).
       77 STR-PIN             PIC X(4).
       77 STR-NOME            PIC X(30).
       77 STR-AUT             PIC X(20).
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-QTD-LISTADOS     PIC 9(4) VALUE 0.
       77 WS-ACHOU            PIC X.
       77 WS-ALVO-ID          PIC X(6).
       77 WS-MANUT-ID         PIC X(6) VALUE SPACES.
       77 WS-MANUT-OK         PIC X.
       77 WS-MANUT-APROVADOR  PIC X VALUE "N".
       77 WS-IDX-AUT          PIC 9(2).
       77 WS-AUT-ANTERIOR     PIC X(20).
       77 STR-LIMITE          PIC X(10).
       77 STR-APROVADOR       PIC X.
       77 WS-LIMITE           PIC 9(10)V99 VALUE 0.
       77 EXIB-LIMITE         PIC Z(9)9.99.

       01  WS-OPER-ATUAL.
           05 WS-ATU-NOME      PIC X(30).
           05 WS-ATU-ATIVO     PIC X(1).
           05 WS-ATU-AUT       PIC X(20).
           05 WS-ATU-PIN-HASH  PIC 9(10).
           05 WS-ATU-LIMITE    PIC 9(10)V99.
           05 WS-ATU-APROVADOR PIC X(1).
           05 WS-ATU-PIN-DATA  PIC 9(8).
           05 WS-ATU-TENTATIVAS PIC 9(2).
           05 WS-ATU-BLOQUEADO PIC X(1).

       COPY "opacess.cpy".

       77 WS-HIST-ACAO        PIC X(12).
       77 WS-HIST-DETALHE     PIC X(40).
           PERFORM IDENTIFICAR-MANUTENTOR

           MOVE 0 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 8
               DISPLAY " "
               DISPLAY "1 - Listar operadores"
               DISPLAY "2 - Incluir operador"
               DISPLAY "3 - Desativar operador"
               DISPLAY "4 - Alterar autorizações"
               DISPLAY "5 - Alterar PIN"
               DISPLAY "6 - Alterar limite e aprovador"
               DISPLAY "7 - Desbloquear operador"
               DISPLAY "8 - Sair"
               DISPLAY "Opção: "
               ACCEPT STR-OPCAO
               IF FUNCTION TRIM(STR-OPCAO) NUMERIC
                   WHEN 5
                       PERFORM ALTERAR-PIN
                   WHEN 6
                       PERFORM ALTERAR-LIMITE
                   WHEN 7
                       PERFORM DESBLOQUEAR-OPERADOR
                   WHEN 8
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opção inválida!"
           MOVE "ADMIN " TO OPER-ID
           MOVE "ADMINISTRADOR" TO OPER-NOME
           MOVE "S" TO OPER-ATIVO
           MOVE "SSSSSSSSSSSSNNNNNNNN" TO OPER-AUTORIZACOES
           INITIALIZE ACESSO-PARAMETROS
           MOVE "H" TO ACESSO-FUNCAO
           MOVE "OPERADOR-MANUTENCAO" TO ACESSO-PROGRAMA
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

                       MOVE OPER-NOME TO WS-ATU-NOME
                       MOVE OPER-ATIVO TO WS-ATU-ATIVO
                       MOVE OPER-AUTORIZACOES TO WS-ATU-AUT
                       MOVE OPER-PIN-HASH TO WS-ATU-PIN-HASH
                       MOVE OPER-LIMITE TO WS-ATU-LIMITE
                       MOVE OPER-APROVADOR TO WS-ATU-APROVADOR
                       MOVE OPER-PIN-DATA TO WS-ATU-PIN-DATA
                       MOVE OPER-TENTATIVAS TO WS-ATU-TENTATIVAS
                       MOVE OPER-BLOQUEADO TO WS-ATU-BLOQUEADO
               END-READ
               CLOSE OPER-FILE
           END-IF.
                   IF WS-ATU-ATIVO NOT = "S"
                       DISPLAY "Operador inativo!"
                   ELSE
                       INITIALIZE ACESSO-PARAMETROS
                       MOVE "E" TO ACESSO-FUNCAO
                       MOVE "OPERADOR-MANUTENCAO" TO ACESSO-PROGRAMA
                       MOVE WS-ALVO-ID TO ACESSO-OPER-ID
                       CALL "OPERADOR-ACESSO"
                           USING ACESSO-PARAMETROS
                       IF ACESSO-RESULTADO = 'S'
                           MOVE 'Y' TO WS-MANUT-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ALVO-ID TO WS-MANUT-ID
           MOVE WS-ATU-APROVADOR TO WS-MANUT-APROVADOR.

       LISTAR-OPERADORES.
           MOVE 0 TO WS-QTD-LISTADOS
                   "- status " WS-OPER-STATUS
           ELSE
               DISPLAY "ID     Nome                           "
                   "Ativo Autorizações Aprov       Limite Bloq"
               MOVE 'N' TO WS-OPER-EOF
               PERFORM UNTIL WS-OPER-EOF = 'Y'
                   READ OPER-FILE NEXT RECORD
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LISTADOS
                           MOVE OPER-LIMITE TO EXIB-LIMITE
                           DISPLAY OPER-ID " " OPER-NOME " "
                               OPER-ATIVO "     "
                               OPER-AUTORIZACOES(1:12) " "
                               OPER-APROVADOR "     "
                               EXIB-LIMITE "  "
                               OPER-BLOQUEADO
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
       PEDIR-AUTORIZACOES.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "Autorizações (12 posições S/N, operações "
                   "1-12, ex. SSSSSSSNNSSS): "
               ACCEPT STR-AUT
               MOVE FUNCTION UPPER-CASE(STR-AUT) TO STR-AUT
               MOVE 'Y' TO NUMERIC-CHECK
               PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                       UNTIL WS-IDX-AUT > 12
                   IF STR-AUT(WS-IDX-AUT:1) NOT = "S"
                           AND STR-AUT(WS-IDX-AUT:1) NOT = "N"
                       MOVE 'N' TO NUMERIC-CHECK
               IF NUMERIC-CHECK NOT = 'Y'
                   DISPLAY "Use apenas S ou N em cada posição!"
               END-IF
           END-PERFORM
           MOVE ALL "N" TO STR-AUT(13:8).

       PEDIR-LIMITE.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "Limite por operação (valor inteiro, 0 = "
                   "sem limite): "
               ACCEPT STR-LIMITE
               IF FUNCTION TRIM(STR-LIMITE) NUMERIC
                   COMPUTE WS-LIMITE = FUNCTION NUMVAL(STR-LIMITE)
                   MOVE 'Y' TO NUMERIC-CHECK
               ELSE
                   DISPLAY "Valor inválido! Digite apenas números."
               END-IF
           END-PERFORM.

       PEDIR-APROVADOR.
           MOVE SPACE TO STR-APROVADOR
           PERFORM UNTIL STR-APROVADOR = "S" OR STR-APROVADOR = "N"
               DISPLAY "Pode aprovar operações acima do limite "
                   "(S/N)? "
               ACCEPT STR-APROVADOR
               MOVE FUNCTION UPPER-CASE(STR-APROVADOR)
                   TO STR-APROVADOR
           END-PERFORM.

       PEDIR-PIN.
               END-IF
           END-PERFORM.

       CALCULAR-HASH-PIN.
           INITIALIZE ACESSO-PARAMETROS
           MOVE "H" TO ACESSO-FUNCAO
           MOVE "OPERADOR-MANUTENCAO" TO ACESSO-PROGRAMA
           MOVE WS-ALVO-ID TO ACESSO-OPER-ID
           MOVE STR-PIN TO ACESSO-PIN
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS.

       REGISTRAR-EVENTO-SEGURANCA.
           MOVE "R" TO ACESSO-FUNCAO
           MOVE "OPERADOR-MANUTENCAO" TO ACESSO-PROGRAMA
           MOVE WS-ALVO-ID TO ACESSO-OPER-ID
           MOVE WS-MANUT-ID TO ACESSO-POR
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS.

       INCLUIR-OPERADOR.
           PERFORM PEDIR-ALVO
           IF WS-ACHOU = 'S'
               DISPLAY "Nome do operador: "
               ACCEPT STR-NOME
               PERFORM PEDIR-AUTORIZACOES
               PERFORM PEDIR-LIMITE
               IF WS-MANUT-APROVADOR = "S"
                   PERFORM PEDIR-APROVADOR
               ELSE
                   PERFORM UNTIL WS-LIMITE > 0
                       DISPLAY "Somente operador aprovador pode "
                           "incluir operador sem limite!"
                       PERFORM PEDIR-LIMITE
                   END-PERFORM
                   MOVE "N" TO STR-APROVADOR
               END-IF
               PERFORM PEDIR-PIN
               PERFORM CALCULAR-HASH-PIN
               OPEN I-O OPER-FILE
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível abrir "
                   MOVE STR-NOME TO OPER-NOME
                   MOVE "S" TO OPER-ATIVO
                   MOVE STR-AUT TO OPER-AUTORIZACOES
                   MOVE ACESSO-PIN-HASH TO OPER-PIN-HASH
                   MOVE WS-LIMITE TO OPER-LIMITE
                   MOVE STR-APROVADOR TO OPER-APROVADOR
                   MOVE 0 TO OPER-PIN-DATA
                   MOVE 0 TO OPER-TENTATIVAS
                   MOVE "N" TO OPER-BLOQUEADO
                   WRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Erro: operador já existe - "
           IF WS-ACHOU = 'N'
               DISPLAY "Operador não cadastrado!"
           ELSE
               DISPLAY "Autorizações atuais: " WS-ATU-AUT(1:12)
               MOVE WS-ATU-AUT TO WS-AUT-ANTERIOR
               PERFORM PEDIR-AUTORIZACOES
               MOVE STR-AUT TO WS-ATU-AUT
               PERFORM REGRAVAR-OPERADOR
               IF WS-OPER-STATUS = "00"
                   MOVE SPACES TO WS-HIST-DETALHE
                   STRING "DE " WS-AUT-ANTERIOR(1:12) " PARA "
                       STR-AUT(1:12)
                       DELIMITED BY SIZE INTO WS-HIST-DETALHE
                   MOVE "AUTORIZACAO" TO WS-HIST-ACAO
                   PERFORM GRAVAR-HISTORICO
           IF WS-ACHOU = 'N'
               DISPLAY "Operador não cadastrado!"
           ELSE
               IF WS-ALVO-ID NOT = WS-MANUT-ID
                       AND WS-MANUT-APROVADOR NOT = "S"
                   DISPLAY "Somente operador aprovador pode trocar o "
                       "PIN de outro operador!"
               ELSE
                   PERFORM PEDIR-PIN
                   PERFORM CALCULAR-HASH-PIN
                   MOVE ACESSO-PIN-HASH TO WS-ATU-PIN-HASH
                   IF WS-ALVO-ID = WS-MANUT-ID
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-ATU-PIN-DATA
                   ELSE
                       MOVE 0 TO WS-ATU-PIN-DATA
                   END-IF
                   PERFORM REGRAVAR-OPERADOR
                   IF WS-OPER-STATUS = "00"
                       MOVE "TROCA-PIN" TO WS-HIST-ACAO
                       MOVE SPACES TO WS-HIST-DETALHE
                       IF WS-ATU-PIN-DATA = 0
                           MOVE "PIN PROVISORIO" TO WS-HIST-DETALHE
                       END-IF
                       PERFORM GRAVAR-HISTORICO
                       INITIALIZE ACESSO-PARAMETROS
                       IF WS-ATU-PIN-DATA = 0
                           MOVE "REDEFINE-PIN" TO ACESSO-EVENTO
                           MOVE "PIN PROVISORIO - TROCA NA "
                               & "PROXIMA ENTRADA" TO ACESSO-DETALHE
                       ELSE
                           MOVE "TROCA-PIN" TO ACESSO-EVENTO
                           MOVE "TROCA PELA MANUTENCAO"
                               TO ACESSO-DETALHE
                       END-IF
                       PERFORM REGISTRAR-EVENTO-SEGURANCA
                       DISPLAY "PIN de " WS-ALVO-ID " alterado."
                       IF WS-ATU-PIN-DATA = 0
                           DISPLAY "PIN provisório - o operador "
                               "deverá trocá-lo na próxima entrada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ALTERAR-LIMITE.
           IF WS-MANUT-APROVADOR NOT = "S"
               DISPLAY "Somente operador aprovador pode alterar "
                   "limites!"
           ELSE
               PERFORM PEDIR-ALVO
               IF WS-ACHOU = 'N'
                   DISPLAY "Operador não cadastrado!"
               ELSE
                   IF WS-ALVO-ID = WS-MANUT-ID
                       DISPLAY "Não é permitido alterar o próprio "
                           "limite!"
                   ELSE
                       MOVE WS-ATU-LIMITE TO EXIB-LIMITE
                       DISPLAY "Limite atual: " EXIB-LIMITE
                           " - aprovador: " WS-ATU-APROVADOR
                       PERFORM PEDIR-LIMITE
                       PERFORM PEDIR-APROVADOR
                       MOVE WS-LIMITE TO WS-ATU-LIMITE
                       MOVE STR-APROVADOR TO WS-ATU-APROVADOR
                       PERFORM REGRAVAR-OPERADOR
                       IF WS-OPER-STATUS = "00"
                           MOVE WS-LIMITE TO EXIB-LIMITE
                           MOVE SPACES TO WS-HIST-DETALHE
                           STRING "LIMITE=" FUNCTION TRIM(EXIB-LIMITE)
                               " APROVADOR=" STR-APROVADOR
                               DELIMITED BY SIZE INTO WS-HIST-DETALHE
                           MOVE "LIMITE" TO WS-HIST-ACAO
                           PERFORM GRAVAR-HISTORICO
                           DISPLAY "Limite de " WS-ALVO-ID " alterado."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DESBLOQUEAR-OPERADOR.
           IF WS-MANUT-APROVADOR NOT = "S"
               DISPLAY "Somente operador aprovador pode desbloquear!"
           ELSE
               PERFORM PEDIR-ALVO
               IF WS-ACHOU = 'N'
                   DISPLAY "Operador não cadastrado!"
               ELSE
                   IF WS-ATU-BLOQUEADO NOT = "S"
                       DISPLAY "Operador não está bloqueado!"
                   ELSE
                       MOVE "N" TO WS-ATU-BLOQUEADO
                       MOVE 0 TO WS-ATU-TENTATIVAS
                       PERFORM REGRAVAR-OPERADOR
                       IF WS-OPER-STATUS = "00"
                           MOVE "DESBLOQUEIO" TO WS-HIST-ACAO
                           MOVE SPACES TO WS-HIST-DETALHE
                           PERFORM GRAVAR-HISTORICO
                           INITIALIZE ACESSO-PARAMETROS
                           MOVE "DESBLOQUEIO" TO ACESSO-EVENTO
                           MOVE "TENTATIVAS ZERADAS" TO ACESSO-DETALHE
                           PERFORM REGISTRAR-EVENTO-SEGURANCA
                           DISPLAY "Operador " WS-ALVO-ID
                               " desbloqueado."
                       END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE WS-ATU-NOME TO OPER-NOME
               MOVE WS-ATU-ATIVO TO OPER-ATIVO
               MOVE WS-ATU-AUT TO OPER-AUTORIZACOES
               MOVE WS-ATU-PIN-HASH TO OPER-PIN-HASH
               MOVE WS-ATU-LIMITE TO OPER-LIMITE
               MOVE WS-ATU-APROVADOR TO OPER-APROVADOR
               MOVE WS-ATU-PIN-DATA TO OPER-PIN-DATA
               MOVE WS-ATU-TENTATIVAS TO OPER-TENTATIVAS
               MOVE WS-ATU-BLOQUEADO TO OPER-BLOQUEADO
               REWRITE OPER-RECORD
                   INVALID KEY
                       DISPLAY "Erro: não foi possível regravar "
