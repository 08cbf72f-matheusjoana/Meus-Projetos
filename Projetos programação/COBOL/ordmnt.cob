       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEM-MANUTENCAO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORD-FILE ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS WS-ORD-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMBIO-CHAVE
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT FERIADO-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.

           SELECT HIST-FILE ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORD-FILE.
       01  ORD-RECORD.
           05 ORD-ID           PIC 9(3).
           05 ORD-DESCRICAO    PIC X(30).
           05 ORD-OPER         PIC X(6).
           05 ORD-NUM1         PIC S9(5)
                               SIGN IS LEADING SEPARATE.
           05 ORD-NUM2         PIC S9(5)
                               SIGN IS LEADING SEPARATE.
           05 ORD-OPCAO        PIC 9(2).
           05 ORD-FREQUENCIA   PIC X(1).
           05 ORD-DATA-INICIO  PIC 9(8).
           05 ORD-DATA-FIM     PIC 9(8).
           05 ORD-PROX-VENC    PIC 9(8).
           05 ORD-ATIVA        PIC X(1).
           05 ORD-ULT-GERACAO  PIC 9(8).
           05 ORD-DIA-BASE     PIC 9(2).

       FD  OPER-FILE.
       01  OPER-RECORD.
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

       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05 CAMBIO-CHAVE.
               10 CAMBIO-CODIGO        PIC 9(2).
               10 CAMBIO-DATA-VIGENCIA PIC 9(8).
           05 CAMBIO-NOME          PIC X(3).
           05 CAMBIO-TAXA          PIC 9(3)V9999.

       FD  FERIADO-FILE.
       01  FERIADO-RECORD.
           05 FER-DATA         PIC X(8).
           05 FILLER           PIC X.
           05 FER-DESCRICAO    PIC X(30).

       FD  HIST-FILE.
       01  HIST-RECORD         PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-ORD-STATUS       PIC XX.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-CAMBIO-STATUS    PIC XX.
       77 WS-FER-STATUS       PIC XX.
       77 WS-HIST-STATUS      PIC XX.
       77 WS-ORD-EOF          PIC X VALUE 'N'.
       77 WS-FER-EOF          PIC X VALUE 'N'.
       77 NUMERIC-CHECK       PIC X.
       77 STR-OPCAO           PIC X(2).
       77 STR-OPER            PIC X(6).
       77 STR-ID              PIC X(4).
       77 STR-DESCRICAO       PIC X(30).
       77 STR-VALOR           PIC X(10).
       77 STR-DATA            PIC X(10).
       77 STR-FREQUENCIA      PIC X.
       77 STR-RESPOSTA        PIC X.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-QTD-LISTADAS     PIC 9(4) VALUE 0.
       77 WS-ACHOU            PIC X.
       77 WS-ALVO-ID          PIC 9(3).
       77 WS-MANUT-ID         PIC X(6) VALUE SPACES.
       77 WS-MANUT-OK         PIC X.
       77 WS-MANTER           PIC X VALUE 'N'.
       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-DATA-W           PIC 9(8).
       77 WS-VALOR-W          PIC S9(7).
       77 WS-VALIDA-TEXTO     PIC X(10).
       77 WS-VALIDA-TRIM      PIC X(10).
       77 WS-VALIDA-DIGITOS   PIC X(10).
       77 WS-VALIDA-OK        PIC X.
       77 WS-MOEDA-COD        PIC 9(2).
       77 WS-MOEDA-OK         PIC X.
       77 WS-FIN-OK           PIC X.
       77 WS-MOEDA-ORIGEM     PIC 9(2).
       77 WS-MOEDA-DESTINO    PIC 9(2).
       77 WS-OPER-VALIDO      PIC X.
       77 EXIB-ID             PIC ZZ9.
       77 EXIB-NUM1           PIC -(5)9.
       77 EXIB-NUM2           PIC -(5)9.

       01  WS-ORDEM-ATUAL.
           05 WS-ATU-DESCRICAO  PIC X(30).
           05 WS-ATU-OPER       PIC X(6).
           05 WS-ATU-NUM1       PIC S9(5).
           05 WS-ATU-NUM2       PIC S9(5).
           05 WS-ATU-OPCAO      PIC 9(2).
           05 WS-ATU-FREQUENCIA PIC X(1).
           05 WS-ATU-DATA-INICIO PIC 9(8).
           05 WS-ATU-DATA-FIM   PIC 9(8).
           05 WS-ATU-PROX-VENC  PIC 9(8).
           05 WS-ATU-ATIVA      PIC X(1).
           05 WS-ATU-ULT-GERACAO PIC 9(8).
           05 WS-ATU-DIA-BASE   PIC 9(2).

       COPY "opacess.cpy".

       77 WS-HIST-ACAO        PIC X(12).
       77 WS-HIST-DETALHE     PIC X(80).
       77 WS-DATA-HORA        PIC X(21).
       01  WS-TIMESTAMP.
           05 WS-TS-ANO       PIC 9(4).
           05 WS-TS-MES       PIC 9(2).
           05 WS-TS-DIA       PIC 9(2).
           05 WS-TS-HORA      PIC 9(2).
           05 WS-TS-MIN       PIC 9(2).
           05 WS-TS-SEG       PIC 9(2).
           05 WS-TS-RESTO     PIC X(7).

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           DISPLAY "-----------------------------------".
           DISPLAY "   MANUTENÇÃO DE ORDENS PERMANENTES".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM IDENTIFICAR-MANUTENTOR

           MOVE 0 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 8
               DISPLAY " "
               DISPLAY "1 - Listar ordens"
               DISPLAY "2 - Incluir ordem"
               DISPLAY "3 - Alterar ordem"
               DISPLAY "4 - Suspender ordem"
               DISPLAY "5 - Reativar ordem"
               DISPLAY "6 - Listar feriados"
               DISPLAY "7 - Incluir feriado"
               DISPLAY "8 - Sair"
               DISPLAY "Opção: "
               ACCEPT STR-OPCAO
               IF FUNCTION TRIM(STR-OPCAO) NUMERIC
                   COMPUTE WS-OPCAO = FUNCTION NUMVAL(STR-OPCAO)
               ELSE
                   MOVE 0 TO WS-OPCAO
               END-IF
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-ORDENS
                   WHEN 2
                       PERFORM INCLUIR-ORDEM
                   WHEN 3
                       PERFORM ALTERAR-ORDEM
                   WHEN 4
                       PERFORM SUSPENDER-ORDEM
                   WHEN 5
                       PERFORM REATIVAR-ORDEM
                   WHEN 6
                       PERFORM LISTAR-FERIADOS
                   WHEN 7
                       PERFORM INCLUIR-FERIADO
                   WHEN 8
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opção inválida!"
               END-EVALUATE
           END-PERFORM

           DISPLAY "Fim da manutenção."
           STOP RUN.

       IDENTIFICAR-MANUTENTOR.
           MOVE 'N' TO WS-MANUT-OK
           PERFORM UNTIL WS-MANUT-OK = 'Y'
               DISPLAY "Identificação de quem faz a manutenção: "
               ACCEPT STR-OPER
               MOVE FUNCTION UPPER-CASE(STR-OPER) TO STR-OPER
               PERFORM VERIFICAR-OPERADOR
               IF WS-OPER-VALIDO NOT = 'S'
                   DISPLAY "Operador inválido ou inativo!"
               ELSE
                   INITIALIZE ACESSO-PARAMETROS
                   MOVE "E" TO ACESSO-FUNCAO
                   MOVE "ORDEM-MANUTENCAO" TO ACESSO-PROGRAMA
                   MOVE STR-OPER TO ACESSO-OPER-ID
                   CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
                   IF ACESSO-RESULTADO = 'S'
                       MOVE 'Y' TO WS-MANUT-OK
                   END-IF
               END-IF
           END-PERFORM
           MOVE STR-OPER TO WS-MANUT-ID.

       VERIFICAR-OPERADOR.
           MOVE 'N' TO WS-OPER-VALIDO
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir OPERMST.DAT "
                   "- status " WS-OPER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STR-OPER TO OPER-ID
           READ OPER-FILE KEY IS OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPER-ATIVO = "S"
                       MOVE 'S' TO WS-OPER-VALIDO
                   END-IF
           END-READ
           CLOSE OPER-FILE.

       LOCALIZAR-ORDEM.
           MOVE 'N' TO WS-ACHOU
           INITIALIZE WS-ORDEM-ATUAL
           OPEN INPUT ORD-FILE
           IF WS-ORD-STATUS = "00"
               MOVE WS-ALVO-ID TO ORD-ID
               READ ORD-FILE KEY IS ORD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
                       MOVE ORD-DESCRICAO TO WS-ATU-DESCRICAO
                       MOVE ORD-OPER TO WS-ATU-OPER
                       MOVE ORD-NUM1 TO WS-ATU-NUM1
                       MOVE ORD-NUM2 TO WS-ATU-NUM2
                       MOVE ORD-OPCAO TO WS-ATU-OPCAO
                       MOVE ORD-FREQUENCIA TO WS-ATU-FREQUENCIA
                       MOVE ORD-DATA-INICIO TO WS-ATU-DATA-INICIO
                       MOVE ORD-DATA-FIM TO WS-ATU-DATA-FIM
                       MOVE ORD-PROX-VENC TO WS-ATU-PROX-VENC
                       MOVE ORD-ATIVA TO WS-ATU-ATIVA
                       MOVE ORD-ULT-GERACAO TO WS-ATU-ULT-GERACAO
                       MOVE ORD-DIA-BASE TO WS-ATU-DIA-BASE
               END-READ
               CLOSE ORD-FILE
           END-IF.

       LISTAR-ORDENS.
           MOVE 0 TO WS-QTD-LISTADAS
           OPEN INPUT ORD-FILE
           IF WS-ORD-STATUS = "35"
               DISPLAY "Arquivo ORDPERM.DAT ainda não existe."
           ELSE
               IF WS-ORD-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível abrir ORDPERM.DAT "
                       "- status " WS-ORD-STATUS
               ELSE
                   DISPLAY "ID  Descrição                      Oper  "
                       " Op   NUM1   NUM2 F Início   Fim      "
                       "Próx.    Ativa"
                   MOVE 'N' TO WS-ORD-EOF
                   PERFORM UNTIL WS-ORD-EOF = 'Y'
                       READ ORD-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-ORD-EOF
                           NOT AT END
                               ADD 1 TO WS-QTD-LISTADAS
                               MOVE ORD-NUM1 TO EXIB-NUM1
                               MOVE ORD-NUM2 TO EXIB-NUM2
                               DISPLAY ORD-ID " " ORD-DESCRICAO " "
                                   ORD-OPER " " ORD-OPCAO " "
                                   EXIB-NUM1 " " EXIB-NUM2 " "
                                   ORD-FREQUENCIA " "
                                   ORD-DATA-INICIO " "
                                   ORD-DATA-FIM " "
                                   ORD-PROX-VENC " " ORD-ATIVA
                       END-READ
                   END-PERFORM
                   CLOSE ORD-FILE
                   DISPLAY WS-QTD-LISTADAS " ordem(ns). Frequência: "
                       "D=diária S=semanal M=mensal. Ativa: "
                       "S=sim N=suspensa E=encerrada."
               END-IF
           END-IF.

       PEDIR-ALVO.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "Número da ordem (1-999): "
               ACCEPT STR-ID
               IF FUNCTION TRIM(STR-ID) NUMERIC
                   COMPUTE WS-ALVO-ID = FUNCTION NUMVAL(STR-ID)
                   IF WS-ALVO-ID > 0
                       MOVE 'Y' TO NUMERIC-CHECK
                   ELSE
                       DISPLAY "Número inválido! Use 1 a 999."
                   END-IF
               ELSE
                   DISPLAY "Valor invalido! Digite numeros."
               END-IF
           END-PERFORM
           PERFORM LOCALIZAR-ORDEM.

       PEDIR-DESCRICAO.
           DISPLAY "Descrição: "
           ACCEPT STR-DESCRICAO
           IF STR-DESCRICAO NOT = SPACES OR WS-MANTER NOT = 'S'
               MOVE STR-DESCRICAO TO WS-ATU-DESCRICAO
           END-IF.

       PEDIR-OPERADOR.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "Operador que lança a ordem: "
               ACCEPT STR-OPER
               MOVE FUNCTION UPPER-CASE(STR-OPER) TO STR-OPER
               IF STR-OPER = SPACES AND WS-MANTER = 'S'
                   MOVE 'Y' TO NUMERIC-CHECK
               ELSE
                   PERFORM VERIFICAR-OPERADOR
                   IF WS-OPER-VALIDO = 'S'
                       MOVE STR-OPER TO WS-ATU-OPER
                       MOVE 'Y' TO NUMERIC-CHECK
                   ELSE
                       DISPLAY "Operador inválido ou inativo!"
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-OPCAO.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "Operação (1-12): "
               ACCEPT STR-OPCAO
               IF STR-OPCAO = SPACES AND WS-MANTER = 'S'
                   MOVE 'Y' TO NUMERIC-CHECK
               ELSE
                   IF FUNCTION TRIM(STR-OPCAO) NUMERIC
                       COMPUTE WS-VALOR-W = FUNCTION NUMVAL(STR-OPCAO)
                       IF WS-VALOR-W >= 1 AND WS-VALOR-W <= 12
                           MOVE WS-VALOR-W TO WS-ATU-OPCAO
                           MOVE 'Y' TO NUMERIC-CHECK
                       ELSE
                           DISPLAY "Operação inválida! Use 1 a 12."
                       END-IF
                   ELSE
                       DISPLAY "Valor invalido! Digite numeros."
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-NUM1.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "NUM1 (valor inteiro): "
               ACCEPT STR-VALOR
               IF STR-VALOR = SPACES AND WS-MANTER = 'S'
                   MOVE 'Y' TO NUMERIC-CHECK
               ELSE
                   PERFORM VALIDAR-VALOR
                   IF WS-VALIDA-OK = 'Y'
                       MOVE WS-VALOR-W TO WS-ATU-NUM1
                       MOVE 'Y' TO NUMERIC-CHECK
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-NUM2.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               IF WS-ATU-OPCAO = 7 OR WS-ATU-OPCAO = 8
                   DISPLAY "NUM2 (código da moeda): "
               ELSE
                   IF WS-ATU-OPCAO = 9
                       DISPLAY "NUM2 (origem x 100 + destino): "
                   ELSE
                       IF WS-ATU-OPCAO >= 10
                           DISPLAY "NUM2 (períodos x 1000 + taxa "
                               "em décimos de %): "
                       ELSE
                           DISPLAY "NUM2 (valor inteiro): "
                       END-IF
                   END-IF
               END-IF
               ACCEPT STR-VALOR
               IF STR-VALOR = SPACES AND WS-MANTER = 'S'
                   MOVE WS-ATU-NUM2 TO WS-VALOR-W
                   MOVE 'Y' TO WS-VALIDA-OK
               ELSE
                   PERFORM VALIDAR-VALOR
               END-IF
               IF WS-VALIDA-OK = 'Y'
                   PERFORM CONFERIR-MOEDAS
                   PERFORM CONFERIR-PARAMETRO-FINANCEIRO
                   IF WS-MOEDA-OK = 'S' AND WS-FIN-OK = 'S'
                       MOVE WS-VALOR-W TO WS-ATU-NUM2
                       MOVE 'Y' TO NUMERIC-CHECK
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-VALOR.
           MOVE STR-VALOR TO WS-VALIDA-TEXTO
           PERFORM VALIDAR-NUMERO
           IF WS-VALIDA-OK = 'Y'
               COMPUTE WS-VALOR-W = FUNCTION NUMVAL(STR-VALOR)
               IF WS-VALOR-W > 99999 OR WS-VALOR-W < -99999
                   DISPLAY "Valor fora da faixa! Use -99999 a 99999."
                   MOVE 'N' TO WS-VALIDA-OK
               END-IF
           ELSE
               DISPLAY "Valor invalido! Digite numeros inteiros."
           END-IF.

       VALIDAR-NUMERO.
           MOVE 'N' TO WS-VALIDA-OK
           MOVE FUNCTION TRIM(WS-VALIDA-TEXTO) TO WS-VALIDA-TRIM
           IF WS-VALIDA-TRIM(1:1) = "-" OR WS-VALIDA-TRIM(1:1) = "+"
               MOVE WS-VALIDA-TRIM(2:) TO WS-VALIDA-DIGITOS
           ELSE
               MOVE WS-VALIDA-TRIM TO WS-VALIDA-DIGITOS
           END-IF
           IF WS-VALIDA-DIGITOS NOT = SPACES
               IF FUNCTION TRIM(WS-VALIDA-DIGITOS) NUMERIC
                   MOVE 'Y' TO WS-VALIDA-OK
               END-IF
           END-IF.

       CONFERIR-MOEDAS.
           MOVE 'S' TO WS-MOEDA-OK
           EVALUATE WS-ATU-OPCAO
               WHEN 7
               WHEN 8
                   IF WS-VALOR-W < 1 OR WS-VALOR-W > 99
                       MOVE 'N' TO WS-MOEDA-OK
                   ELSE
                       MOVE WS-VALOR-W TO WS-MOEDA-COD
                       PERFORM VERIFICAR-MOEDA
                   END-IF
               WHEN 9
                   IF WS-VALOR-W < 101 OR WS-VALOR-W > 9999
                       MOVE 'N' TO WS-MOEDA-OK
                   ELSE
                       COMPUTE WS-MOEDA-ORIGEM = WS-VALOR-W / 100
                       COMPUTE WS-MOEDA-DESTINO =
                           FUNCTION MOD(WS-VALOR-W, 100)
                       MOVE WS-MOEDA-ORIGEM TO WS-MOEDA-COD
                       PERFORM VERIFICAR-MOEDA
                       IF WS-MOEDA-OK = 'S'
                           MOVE WS-MOEDA-DESTINO TO WS-MOEDA-COD
                           PERFORM VERIFICAR-MOEDA
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOEDA-OK NOT = 'S'
               DISPLAY "Moeda não cadastrada em CAMBIO.DAT!"
           END-IF.

       CONFERIR-PARAMETRO-FINANCEIRO.
           MOVE 'S' TO WS-FIN-OK
           IF WS-ATU-OPCAO >= 10 AND WS-VALOR-W < 1000
               MOVE 'N' TO WS-FIN-OK
               DISPLAY "Parâmetro inválido! Use períodos (1-99) "
                   "x 1000 + taxa em décimos de %."
           END-IF.

       VERIFICAR-MOEDA.
           MOVE 'N' TO WS-MOEDA-OK
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS = "00"
               MOVE WS-MOEDA-COD TO CAMBIO-CODIGO
               MOVE 0 TO CAMBIO-DATA-VIGENCIA
               START CAMBIO-FILE KEY IS >= CAMBIO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAMBIO-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CAMBIO-CODIGO = WS-MOEDA-COD
                                   MOVE 'S' TO WS-MOEDA-OK
                               END-IF
                       END-READ
               END-START
               CLOSE CAMBIO-FILE
           END-IF.

       PEDIR-FREQUENCIA.
           MOVE SPACE TO STR-FREQUENCIA
           PERFORM UNTIL STR-FREQUENCIA = "D" OR STR-FREQUENCIA = "S"
                   OR STR-FREQUENCIA = "M"
               DISPLAY "Frequência (D=diária S=semanal M=mensal): "
               ACCEPT STR-FREQUENCIA
               MOVE FUNCTION UPPER-CASE(STR-FREQUENCIA)
                   TO STR-FREQUENCIA
               IF STR-FREQUENCIA = SPACE AND WS-MANTER = 'S'
                   MOVE WS-ATU-FREQUENCIA TO STR-FREQUENCIA
               END-IF
           END-PERFORM
           MOVE STR-FREQUENCIA TO WS-ATU-FREQUENCIA.

       PEDIR-DATA.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               ACCEPT STR-DATA
               IF STR-DATA = SPACES AND WS-MANTER = 'S'
                   MOVE 0 TO WS-DATA-W
                   MOVE 'Y' TO NUMERIC-CHECK
               ELSE
                   IF FUNCTION TRIM(STR-DATA) NUMERIC
                       COMPUTE WS-DATA-W = FUNCTION NUMVAL(STR-DATA)
                       IF WS-DATA-W = 0
                           MOVE 'Y' TO NUMERIC-CHECK
                       ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-W)
                                   = 0
                               MOVE 'Y' TO NUMERIC-CHECK
                           ELSE
                               DISPLAY "Data inválida! Use "
                                   "AAAAMMDD: "
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "Data inválida! Use AAAAMMDD: "
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-DATA-INICIO.
           MOVE 'N' TO STR-RESPOSTA
           PERFORM UNTIL STR-RESPOSTA = 'S'
               DISPLAY "Data de início (AAAAMMDD): "
               PERFORM PEDIR-DATA
               IF WS-DATA-W < WS-DATA-HOJE
                   DISPLAY "Início não pode ser anterior a hoje!"
               ELSE
                   MOVE 'S' TO STR-RESPOSTA
               END-IF
           END-PERFORM
           MOVE WS-DATA-W TO WS-ATU-DATA-INICIO
           MOVE WS-DATA-W TO WS-ATU-PROX-VENC
           MOVE WS-DATA-W(7:2) TO WS-ATU-DIA-BASE.

       PEDIR-DATA-FIM.
           MOVE 'N' TO STR-RESPOSTA
           PERFORM UNTIL STR-RESPOSTA = 'S'
               IF WS-MANTER = 'S'
                   DISPLAY "Data final (AAAAMMDD, 0 = sem fim, Enter "
                       "mantém " WS-ATU-DATA-FIM "): "
               ELSE
                   DISPLAY "Data final (AAAAMMDD, 0 = sem fim): "
               END-IF
               PERFORM PEDIR-DATA
               IF STR-DATA = SPACES AND WS-MANTER = 'S'
                   MOVE WS-ATU-DATA-FIM TO WS-DATA-W
               END-IF
               IF WS-DATA-W NOT = 0
                       AND WS-DATA-W < WS-ATU-PROX-VENC
                   DISPLAY "Data final anterior ao próximo "
                       "vencimento (" WS-ATU-PROX-VENC ")!"
               ELSE
                   MOVE 'S' TO STR-RESPOSTA
               END-IF
           END-PERFORM
           MOVE WS-DATA-W TO WS-ATU-DATA-FIM.

       PEDIR-PROX-VENC.
           MOVE 'N' TO STR-RESPOSTA
           PERFORM UNTIL STR-RESPOSTA = 'S'
               DISPLAY "Próximo vencimento (AAAAMMDD, Enter mantém "
                   WS-ATU-PROX-VENC "): "
               PERFORM PEDIR-DATA
               IF STR-DATA = SPACES
                   MOVE WS-ATU-PROX-VENC TO WS-DATA-W
               END-IF
               IF WS-DATA-W < WS-DATA-HOJE
                   DISPLAY "Vencimento não pode ser anterior a hoje!"
               ELSE
                   MOVE 'S' TO STR-RESPOSTA
               END-IF
           END-PERFORM
           IF WS-DATA-W NOT = WS-ATU-PROX-VENC
               MOVE WS-DATA-W TO WS-ATU-PROX-VENC
               MOVE WS-DATA-W(7:2) TO WS-ATU-DIA-BASE
           END-IF.

       INCLUIR-ORDEM.
           PERFORM PEDIR-ALVO
           IF WS-ACHOU = 'S'
               DISPLAY "Ordem já cadastrada!"
           ELSE
               MOVE 'N' TO WS-MANTER
               PERFORM PEDIR-DESCRICAO
               PERFORM PEDIR-OPERADOR
               PERFORM PEDIR-OPCAO
               PERFORM PEDIR-NUM1
               PERFORM PEDIR-NUM2
               PERFORM PEDIR-FREQUENCIA
               PERFORM PEDIR-DATA-INICIO
               PERFORM PEDIR-DATA-FIM
               MOVE "S" TO WS-ATU-ATIVA
               MOVE 0 TO WS-ATU-ULT-GERACAO

               OPEN I-O ORD-FILE
               IF WS-ORD-STATUS = "35"
                   OPEN OUTPUT ORD-FILE
                   CLOSE ORD-FILE
                   OPEN I-O ORD-FILE
               END-IF
               IF WS-ORD-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível abrir "
                       "ORDPERM.DAT - status " WS-ORD-STATUS
               ELSE
                   PERFORM MOVER-ORDEM-REGISTRO
                   WRITE ORD-RECORD
                       INVALID KEY
                           DISPLAY "Erro: ordem já existe - "
                               "status " WS-ORD-STATUS
                       NOT INVALID KEY
                           MOVE "INCLUSAO" TO WS-HIST-ACAO
                           PERFORM MONTAR-DETALHE-HISTORICO
                           PERFORM GRAVAR-HISTORICO
                           MOVE WS-ALVO-ID TO EXIB-ID
                           DISPLAY "Ordem " FUNCTION TRIM(EXIB-ID)
                               " incluída - primeiro vencimento "
                               WS-ATU-PROX-VENC "."
                   END-WRITE
                   CLOSE ORD-FILE
               END-IF
           END-IF.

       ALTERAR-ORDEM.
           PERFORM PEDIR-ALVO
           IF WS-ACHOU = 'N'
               DISPLAY "Ordem não cadastrada!"
           ELSE
               PERFORM EXIBIR-ORDEM
               DISPLAY "Enter mantém o valor atual."
               MOVE 'S' TO WS-MANTER
               PERFORM PEDIR-DESCRICAO
               PERFORM PEDIR-OPERADOR
               PERFORM PEDIR-OPCAO
               PERFORM PEDIR-NUM1
               PERFORM PEDIR-NUM2
               PERFORM PEDIR-FREQUENCIA
               PERFORM PEDIR-PROX-VENC
               PERFORM PEDIR-DATA-FIM
               MOVE 'N' TO WS-MANTER
               PERFORM REGRAVAR-ORDEM
               IF WS-ORD-STATUS = "00"
                   MOVE "ALTERACAO" TO WS-HIST-ACAO
                   PERFORM MONTAR-DETALHE-HISTORICO
                   PERFORM GRAVAR-HISTORICO
                   DISPLAY "Ordem alterada."
               END-IF
           END-IF.

       SUSPENDER-ORDEM.
           PERFORM PEDIR-ALVO
           IF WS-ACHOU = 'N'
               DISPLAY "Ordem não cadastrada!"
           ELSE
               IF WS-ATU-ATIVA NOT = "S"
                   DISPLAY "Ordem não está ativa!"
               ELSE
                   MOVE "N" TO WS-ATU-ATIVA
                   PERFORM REGRAVAR-ORDEM
                   IF WS-ORD-STATUS = "00"
                       MOVE "SUSPENSAO" TO WS-HIST-ACAO
                       MOVE SPACES TO WS-HIST-DETALHE
                       PERFORM GRAVAR-HISTORICO
                       DISPLAY "Ordem suspensa."
                   END-IF
               END-IF
           END-IF.

       REATIVAR-ORDEM.
           PERFORM PEDIR-ALVO
           IF WS-ACHOU = 'N'
               DISPLAY "Ordem não cadastrada!"
           ELSE
               IF WS-ATU-ATIVA = "S"
                   DISPLAY "Ordem já está ativa!"
               ELSE
                   MOVE 'S' TO WS-MANTER
                   PERFORM PEDIR-PROX-VENC
                   MOVE 'N' TO WS-MANTER
                   IF WS-ATU-DATA-FIM NOT = 0
                           AND WS-ATU-PROX-VENC > WS-ATU-DATA-FIM
                       DISPLAY "Vencimento após a data final ("
                           WS-ATU-DATA-FIM ") - altere a data "
                           "final antes de reativar!"
                   ELSE
                       MOVE "S" TO WS-ATU-ATIVA
                       PERFORM REGRAVAR-ORDEM
                       IF WS-ORD-STATUS = "00"
                           MOVE "REATIVACAO" TO WS-HIST-ACAO
                           MOVE SPACES TO WS-HIST-DETALHE
                           STRING "PROX=" WS-ATU-PROX-VENC
                               DELIMITED BY SIZE INTO WS-HIST-DETALHE
                           PERFORM GRAVAR-HISTORICO
                           DISPLAY "Ordem reativada - próximo "
                               "vencimento " WS-ATU-PROX-VENC "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EXIBIR-ORDEM.
           MOVE WS-ATU-NUM1 TO EXIB-NUM1
           MOVE WS-ATU-NUM2 TO EXIB-NUM2
           DISPLAY "Descrição: " WS-ATU-DESCRICAO
           DISPLAY "Operador: " WS-ATU-OPER "  Operação: "
               WS-ATU-OPCAO "  NUM1: " EXIB-NUM1 "  NUM2: "
               EXIB-NUM2
           DISPLAY "Frequência: " WS-ATU-FREQUENCIA "  Início: "
               WS-ATU-DATA-INICIO "  Fim: " WS-ATU-DATA-FIM
           DISPLAY "Próximo vencimento: " WS-ATU-PROX-VENC
               "  Ativa: " WS-ATU-ATIVA "  Última geração: "
               WS-ATU-ULT-GERACAO.

       MOVER-ORDEM-REGISTRO.
           MOVE WS-ALVO-ID TO ORD-ID
           MOVE WS-ATU-DESCRICAO TO ORD-DESCRICAO
           MOVE WS-ATU-OPER TO ORD-OPER
           MOVE WS-ATU-NUM1 TO ORD-NUM1
           MOVE WS-ATU-NUM2 TO ORD-NUM2
           MOVE WS-ATU-OPCAO TO ORD-OPCAO
           MOVE WS-ATU-FREQUENCIA TO ORD-FREQUENCIA
           MOVE WS-ATU-DATA-INICIO TO ORD-DATA-INICIO
           MOVE WS-ATU-DATA-FIM TO ORD-DATA-FIM
           MOVE WS-ATU-PROX-VENC TO ORD-PROX-VENC
           MOVE WS-ATU-ATIVA TO ORD-ATIVA
           MOVE WS-ATU-ULT-GERACAO TO ORD-ULT-GERACAO
           MOVE WS-ATU-DIA-BASE TO ORD-DIA-BASE.

       REGRAVAR-ORDEM.
           OPEN I-O ORD-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir ORDPERM.DAT "
                   "- status " WS-ORD-STATUS
           ELSE
               PERFORM MOVER-ORDEM-REGISTRO
               REWRITE ORD-RECORD
                   INVALID KEY
                       DISPLAY "Erro: não foi possível regravar "
                           "a ordem - status " WS-ORD-STATUS
               END-REWRITE
               CLOSE ORD-FILE
           END-IF.

       MONTAR-DETALHE-HISTORICO.
           MOVE WS-ATU-NUM1 TO EXIB-NUM1
           MOVE WS-ATU-NUM2 TO EXIB-NUM2
           MOVE SPACES TO WS-HIST-DETALHE
           STRING "OPER=" WS-ATU-OPER " OPCAO=" WS-ATU-OPCAO
               " NUM1=" FUNCTION TRIM(EXIB-NUM1)
               " NUM2=" FUNCTION TRIM(EXIB-NUM2)
               " FREQ=" WS-ATU-FREQUENCIA
               " PROX=" WS-ATU-PROX-VENC
               DELIMITED BY SIZE INTO WS-HIST-DETALHE.

       LISTAR-FERIADOS.
           MOVE 0 TO WS-QTD-LISTADAS
           OPEN INPUT FERIADO-FILE
           IF WS-FER-STATUS = "35"
               DISPLAY "Arquivo FERIADOS.DAT ainda não existe."
           ELSE
               IF WS-FER-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível abrir "
                       "FERIADOS.DAT - status " WS-FER-STATUS
               ELSE
                   MOVE 'N' TO WS-FER-EOF
                   PERFORM UNTIL WS-FER-EOF = 'Y'
                       READ FERIADO-FILE
                           AT END
                               MOVE 'Y' TO WS-FER-EOF
                           NOT AT END
                               ADD 1 TO WS-QTD-LISTADAS
                               DISPLAY FER-DATA " " FER-DESCRICAO
                       END-READ
                   END-PERFORM
                   CLOSE FERIADO-FILE
                   DISPLAY WS-QTD-LISTADAS " feriado(s)."
               END-IF
           END-IF.

       INCLUIR-FERIADO.
           MOVE 'N' TO WS-MANTER
           MOVE 0 TO WS-DATA-W
           PERFORM UNTIL WS-DATA-W NOT = 0
               DISPLAY "Data do feriado (AAAAMMDD): "
               PERFORM PEDIR-DATA
           END-PERFORM
           DISPLAY "Descrição: "
           ACCEPT STR-DESCRICAO

           MOVE 'N' TO WS-ACHOU
           OPEN INPUT FERIADO-FILE
           IF WS-FER-STATUS = "00"
               MOVE 'N' TO WS-FER-EOF
               PERFORM UNTIL WS-FER-EOF = 'Y'
                   READ FERIADO-FILE
                       AT END
                           MOVE 'Y' TO WS-FER-EOF
                       NOT AT END
                           IF FER-DATA = WS-DATA-W
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADO-FILE
           END-IF

           IF WS-ACHOU = 'S'
               DISPLAY "Feriado já cadastrado!"
           ELSE
               OPEN EXTEND FERIADO-FILE
               IF WS-FER-STATUS = "35"
                   OPEN OUTPUT FERIADO-FILE
               END-IF
               IF WS-FER-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível gravar "
                       "FERIADOS.DAT - status " WS-FER-STATUS
               ELSE
                   MOVE SPACES TO FERIADO-RECORD
                   MOVE WS-DATA-W TO FER-DATA
                   MOVE STR-DESCRICAO TO FER-DESCRICAO
                   WRITE FERIADO-RECORD
                   CLOSE FERIADO-FILE
                   MOVE 0 TO WS-ALVO-ID
                   MOVE "FERIADO" TO WS-HIST-ACAO
                   MOVE SPACES TO WS-HIST-DETALHE
                   STRING WS-DATA-W " " STR-DESCRICAO
                       DELIMITED BY SIZE INTO WS-HIST-DETALHE
                   PERFORM GRAVAR-HISTORICO
                   DISPLAY "Feriado " WS-DATA-W " incluído."
               END-IF
           END-IF.

       GRAVAR-HISTORICO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar "
                   "ORDHIST.DAT - status " WS-HIST-STATUS
           ELSE
               MOVE SPACES TO HIST-RECORD
               STRING WS-DATA-HORA " ORDEM-MANUTENCAO POR="
                   WS-MANUT-ID " ACAO=" WS-HIST-ACAO
                   " ORDEM=" WS-ALVO-ID " " WS-HIST-DETALHE
                   DELIMITED BY SIZE INTO HIST-RECORD
               WRITE HIST-RECORD
               CLOSE HIST-FILE
           END-IF.
