       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR-ACESSO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SEG-PARM-FILE ASSIGN TO "SEGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SEG-LOG-FILE ASSIGN TO "SEGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SEG-PARM-FILE.
       01  SEG-PARM-RECORD.
           05 SEGP-MAX-TENTATIVAS PIC 9(2).
           05 FILLER              PIC X.
           05 SEGP-VALIDADE-DIAS  PIC 9(3).

       FD  SEG-LOG-FILE.
       01  SEG-LOG-RECORD.
           05 SEG-DATA         PIC X(10).
           05 FILLER           PIC X.
           05 SEG-HORA         PIC X(8).
           05 FILLER           PIC X.
           05 SEG-EVENTO       PIC X(12).
           05 FILLER           PIC X.
           05 SEG-OPER         PIC X(6).
           05 FILLER           PIC X.
           05 SEG-PROGRAMA     PIC X(24).
           05 FILLER           PIC X.
           05 SEG-POR          PIC X(6).
           05 FILLER           PIC X.
           05 SEG-DETALHE      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-PARM-STATUS      PIC XX.
       77 WS-SEG-STATUS       PIC XX.
       77 WS-PARM-CARREGADO   PIC X VALUE 'N'.
       77 WS-MAX-TENTATIVAS   PIC 9(2) VALUE 3.
       77 WS-VALIDADE-DIAS    PIC 9(3) VALUE 90.

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-DIAS-PIN         PIC S9(7).
       77 WS-DIAS-RESTANTES   PIC S9(7).
       77 WS-PIN-VENCIDO      PIC X.
       77 WS-PIN-DIGITADO     PIC X(4).
       77 WS-PIN-NOVO         PIC X(4).
       77 WS-PIN-CONFIRMA     PIC X(4).
       77 WS-TROCA-OK         PIC X.
       77 WS-TROCA-TENTATIVAS PIC 9.
       77 WS-REGRAVAR         PIC X.

       77 WS-HASH-OPER        PIC X(6).
       77 WS-HASH-PIN         PIC X(4).
       77 WS-HASH-RESULTADO   PIC 9(10).
       77 WS-HASH-NOVO        PIC 9(10).
       77 WS-HASH-TEXTO       PIC X(20).
       77 WS-HASH-ACUM        PIC 9(18).
       77 WS-HASH-IDX         PIC 9(2).
       77 WS-HASH-RODADA      PIC 9.

       77 WS-EVT-EVENTO       PIC X(12).
       77 WS-EVT-OPER         PIC X(6).
       77 WS-EVT-POR          PIC X(6).
       77 WS-EVT-DETALHE      PIC X(40).

       77 EXIB-TENTATIVA      PIC Z9.
       77 EXIB-MAXIMO         PIC Z9.
       77 EXIB-DIAS           PIC ZZ9.

       01  WS-TIMESTAMP.
           05 WS-TS-ANO       PIC 9(4).
           05 WS-TS-MES       PIC 9(2).
           05 WS-TS-DIA       PIC 9(2).
           05 WS-TS-HORA      PIC 9(2).
           05 WS-TS-MIN       PIC 9(2).
           05 WS-TS-SEG       PIC 9(2).
           05 WS-TS-RESTO     PIC X(7).

       LINKAGE SECTION.
       COPY "opacess.cpy".

       PROCEDURE DIVISION USING ACESSO-PARAMETROS.

       MAIN-PROGRAM.
           IF WS-PARM-CARREGADO = 'N'
               PERFORM CARREGAR-PARAMETROS
               MOVE 'S' TO WS-PARM-CARREGADO
           END-IF
           MOVE WS-MAX-TENTATIVAS TO ACESSO-MAX-TENTATIVAS
           MOVE WS-VALIDADE-DIAS TO ACESSO-VALIDADE-DIAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE 'N' TO ACESSO-RESULTADO

           EVALUATE ACESSO-FUNCAO
               WHEN "E"
                   PERFORM ENTRAR-OPERADOR
               WHEN "H"
                   MOVE ACESSO-OPER-ID TO WS-HASH-OPER
                   MOVE ACESSO-PIN TO WS-HASH-PIN
                   PERFORM CALCULAR-HASH
                   MOVE WS-HASH-RESULTADO TO ACESSO-PIN-HASH
                   MOVE 'S' TO ACESSO-RESULTADO
               WHEN "R"
                   MOVE ACESSO-EVENTO TO WS-EVT-EVENTO
                   MOVE ACESSO-OPER-ID TO WS-EVT-OPER
                   MOVE ACESSO-POR TO WS-EVT-POR
                   MOVE ACESSO-DETALHE TO WS-EVT-DETALHE
                   PERFORM GRAVAR-EVENTO
                   MOVE 'S' TO ACESSO-RESULTADO
               WHEN "P"
                   MOVE 'S' TO ACESSO-RESULTADO
               WHEN OTHER
                   DISPLAY "Erro: função de acesso inválida - "
                       ACESSO-FUNCAO
           END-EVALUATE

           GOBACK.

       CARREGAR-PARAMETROS.
           MOVE 3 TO WS-MAX-TENTATIVAS
           MOVE 90 TO WS-VALIDADE-DIAS
           OPEN INPUT SEG-PARM-FILE
           IF WS-PARM-STATUS = "35"
               PERFORM GRAVAR-PARAMETROS-PADRAO
               OPEN INPUT SEG-PARM-FILE
           END-IF
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "Aviso: SEGPARM.DAT indisponível - status "
                   WS-PARM-STATUS " - usando 3 tentativas e "
                   "validade de 90 dias."
           ELSE
               READ SEG-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEGP-MAX-TENTATIVAS NUMERIC
                               AND SEGP-MAX-TENTATIVAS > 0
                           MOVE SEGP-MAX-TENTATIVAS
                               TO WS-MAX-TENTATIVAS
                       END-IF
                       IF SEGP-VALIDADE-DIAS NUMERIC
                               AND SEGP-VALIDADE-DIAS > 0
                           MOVE SEGP-VALIDADE-DIAS
                               TO WS-VALIDADE-DIAS
                       END-IF
               END-READ
               CLOSE SEG-PARM-FILE
           END-IF.

       GRAVAR-PARAMETROS-PADRAO.
           OPEN OUTPUT SEG-PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE SPACES TO SEG-PARM-RECORD
               MOVE 3 TO SEGP-MAX-TENTATIVAS
               MOVE 90 TO SEGP-VALIDADE-DIAS
               WRITE SEG-PARM-RECORD
               CLOSE SEG-PARM-FILE
           END-IF.

       ENTRAR-OPERADOR.
           MOVE 'N' TO WS-REGRAVAR
           OPEN I-O OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir OPERMST.DAT "
                   "- status " WS-OPER-STATUS
           ELSE
               MOVE ACESSO-OPER-ID TO OPER-ID
               READ OPER-FILE KEY IS OPER-ID
                   INVALID KEY
                       DISPLAY "Operador não cadastrado!"
                   NOT INVALID KEY
                       PERFORM CONFERIR-ACESSO
               END-READ
               IF WS-REGRAVAR = 'S'
                   REWRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Erro: não foi possível regravar "
                               "o operador - status " WS-OPER-STATUS
                   END-REWRITE
               END-IF
               CLOSE OPER-FILE
           END-IF.

       CONFERIR-ACESSO.
           MOVE ACESSO-OPER-ID TO WS-EVT-OPER
           MOVE SPACES TO WS-EVT-POR
           IF OPER-BLOQUEADO = "S"
               DISPLAY "Operador bloqueado por excesso de tentativas "
                   "- procure um aprovador para o desbloqueio."
               MOVE "BLOQUEADO" TO WS-EVT-EVENTO
               MOVE "TENTATIVA COM OPERADOR BLOQUEADO"
                   TO WS-EVT-DETALHE
               PERFORM GRAVAR-EVENTO
           ELSE
               IF OPER-PIN-HASH = 0
                   DISPLAY "Operador sem PIN cadastrado - defina "
                       "um PIN para continuar."
                   PERFORM TROCAR-PIN-ENTRADA
               ELSE
                   DISPLAY "PIN do operador: "
                   ACCEPT WS-PIN-DIGITADO
                   MOVE OPER-ID TO WS-HASH-OPER
                   MOVE WS-PIN-DIGITADO TO WS-HASH-PIN
                   PERFORM CALCULAR-HASH
                   IF WS-HASH-RESULTADO NOT = OPER-PIN-HASH
                       PERFORM REGISTRAR-FALHA
                   ELSE
                       MOVE 0 TO OPER-TENTATIVAS
                       MOVE 'S' TO WS-REGRAVAR
                       PERFORM VERIFICAR-VALIDADE
                       IF WS-PIN-VENCIDO = 'S'
                           PERFORM TROCAR-PIN-ENTRADA
                       ELSE
                           MOVE 'S' TO ACESSO-RESULTADO
                       END-IF
                   END-IF
               END-IF
               IF ACESSO-RESULTADO = 'S'
                   MOVE "ENTRADA" TO WS-EVT-EVENTO
                   MOVE SPACES TO WS-EVT-DETALHE
                   PERFORM GRAVAR-EVENTO
               END-IF
           END-IF.

       REGISTRAR-FALHA.
           ADD 1 TO OPER-TENTATIVAS
           MOVE 'S' TO WS-REGRAVAR
           MOVE OPER-TENTATIVAS TO EXIB-TENTATIVA
           IF OPER-TENTATIVAS >= WS-MAX-TENTATIVAS
               MOVE "S" TO OPER-BLOQUEADO
               DISPLAY "PIN inválido! Operador bloqueado após "
                   FUNCTION TRIM(EXIB-TENTATIVA) " tentativa(s)."
               MOVE "BLOQUEIO" TO WS-EVT-EVENTO
               MOVE SPACES TO WS-EVT-DETALHE
               STRING "BLOQUEADO APOS " FUNCTION TRIM(EXIB-TENTATIVA)
                   " TENTATIVA(S)"
                   DELIMITED BY SIZE INTO WS-EVT-DETALHE
           ELSE
               MOVE WS-MAX-TENTATIVAS TO EXIB-MAXIMO
               DISPLAY "PIN inválido! Tentativa "
                   FUNCTION TRIM(EXIB-TENTATIVA) " de "
                   FUNCTION TRIM(EXIB-MAXIMO) "."
               MOVE "FALHA" TO WS-EVT-EVENTO
               MOVE SPACES TO WS-EVT-DETALHE
               STRING "PIN INVALIDO - TENTATIVA "
                   FUNCTION TRIM(EXIB-TENTATIVA)
                   DELIMITED BY SIZE INTO WS-EVT-DETALHE
           END-IF
           PERFORM GRAVAR-EVENTO.

       VERIFICAR-VALIDADE.
           MOVE 'N' TO WS-PIN-VENCIDO
           IF OPER-PIN-DATA = 0
               MOVE 'S' TO WS-PIN-VENCIDO
               DISPLAY "PIN provisório - é obrigatório trocar o PIN."
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(OPER-PIN-DATA) NOT = 0
                   MOVE 'S' TO WS-PIN-VENCIDO
                   DISPLAY "Data do PIN inválida - é obrigatório "
                       "trocar o PIN."
               ELSE
                   COMPUTE WS-DIAS-PIN =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(OPER-PIN-DATA)
                   COMPUTE WS-DIAS-RESTANTES =
                       WS-VALIDADE-DIAS - WS-DIAS-PIN
                   IF WS-DIAS-RESTANTES < 0
                       MOVE 'S' TO WS-PIN-VENCIDO
                       DISPLAY "PIN expirado - é obrigatório trocar "
                           "o PIN."
                   ELSE
                       IF WS-DIAS-RESTANTES <= 5
                           MOVE WS-DIAS-RESTANTES TO EXIB-DIAS
                           DISPLAY "Aviso: seu PIN expira em "
                               FUNCTION TRIM(EXIB-DIAS) " dia(s)."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TROCAR-PIN-ENTRADA.
           MOVE 'N' TO WS-TROCA-OK
           MOVE 0 TO WS-TROCA-TENTATIVAS
           PERFORM UNTIL WS-TROCA-OK = 'S' OR WS-TROCA-TENTATIVAS >= 3
               ADD 1 TO WS-TROCA-TENTATIVAS
               DISPLAY "Novo PIN (4 dígitos): "
               ACCEPT WS-PIN-NOVO
               IF WS-PIN-NOVO NOT NUMERIC
                   DISPLAY "PIN inválido! Use 4 dígitos."
               ELSE
                   MOVE OPER-ID TO WS-HASH-OPER
                   MOVE WS-PIN-NOVO TO WS-HASH-PIN
                   PERFORM CALCULAR-HASH
                   MOVE WS-HASH-RESULTADO TO WS-HASH-NOVO
                   IF WS-HASH-NOVO = OPER-PIN-HASH
                       DISPLAY "O novo PIN deve ser diferente do "
                           "atual!"
                   ELSE
                       DISPLAY "Confirme o novo PIN: "
                       ACCEPT WS-PIN-CONFIRMA
                       IF WS-PIN-CONFIRMA NOT = WS-PIN-NOVO
                           DISPLAY "Confirmação não confere!"
                       ELSE
                           MOVE 'S' TO WS-TROCA-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TROCA-OK = 'S'
               MOVE WS-HASH-NOVO TO OPER-PIN-HASH
               MOVE WS-DATA-HOJE TO OPER-PIN-DATA
               MOVE 0 TO OPER-TENTATIVAS
               MOVE 'S' TO WS-REGRAVAR
               MOVE 'S' TO ACESSO-RESULTADO
               DISPLAY "PIN alterado."
               MOVE "TROCA-PIN" TO WS-EVT-EVENTO
               MOVE "TROCA OBRIGATORIA NA ENTRADA" TO WS-EVT-DETALHE
               PERFORM GRAVAR-EVENTO
           ELSE
               DISPLAY "Troca de PIN não concluída - acesso negado."
               MOVE "FALHA" TO WS-EVT-EVENTO
               MOVE "TROCA DE PIN NAO CONCLUIDA" TO WS-EVT-DETALHE
               PERFORM GRAVAR-EVENTO
           END-IF.

       CALCULAR-HASH.
           MOVE SPACES TO WS-HASH-TEXTO
           STRING "CALC" WS-HASH-OPER WS-HASH-PIN "OPERMST"
               DELIMITED BY SIZE INTO WS-HASH-TEXTO
           MOVE 7 TO WS-HASH-ACUM
           PERFORM VARYING WS-HASH-RODADA FROM 1 BY 1
                   UNTIL WS-HASH-RODADA > 3
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 20
                   COMPUTE WS-HASH-ACUM = FUNCTION MOD(
                       WS-HASH-ACUM * 131
                       + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-IDX:1))
                       * (WS-HASH-IDX + WS-HASH-RODADA * 7),
                       9999999967)
               END-PERFORM
           END-PERFORM
           IF WS-HASH-ACUM = 0
               MOVE 1 TO WS-HASH-ACUM
           END-IF
           MOVE WS-HASH-ACUM TO WS-HASH-RESULTADO.

       GRAVAR-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND SEG-LOG-FILE
           IF WS-SEG-STATUS = "35"
               OPEN OUTPUT SEG-LOG-FILE
           END-IF
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar SEGLOG.DAT "
                   "- status " WS-SEG-STATUS
           ELSE
               MOVE SPACES TO SEG-LOG-RECORD
               STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA
                   DELIMITED BY SIZE INTO SEG-DATA
               STRING WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
                   DELIMITED BY SIZE INTO SEG-HORA
               MOVE WS-EVT-EVENTO TO SEG-EVENTO
               MOVE WS-EVT-OPER TO SEG-OPER
               MOVE ACESSO-PROGRAMA TO SEG-PROGRAMA
               MOVE WS-EVT-POR TO SEG-POR
               MOVE WS-EVT-DETALHE TO SEG-DETALHE
               WRITE SEG-LOG-RECORD
               CLOSE SEG-LOG-FILE
           END-IF.
