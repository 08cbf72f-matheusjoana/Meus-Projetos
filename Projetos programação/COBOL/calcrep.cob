               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CALC-LIB-FILE ASSIGN TO "CALCLIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-REF
               FILE STATUS IS WS-LIB-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REJ-FILE.
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD   PIC X(80).

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

       FD  CALC-LIB-FILE.
       01  CALC-LIB-RECORD.
           05 LIB-REF          PIC X(10).
           05 LIB-OPER         PIC X(6).
           05 LIB-DATA-HORA    PIC X(14).
           05 LIB-MOTIVO       PIC X(30).
           05 LIB-USADA        PIC X(1).
           05 LIB-RUN-ID       PIC X(14).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-REJ-STATUS       PIC XX.
       77 WS-TRANS-STATUS     PIC XX.
       77 WS-SEQ-ATUAL        PIC 9(3) VALUE 0.
       77 WS-SEQ-EXIBE        PIC ZZ9.
       77 WS-REJ-EXCESSO      PIC X VALUE 'N'.
       77 WS-CT-LIBERADOS     PIC 9(3) VALUE 0.

       77 WS-OPER-STATUS      PIC XX.
       77 WS-LIB-STATUS       PIC XX.
       77 WS-AUDIT-STATUS     PIC XX.
       77 WS-OPER-ATUAL       PIC X(6) VALUE SPACES.
       77 WS-OPER-OK          PIC X.
       77 STR-MOTIVO          PIC X(30).
       77 WS-LIB-OK           PIC X VALUE 'N'.
       77 WS-AUD-GRAVADA      PIC X VALUE 'N'.

       COPY "opacess.cpy".

       77 WS-AUD-SEQ          PIC 9(8) VALUE 0.
       77 WS-AUD-CHK          PIC 9(6) VALUE 0.
       77 WS-AUD-SOMA         PIC 9(12).
       77 WS-AUD-TAM          PIC 9(4).
       77 WS-AUD-IDX          PIC 9(4).
       77 WS-AUD-POS          PIC 9(4).
       77 WS-AUD-EOF          PIC X.
       77 WS-AUD-CONTEUDO     PIC X(136).
       77 WS-DATA-HORA        PIC X(21).
       01  WS-TIMESTAMP.
           05 WS-TS-ANO   PIC 9(4).
           05 WS-TS-MES   PIC 9(2).
           05 WS-TS-DIA   PIC 9(2).
           05 WS-TS-HORA  PIC 9(2).
           05 WS-TS-MIN   PIC 9(2).
           05 WS-TS-SEG   PIC 9(2).
           05 WS-TS-RESTO PIC X(7).

       PROCEDURE DIVISION.

           DISPLAY "Corrigidos p/ ressubmissão: " WS-CT-CORRIGIDOS
           DISPLAY "Mantidos como rejeito:      " WS-CT-MANTIDOS
           DISPLAY "Descartados:                " WS-CT-DESCARTADOS
           DISPLAY "Liberados p/ repostagem:    " WS-CT-LIBERADOS
           IF WS-CT-CORRIGIDOS > 0 OR WS-CT-MANTIDOS > 0
                   OR WS-CT-LIBERADOS > 0
               DISPLAY "CALCTRAN.DAT regravado com corrigidos, "
                   "liberados e mantidos."
               DISPLAY "Mantidos voltarão a rejeitar na próxima "
                   "execução."
               DISPLAY "Execute a calculadora em modo BATCH para "
               WS-REJ-MOTIVO-TEXTO(WS-IDX-REJ)

           MOVE SPACE TO STR-RESPOSTA
           PERFORM UNTIL STR-RESPOSTA = "C" OR "M" OR "D" OR "L"
               IF WS-REJ-MOTIVO-COD(WS-IDX-REJ) = "09"
                   DISPLAY "Corrigir (C), manter (M), descartar (D) "
                       "ou liberar repostagem (L)? "
               ELSE
                   DISPLAY "Corrigir (C), manter (M) ou descartar "
                       "(D)? "
               END-IF
               ACCEPT STR-RESPOSTA
               MOVE FUNCTION UPPER-CASE(STR-RESPOSTA)
                   TO STR-RESPOSTA
               IF STR-RESPOSTA = "L"
                       AND WS-REJ-MOTIVO-COD(WS-IDX-REJ) NOT = "09"
                   DISPLAY "Liberação só se aplica a referência "
                       "duplicada!"
                   MOVE SPACE TO STR-RESPOSTA
               END-IF
           END-PERFORM
           IF STR-RESPOSTA = "L"
               PERFORM LIBERAR-REPOSTAGEM
               IF WS-LIB-OK NOT = 'Y'
                   MOVE "M" TO STR-RESPOSTA
               END-IF
           END-IF
           MOVE STR-RESPOSTA TO WS-REJ-ACAO(WS-IDX-REJ)

           EVALUATE STR-RESPOSTA
                   ADD 1 TO WS-CT-MANTIDOS
               WHEN "D"
                   ADD 1 TO WS-CT-DESCARTADOS
               WHEN "L"
                   ADD 1 TO WS-CT-LIBERADOS
           END-EVALUATE.

       LIBERAR-REPOSTAGEM.
           MOVE 'N' TO WS-LIB-OK
           DISPLAY "Operador que autoriza a repostagem (vazio "
               "cancela): "
           ACCEPT STR-OPER
           MOVE FUNCTION UPPER-CASE(STR-OPER) TO STR-OPER
           IF STR-OPER = SPACES
               DISPLAY "Liberação cancelada - rejeito mantido."
           ELSE
               MOVE STR-OPER TO WS-OPER-ATUAL
               PERFORM VALIDAR-OPERADOR
               IF WS-OPER-OK NOT = 'Y'
                   DISPLAY "Operador inválido ou inativo!"
               ELSE
                   PERFORM CONFERIR-PIN
               END-IF
               IF WS-OPER-OK NOT = 'Y'
                   DISPLAY "Liberação recusada - rejeito mantido."
               ELSE
                   DISPLAY "Motivo da repostagem: "
                   ACCEPT STR-MOTIVO
                   IF STR-MOTIVO = SPACES
                       DISPLAY "Motivo obrigatório - rejeito "
                           "mantido."
                   ELSE
                       PERFORM GRAVAR-LIBERACAO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-OPERADOR.
           MOVE 'N' TO WS-OPER-OK
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE WS-OPER-ATUAL TO OPER-ID
               READ OPER-FILE KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-ATIVO = "S"
                           MOVE 'Y' TO WS-OPER-OK
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       CONFERIR-PIN.
           INITIALIZE ACESSO-PARAMETROS
           MOVE "E" TO ACESSO-FUNCAO
           MOVE "LOTE-REPARO" TO ACESSO-PROGRAMA
           MOVE WS-OPER-ATUAL TO ACESSO-OPER-ID
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           IF ACESSO-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-OPER-OK
           END-IF.

       GRAVAR-LIBERACAO.
           PERFORM GRAVAR-AUDITORIA-LIBERACAO
           IF WS-AUD-GRAVADA NOT = 'S'
               DISPLAY "Liberação não efetuada - rejeito mantido."
           ELSE
               PERFORM GRAVAR-REGISTRO-LIBERACAO
           END-IF.

       GRAVAR-REGISTRO-LIBERACAO.
           OPEN I-O CALC-LIB-FILE
           IF WS-LIB-STATUS = "35"
               OPEN OUTPUT CALC-LIB-FILE
               CLOSE CALC-LIB-FILE
               OPEN I-O CALC-LIB-FILE
           END-IF
           IF WS-LIB-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CALCLIB.DAT - "
                   "status " WS-LIB-STATUS
           ELSE
               MOVE WS-REJ-REF(WS-IDX-REJ) TO LIB-REF
               READ CALC-LIB-FILE KEY IS LIB-REF
                   INVALID KEY
                       PERFORM MONTAR-LIBERACAO
                       WRITE CALC-LIB-RECORD
                           INVALID KEY
                               DISPLAY "Erro: não foi possível "
                                   "gravar CALCLIB.DAT - status "
                                   WS-LIB-STATUS
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-LIB-OK
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM MONTAR-LIBERACAO
                       REWRITE CALC-LIB-RECORD
                           INVALID KEY
                               DISPLAY "Erro: não foi possível "
                                   "regravar CALCLIB.DAT - status "
                                   WS-LIB-STATUS
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-LIB-OK
                       END-REWRITE
               END-READ
               CLOSE CALC-LIB-FILE
           END-IF
           IF WS-LIB-OK = 'Y'
               DISPLAY "Repostagem de " WS-REJ-REF(WS-IDX-REJ)
                   " liberada por " WS-OPER-ATUAL "."
           ELSE
               DISPLAY "Liberação não efetuada - rejeito mantido."
           END-IF.

       MONTAR-LIBERACAO.
           MOVE WS-REJ-REF(WS-IDX-REJ) TO LIB-REF
           MOVE WS-OPER-ATUAL TO LIB-OPER
           MOVE FUNCTION CURRENT-DATE(1:14) TO LIB-DATA-HORA
           MOVE STR-MOTIVO TO LIB-MOTIVO
           MOVE "N" TO LIB-USADA
           MOVE SPACES TO LIB-RUN-ID.

       GRAVAR-AUDITORIA-LIBERACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           MOVE 'N' TO WS-AUD-GRAVADA
           PERFORM LER-ULTIMO-AUDITORIA

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar AUDITLOG.DAT "
                   "- status " WS-AUDIT-STATUS
           ELSE
               MOVE SPACES TO WS-AUD-CONTEUDO
               STRING WS-DATA-HORA " LOTE-REPARO OPER=" WS-OPER-ATUAL
                   " LIBERA REF=" WS-REJ-REF(WS-IDX-REJ)
                   " MOTIVO=" STR-MOTIVO
                   DELIMITED BY SIZE INTO WS-AUD-CONTEUDO
               PERFORM ENCADEAR-AUDITORIA
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS = "00"
                   MOVE 'S' TO WS-AUD-GRAVADA
               ELSE
                   DISPLAY "Erro: não foi possível gravar "
                       "AUDITLOG.DAT - status " WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       LER-ULTIMO-AUDITORIA.
           MOVE 0 TO WS-AUD-SEQ
           MOVE 0 TO WS-AUD-CHK
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-AUD-EOF
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM EXTRAIR-SEQ-CHK
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       EXTRAIR-SEQ-CHK.
           MOVE 0 TO WS-AUD-POS
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                   UNTIL WS-AUD-IDX > 136
               IF AUDIT-RECORD(WS-AUD-IDX:5) = " SEQ="
                   MOVE WS-AUD-IDX TO WS-AUD-POS
               END-IF
           END-PERFORM
           IF WS-AUD-POS > 0
               IF AUDIT-RECORD(WS-AUD-POS + 5:8) NUMERIC
                   MOVE AUDIT-RECORD(WS-AUD-POS + 5:8)
                       TO WS-AUD-SEQ
               END-IF
               IF AUDIT-RECORD(WS-AUD-POS + 13:5) = " CHK="
                       AND AUDIT-RECORD(WS-AUD-POS + 18:6) NUMERIC
                   MOVE AUDIT-RECORD(WS-AUD-POS + 18:6)
                       TO WS-AUD-CHK
               END-IF
           END-IF.

       ENCADEAR-AUDITORIA.
           ADD 1 TO WS-AUD-SEQ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUD-CONTEUDO))
               TO WS-AUD-TAM
           MOVE 0 TO WS-AUD-SOMA
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                   UNTIL WS-AUD-IDX > WS-AUD-TAM
               ADD FUNCTION ORD(WS-AUD-CONTEUDO(WS-AUD-IDX:1))
                   TO WS-AUD-SOMA
           END-PERFORM
           COMPUTE WS-AUD-CHK = FUNCTION MOD(
               WS-AUD-CHK * 31 + WS-AUD-SEQ + WS-AUD-SOMA,
               1000000)
           MOVE SPACES TO AUDIT-RECORD
           STRING FUNCTION TRIM(WS-AUD-CONTEUDO)
               " SEQ=" WS-AUD-SEQ " CHK=" WS-AUD-CHK
               DELIMITED BY SIZE INTO AUDIT-RECORD.

       CORRIGIR-CAMPOS.
           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'

           MOVE 'N' TO NUMERIC-CHECK
           PERFORM UNTIL NUMERIC-CHECK = 'Y'
               DISPLAY "Nova opção (1-12): "
               ACCEPT STR-OPCAO
               IF FUNCTION TRIM(STR-OPCAO) NUMERIC
                   COMPUTE WS-OPCAO = FUNCTION NUMVAL(STR-OPCAO)
                   IF WS-OPCAO >= 1 AND WS-OPCAO <= 12
                       MOVE 'Y' TO NUMERIC-CHECK
                   ELSE
                       DISPLAY "Opção inválida! Use 1 a 12."
                   END-IF
               ELSE
                   DISPLAY "Valor invalido! Digite numeros."

       GRAVAR-RESSUBMISSAO.
           IF WS-CT-CORRIGIDOS > 0 OR WS-CT-MANTIDOS > 0
                   OR WS-CT-LIBERADOS > 0
               OPEN OUTPUT CALC-TRANS-FILE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível regravar "
                           UNTIL WS-IDX-REJ > WS-QTD-REJ
                       IF WS-REJ-ACAO(WS-IDX-REJ) = "C"
                               OR WS-REJ-ACAO(WS-IDX-REJ) = "M"
                               OR WS-REJ-ACAO(WS-IDX-REJ) = "L"
                           PERFORM GRAVAR-DETALHE-RESSUB
                       END-IF
                   END-PERFORM
