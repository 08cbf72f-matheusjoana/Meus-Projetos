       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEM-GERACAO.
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

           SELECT FERIADO-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.

           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REL-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

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

       FD  FERIADO-FILE.
       01  FERIADO-RECORD.
           05 FER-DATA         PIC X(8).
           05 FILLER           PIC X.
           05 FER-DESCRICAO    PIC X(30).

       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD   PIC X(80).

       FD  REL-FILE.
       01  REL-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ORD-STATUS       PIC XX.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-FER-STATUS       PIC XX.
       77 WS-TRANS-STATUS     PIC XX.
       77 WS-REL-STATUS       PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.
       77 WS-REL-NOME         PIC X(20).

       77 WS-PARM-LINHA       PIC X(20).
       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-DATA-ALVO        PIC 9(8).
       77 WS-DATA-ALVO-X      PIC X(8).
       77 WS-DATA-W           PIC 9(8).
       77 WS-DIA-UTIL         PIC X.
       77 WS-DIA-SEMANA       PIC 9.
       77 WS-EFETIVA          PIC 9(8).
       77 WS-EFETIVA-ANT      PIC 9(8).
       77 WS-ANO-W            PIC 9(4).
       77 WS-MES-W            PIC 9(2).
       77 WS-DIA-W            PIC 9(2).
       77 WS-ULTIMO-DIA       PIC 9(2).
       77 WS-PRIMEIRO-SEGUINTE PIC 9(8).

       01  WS-TAB-FERIADOS.
           05 WS-FER-QTD      PIC 9(3) VALUE 0.
           05 WS-FER-DATA OCCURS 200 TIMES INDEXED BY WS-IDX-FER
                              PIC 9(8).

       01  TRN-CABECALHO.
           05 TRN-CAB-TIPO     PIC X VALUE "H".
           05 TRN-CAB-ORIGEM   PIC X(8).
           05 TRN-CAB-DATA     PIC X(8).
           05 TRN-CAB-LOTE     PIC X(6).

       01  TRN-DETALHE.
           05 TRN-DET-TIPO     PIC X VALUE "D".
           05 TRN-DET-REF      PIC X(10).
           05 TRN-DET-NUM1     PIC X(10).
           05 TRN-DET-NUM2     PIC X(10).
           05 TRN-DET-OPCAO    PIC X(2).
           05 TRN-DET-OPER     PIC X(6).

       01  TRN-TRAILER.
           05 TRN-TRL-TIPO     PIC X VALUE "T".
           05 TRN-TRL-QTD      PIC 9(6).
           05 TRN-TRL-HASH     PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.

       01  WS-VALOR-TEXTO.
           05 WS-VALOR-SINAL   PIC S9(5)
                               SIGN IS LEADING SEPARATE.

       77 WS-CT-GERADAS       PIC 9(6) VALUE 0.
       77 WS-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
       77 WS-CT-PROBLEMAS     PIC 9(4) VALUE 0.
       77 WS-CT-LIDAS         PIC 9(4) VALUE 0.
       77 WS-ORD-ALTERADA     PIC X.
       77 WS-OPER-VALIDO      PIC X.
       77 WS-MOTIVO           PIC X(40).
       77 WS-PROBLEMA         PIC X.
       77 WS-NOTA             PIC X(20).

       01  WS-TAB-GERADAS.
           05 WS-GER-QTD      PIC 9(3) VALUE 0.
           05 WS-GER-LINHA OCCURS 999 TIMES INDEXED BY WS-IDX-GER
                              PIC X(120).
       01  WS-TAB-IGNORADAS.
           05 WS-IGN-QTD      PIC 9(3) VALUE 0.
           05 WS-IGN-LINHA OCCURS 500 TIMES INDEXED BY WS-IDX-IGN
                              PIC X(120).
       77 WS-IGN-EXCESSO      PIC 9(5) VALUE 0.

       77 EXIB-NUM1           PIC -(5)9.
       77 EXIB-NUM2           PIC -(5)9.
       77 EXIB-QTD            PIC ZZZZZ9.
       77 EXIB-HASH           PIC -(13)9.99.
       77 WS-LINHA            PIC X(132).

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
           DISPLAY "   GERAÇÃO DE ORDENS PERMANENTES".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM TRATAR-PARAMETROS
           PERFORM CARREGAR-FERIADOS

           MOVE WS-DATA-ALVO TO WS-DATA-W
           PERFORM VERIFICAR-DIA-UTIL
           IF WS-DIA-UTIL NOT = 'S'
               DISPLAY "Data " WS-DATA-ALVO " não é dia útil - "
                   "nenhuma ordem gerada."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VERIFICAR-LOTE-EXISTENTE
           PERFORM ABRIR-ARQUIVOS

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-LIDAS
                       PERFORM TRATAR-ORDEM
               END-READ
           END-PERFORM

           MOVE WS-CT-GERADAS TO TRN-TRL-QTD
           MOVE WS-HASH-TOTAL TO TRN-TRL-HASH
           WRITE CALC-TRANS-RECORD FROM TRN-TRAILER

           CLOSE ORD-FILE
           CLOSE OPER-FILE
           CLOSE CALC-TRANS-FILE

           PERFORM EMITIR-RELATORIO

           IF WS-CT-PROBLEMAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       TRATAR-PARAMETROS.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF WS-PARM-LINHA = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-ALVO
           ELSE
               IF FUNCTION TRIM(WS-PARM-LINHA) NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-LINHA))
                           = 8
                   COMPUTE WS-DATA-ALVO =
                       FUNCTION NUMVAL(WS-PARM-LINHA)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ALVO)
                           NOT = 0
                       DISPLAY "Data inválida: " WS-PARM-LINHA
                           " - use AAAAMMDD."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "Data inválida: " WS-PARM-LINHA
                       " - use AAAAMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-DATA-ALVO TO WS-DATA-ALVO-X
           MOVE SPACES TO WS-REL-NOME
           STRING "ORDGER-" WS-DATA-ALVO-X ".DAT"
               DELIMITED BY SIZE INTO WS-REL-NOME
           DISPLAY "Data de geração: " WS-DATA-ALVO.

       CARREGAR-FERIADOS.
           MOVE 0 TO WS-FER-QTD
           OPEN INPUT FERIADO-FILE
           IF WS-FER-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FERIADO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FER-DATA NUMERIC AND WS-FER-QTD < 200
                               ADD 1 TO WS-FER-QTD
                               MOVE FER-DATA TO WS-FER-DATA(WS-FER-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADO-FILE
           ELSE
               DISPLAY "Aviso: FERIADOS.DAT não encontrado - "
                   "apenas fins de semana serão considerados."
           END-IF.

       VERIFICAR-DIA-UTIL.
           MOVE 'S' TO WS-DIA-UTIL
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-W) - 1, 7)
           IF WS-DIA-SEMANA = 5 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-DIA-UTIL
           ELSE
               PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                       UNTIL WS-IDX-FER > WS-FER-QTD
                   IF WS-FER-DATA(WS-IDX-FER) = WS-DATA-W
                       MOVE 'N' TO WS-DIA-UTIL
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-LOTE-EXISTENTE.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               READ CALC-TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CALC-TRANS-RECORD(1:1) = "H"
                           MOVE CALC-TRANS-RECORD TO TRN-CABECALHO
                           IF TRN-CAB-DATA = WS-DATA-ALVO-X
                                   AND TRN-CAB-ORIGEM NOT = "ORDENS"
                               DISPLAY "Erro: CALCTRAN.DAT já contém "
                                   "o lote " TRN-CAB-LOTE " de "
                                   FUNCTION TRIM(TRN-CAB-ORIGEM)
                                   " para " WS-DATA-ALVO
                                   " - processe-o antes de gerar "
                                   "as ordens."
                               CLOSE CALC-TRANS-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CALC-TRANS-FILE
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN I-O ORD-FILE
           IF WS-ORD-STATUS = "35"
               DISPLAY "Nenhuma ordem permanente cadastrada "
                   "(ORDPERM.DAT não existe)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir ORDPERM.DAT "
                   "- status " WS-ORD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir OPERMST.DAT "
                   "- status " WS-OPER-STATUS
               CLOSE ORD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar CALCTRAN.DAT "
                   "- status " WS-TRANS-STATUS
               CLOSE ORD-FILE
               CLOSE OPER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ORDENS" TO TRN-CAB-ORIGEM
           MOVE WS-DATA-ALVO-X TO TRN-CAB-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRN-CAB-LOTE
           WRITE CALC-TRANS-RECORD FROM TRN-CABECALHO.

       TRATAR-ORDEM.
           MOVE 'N' TO WS-ORD-ALTERADA
           EVALUATE TRUE
               WHEN ORD-ULT-GERACAO = WS-DATA-ALVO
                       AND ORD-ATIVA NOT = "N"
                   MOVE "REPROCESSAMENTO" TO WS-NOTA
                   PERFORM GERAR-OCORRENCIA
               WHEN ORD-ATIVA = "N"
                   MOVE ORD-PROX-VENC TO WS-DATA-W
                   PERFORM CALCULAR-EFETIVA
                   IF WS-EFETIVA <= WS-DATA-ALVO
                       MOVE "ORDEM SUSPENSA" TO WS-MOTIVO
                       MOVE 'N' TO WS-PROBLEMA
                       PERFORM REGISTRAR-IGNORADA
                   END-IF
               WHEN ORD-ATIVA NOT = "S"
                   CONTINUE
               WHEN OTHER
                   PERFORM TRATAR-VENCIMENTOS
           END-EVALUATE
           IF WS-ORD-ALTERADA = 'S'
               REWRITE ORD-RECORD
                   INVALID KEY
                       DISPLAY "Erro: não foi possível regravar a "
                           "ordem " ORD-ID " - status " WS-ORD-STATUS
               END-REWRITE
           END-IF.

       TRATAR-VENCIMENTOS.
           MOVE ORD-PROX-VENC TO WS-DATA-W
           PERFORM CALCULAR-EFETIVA
           MOVE 0 TO WS-EFETIVA-ANT
           PERFORM UNTIL WS-EFETIVA >= WS-DATA-ALVO
                   OR ORD-ATIVA NOT = "S"
               IF WS-EFETIVA NOT = WS-EFETIVA-ANT
                   MOVE SPACES TO WS-MOTIVO
                   STRING "VENCIMENTO PERDIDO EM " WS-EFETIVA
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   MOVE 'S' TO WS-PROBLEMA
                   PERFORM REGISTRAR-IGNORADA
                   MOVE WS-EFETIVA TO WS-EFETIVA-ANT
               END-IF
               PERFORM AVANCAR-VENCIMENTO
               MOVE ORD-PROX-VENC TO WS-DATA-W
               PERFORM CALCULAR-EFETIVA
           END-PERFORM

           IF ORD-ATIVA = "S" AND WS-EFETIVA = WS-DATA-ALVO
               PERFORM VALIDAR-OPERADOR-ORDEM
               IF WS-OPER-VALIDO NOT = 'S'
                   MOVE 'S' TO WS-PROBLEMA
                   PERFORM REGISTRAR-IGNORADA
               ELSE
                   IF ORD-PROX-VENC NOT = WS-DATA-ALVO
                       MOVE SPACES TO WS-NOTA
                       STRING "VENC " ORD-PROX-VENC
                           DELIMITED BY SIZE INTO WS-NOTA
                   ELSE
                       MOVE SPACES TO WS-NOTA
                   END-IF
                   PERFORM GERAR-OCORRENCIA
                   MOVE WS-DATA-ALVO TO ORD-ULT-GERACAO
                   MOVE 'S' TO WS-ORD-ALTERADA
                   PERFORM UNTIL WS-EFETIVA > WS-DATA-ALVO
                           OR ORD-ATIVA NOT = "S"
                       PERFORM AVANCAR-VENCIMENTO
                       MOVE ORD-PROX-VENC TO WS-DATA-W
                       PERFORM CALCULAR-EFETIVA
                   END-PERFORM
               END-IF
           END-IF.

       CALCULAR-EFETIVA.
           PERFORM VERIFICAR-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'S'
               COMPUTE WS-DATA-W = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-W) + 1)
               PERFORM VERIFICAR-DIA-UTIL
           END-PERFORM
           MOVE WS-DATA-W TO WS-EFETIVA.

       AVANCAR-VENCIMENTO.
           EVALUATE ORD-FREQUENCIA
               WHEN "D"
                   COMPUTE ORD-PROX-VENC = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ORD-PROX-VENC) + 1)
               WHEN "S"
                   COMPUTE ORD-PROX-VENC = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ORD-PROX-VENC) + 7)
               WHEN OTHER
                   COMPUTE WS-ANO-W = ORD-PROX-VENC / 10000
                   COMPUTE WS-MES-W = FUNCTION MOD(
                       ORD-PROX-VENC / 100, 100)
                   IF WS-MES-W = 12
                       ADD 1 TO WS-ANO-W
                       MOVE 1 TO WS-MES-W
                   ELSE
                       ADD 1 TO WS-MES-W
                   END-IF
                   IF WS-MES-W = 12
                       COMPUTE WS-PRIMEIRO-SEGUINTE =
                           (WS-ANO-W + 1) * 10000 + 101
                   ELSE
                       COMPUTE WS-PRIMEIRO-SEGUINTE =
                           WS-ANO-W * 10000 + (WS-MES-W + 1) * 100 + 1
                   END-IF
                   COMPUTE WS-ULTIMO-DIA = FUNCTION MOD(
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-SEGUINTE)
                       - 1), 100)
                   MOVE ORD-DIA-BASE TO WS-DIA-W
                   IF WS-DIA-W > WS-ULTIMO-DIA OR WS-DIA-W = 0
                       MOVE WS-ULTIMO-DIA TO WS-DIA-W
                   END-IF
                   COMPUTE ORD-PROX-VENC =
                       WS-ANO-W * 10000 + WS-MES-W * 100 + WS-DIA-W
           END-EVALUATE
           MOVE 'S' TO WS-ORD-ALTERADA
           IF ORD-DATA-FIM NOT = 0 AND ORD-PROX-VENC > ORD-DATA-FIM
               MOVE "E" TO ORD-ATIVA
               MOVE SPACES TO WS-MOTIVO
               STRING "ENCERRADA - DATA FINAL " ORD-DATA-FIM
                   DELIMITED BY SIZE INTO WS-MOTIVO
               MOVE 'N' TO WS-PROBLEMA
               PERFORM REGISTRAR-IGNORADA
           END-IF.

       VALIDAR-OPERADOR-ORDEM.
           MOVE 'N' TO WS-OPER-VALIDO
           MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO
           MOVE ORD-OPER TO OPER-ID
           READ OPER-FILE KEY IS OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPER-ATIVO NOT = "S"
                       MOVE "OPERADOR INATIVO" TO WS-MOTIVO
                   ELSE
                       IF ORD-OPCAO < 1 OR ORD-OPCAO > 12
                           MOVE "OPERACAO INVALIDA" TO WS-MOTIVO
                       ELSE
                           IF OPER-AUTORIZACOES(ORD-OPCAO:1) NOT = "S"
                               MOVE "OPERACAO NAO AUTORIZADA"
                                   TO WS-MOTIVO
                           ELSE
                               MOVE 'S' TO WS-OPER-VALIDO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       GERAR-OCORRENCIA.
           MOVE SPACES TO TRN-DETALHE
           MOVE "D" TO TRN-DET-TIPO
           STRING "O" ORD-ID WS-DATA-ALVO-X(3:6)
               DELIMITED BY SIZE INTO TRN-DET-REF
           MOVE ORD-NUM1 TO WS-VALOR-SINAL
           MOVE WS-VALOR-TEXTO TO TRN-DET-NUM1
           MOVE ORD-NUM2 TO WS-VALOR-SINAL
           MOVE WS-VALOR-TEXTO TO TRN-DET-NUM2
           MOVE ORD-OPCAO TO TRN-DET-OPCAO
           MOVE ORD-OPER TO TRN-DET-OPER
           WRITE CALC-TRANS-RECORD FROM TRN-DETALHE
           ADD 1 TO WS-CT-GERADAS
           ADD ORD-NUM1 TO WS-HASH-TOTAL

           IF WS-GER-QTD < 999
               ADD 1 TO WS-GER-QTD
               MOVE ORD-NUM1 TO EXIB-NUM1
               MOVE ORD-NUM2 TO EXIB-NUM2
               MOVE SPACES TO WS-GER-LINHA(WS-GER-QTD)
               STRING ORD-ID " " TRN-DET-REF " " ORD-OPER " "
                   ORD-OPCAO " " EXIB-NUM1 " " EXIB-NUM2 " "
                   ORD-FREQUENCIA " " ORD-DESCRICAO " " WS-NOTA
                   DELIMITED BY SIZE INTO WS-GER-LINHA(WS-GER-QTD)
           END-IF.

       REGISTRAR-IGNORADA.
           IF WS-PROBLEMA = 'S'
               ADD 1 TO WS-CT-PROBLEMAS
           END-IF
           IF WS-IGN-QTD < 500
               ADD 1 TO WS-IGN-QTD
               MOVE SPACES TO WS-IGN-LINHA(WS-IGN-QTD)
               STRING ORD-ID " " ORD-OPER " " ORD-DESCRICAO " "
                   WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-IGN-LINHA(WS-IGN-QTD)
           ELSE
               ADD 1 TO WS-IGN-EXCESSO
           END-IF.

       EMITIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           OPEN OUTPUT REL-FILE
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar " WS-REL-NOME
                   " - status " WS-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "GERACAO DE ORDENS PERMANENTES - DATA "
               WS-DATA-ALVO-X " - LOTE " TRN-CAB-LOTE
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "GERADO-EM " WS-DATA-HORA(1:19)
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA

           MOVE "ORDENS GERADAS" TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE "ORD REF        OPER   OP   NUM1   NUM2 F DESCRICAO"
               TO WS-LINHA
           PERFORM EMITIR-LINHA
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1
                   UNTIL WS-IDX-GER > WS-GER-QTD
               MOVE WS-GER-LINHA(WS-IDX-GER) TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-PERFORM
           IF WS-GER-QTD = 0
               MOVE "NENHUMA ORDEM VENCIDA PARA A DATA" TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE "ORDENS NAO GERADAS" TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE "ORD OPER   DESCRICAO                      MOTIVO"
               TO WS-LINHA
           PERFORM EMITIR-LINHA
           PERFORM VARYING WS-IDX-IGN FROM 1 BY 1
                   UNTIL WS-IDX-IGN > WS-IGN-QTD
               MOVE WS-IGN-LINHA(WS-IDX-IGN) TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-PERFORM
           IF WS-IGN-QTD = 0
               MOVE "NENHUMA" TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF
           IF WS-IGN-EXCESSO > 0
               MOVE SPACES TO WS-LINHA
               MOVE WS-IGN-EXCESSO TO EXIB-QTD
               STRING "... MAIS " EXIB-QTD " OCORRENCIA(S) NAO "
                   "LISTADA(S)"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-LIDAS TO EXIB-QTD
           STRING "ORDENS LIDAS....... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-GERADAS TO EXIB-QTD
           STRING "DETALHES GERADOS... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-HASH-TOTAL TO EXIB-HASH
           STRING "HASH NUM1.......... " FUNCTION TRIM(EXIB-HASH)
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-PROBLEMAS TO EXIB-QTD
           STRING "PENDENCIAS......... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           CLOSE REL-FILE
           DISPLAY " "
           DISPLAY "CALCTRAN.DAT gravado; relatório em "
               FUNCTION TRIM(WS-REL-NOME).

       EMITIR-LINHA.
           DISPLAY FUNCTION TRIM(WS-LINHA TRAILING)
           MOVE WS-LINHA TO REL-RECORD
           WRITE REL-RECORD.
