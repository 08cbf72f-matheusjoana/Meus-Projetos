       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIO-TRANSACAO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT CALC-REJ-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CALC-CTL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALC-REF-FILE ASSIGN TO "CALCREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFX-REF
               FILE STATUS IS WS-REFX-STATUS.

           SELECT CALC-LIB-FILE ASSIGN TO "CALCLIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-REF
               FILE STATUS IS WS-LIB-STATUS.

           SELECT CALC-PEND-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARQ-FILE ASSIGN USING WS-ARQUIVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "CALCEXP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT RASTRO-FILE ASSIGN USING WS-RASTRO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RASTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD   PIC X(80).

       FD  CALC-RESULT-FILE.
       01  CALC-RESULT-RECORD  PIC X(80).

       FD  CALC-REJ-FILE.
       01  CALC-REJ-RECORD.
           05 REJ-NUM1         PIC X(10).
           05 REJ-NUM2         PIC X(10).
           05 REJ-OPCAO        PIC X(2).
           05 REJ-OPER         PIC X(6).
           05 REJ-MOTIVO-COD   PIC X(2).
           05 REJ-MOTIVO-TEXTO PIC X(30).
           05 REJ-REF          PIC X(10).

       FD  CALC-CTL-FILE.
       01  CALC-CTL-RECORD.
           05 CTL-RUN-ID       PIC X(14).
           05 CTL-INICIO       PIC X(14).
           05 CTL-FIM          PIC X(14).
           05 CTL-LIDOS        PIC 9(6).
           05 CTL-OK           PIC 9(6).
           05 CTL-ERRO         PIC 9(6).
           05 CTL-STATUS       PIC X(4).

       FD  CALC-REF-FILE.
       01  CALC-REF-RECORD.
           05 REFX-REF         PIC X(10).
           05 REFX-RUN-ID      PIC X(14).
           05 REFX-DATA        PIC 9(8).
           05 REFX-LOTE        PIC X(6).
           05 REFX-OPER        PIC X(6).
           05 REFX-SITUACAO    PIC X(2).
           05 REFX-LANCAMENTOS PIC 9(3).

       FD  CALC-LIB-FILE.
       01  CALC-LIB-RECORD.
           05 LIB-REF          PIC X(10).
           05 LIB-OPER         PIC X(6).
           05 LIB-DATA-HORA    PIC X(14).
           05 LIB-MOTIVO       PIC X(30).
           05 LIB-USADA        PIC X(1).
           05 LIB-RUN-ID       PIC X(14).

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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(160).

       FD  AUDIT-ARQ-FILE.
       01  AUDIT-ARQ-RECORD    PIC X(160).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD       PIC X(120).

       FD  RASTRO-FILE.
       01  RASTRO-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-TRANS-STATUS     PIC XX.
       77 WS-RESULT-STATUS    PIC XX.
       77 WS-REJ-STATUS       PIC XX.
       77 WS-CTL-STATUS       PIC XX.
       77 WS-REFX-STATUS      PIC XX.
       77 WS-LIB-STATUS       PIC XX.
       77 WS-PEND-STATUS      PIC XX.
       77 WS-AUDIT-STATUS     PIC XX.
       77 WS-ARQ-STATUS       PIC XX.
       77 WS-EXPORT-STATUS    PIC XX.
       77 WS-RASTRO-STATUS    PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.

       77 WS-ARQUIVO-NOME     PIC X(20).
       77 WS-RASTRO-NOME      PIC X(40).
       77 WS-PARM-LINHA       PIC X(48).
       77 WS-PARM-MODO        PIC X(10).
       77 WS-PARM-CHAVE       PIC X(10).
       77 WS-PARM-INICIO      PIC X(10).
       77 WS-PARM-FIM         PIC X(10).
       77 WS-PARM-VALOR       PIC X(10).
       77 WS-PARM-DATA        PIC 9(8).
       77 STR-OPCAO           PIC X(2).
       77 STR-CHAVE           PIC X(10).
       77 STR-DATA            PIC X(10).

       77 WS-MODO             PIC X VALUE SPACE.
           88 WS-MODO-REF         VALUE 'R'.
           88 WS-MODO-OPER        VALUE 'O'.
       77 WS-CHAVE-REF        PIC X(10) VALUE SPACES.
       77 WS-CHAVE-OPER       PIC X(6) VALUE SPACES.

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-MES-HOJE         PIC 9(6).
       77 WS-DATA-INICIO      PIC 9(8).
       77 WS-DATA-FIM         PIC 9(8).
       77 WS-DATA-INICIO-X    PIC X(8).
       77 WS-DATA-FIM-X       PIC X(8).
       77 WS-NO-PERIODO       PIC X.
       77 WS-LENDO-ARCHIVE    PIC X VALUE 'N'.
       77 WS-INICIO-TXT       PIC X(10).
       77 WS-FIM-TXT          PIC X(10).
       77 WS-DATA-W           PIC X(8).
       77 WS-DATA-TXT-W       PIC X(10).
       77 WS-ANO-W            PIC 9(4).
       77 WS-MES-W            PIC 9(2).
       77 WS-MES-CAND         PIC 9(6).
       77 WS-MES-CAND-X       PIC X(6).

       77 WS-TRN-ORIGEM       PIC X(8).
       77 WS-TRN-DATA         PIC X(8).
       77 WS-TRN-LOTE         PIC X(6).
       77 WS-TRN-ROTULO       PIC X(30).
       77 WS-TRN-CAB-EMITIDO  PIC X.
       77 WS-TRN-SEQ          PIC 9(6).
       77 WS-RES-RUN-ID       PIC X(14) VALUE SPACES.
       77 WS-REF-RUN-ID       PIC X(14) VALUE SPACES.

       77 WS-TOK-DATA         PIC X(10).
       77 WS-TOK-HORA         PIC X(8).
       77 WS-TOK-PROGRAMA     PIC X(20).
       01  WS-TOKENS.
           05 WS-TOKEN OCCURS 14 TIMES INDEXED BY WS-IDX-TOK
                              PIC X(30).
       77 WS-QTD-TOKENS       PIC 9(2).
       77 WS-AUD-CONFERE      PIC X.
       77 WS-AUD-OPER         PIC X(6).
       77 WS-AUD-REF          PIC X(10).

       01  WS-CSV-CAMPOS.
           05 WS-CSV-SEQ      PIC X(6).
           05 WS-CSV-REF      PIC X(10).
           05 WS-CSV-NUM1     PIC X(12).
           05 WS-CSV-NUM2     PIC X(12).
           05 WS-CSV-OPCAO    PIC X(2).
           05 WS-CSV-STATUS   PIC X(2).
           05 WS-CSV-MOTIVO   PIC X(2).
           05 WS-CSV-RESULT   PIC X(16).
           05 WS-CSV-OPER     PIC X(6).
       01  WS-TAB-EXPORTADOS.
           05 WS-EXP-QTD      PIC 9(2) VALUE 0.
           05 WS-EXP-LINHA OCCURS 50 TIMES INDEXED BY WS-IDX-EXP.
               10 WS-EXP-REF      PIC X(10).
               10 WS-EXP-OPER     PIC X(6).
               10 WS-EXP-TEXTO    PIC X(130).
       77 WS-EXP-RUN-ID       PIC X(14).
       77 WS-EXPORTADO        PIC X VALUE 'N'.

       01  WS-TAB-RUNS.
           05 WS-RUNS-QTD     PIC 9(2) VALUE 0.
           05 WS-RUN-ID-TAB OCCURS 50 TIMES INDEXED BY WS-IDX-RUN
                              PIC X(14).
       77 WS-RUN-NOVO         PIC X(14).
       77 WS-RUN-ACHOU        PIC X.

       01  WS-EVENTO-NOVO.
           05 WS-NOVO-CHAVE.
               10 WS-NOVO-TS      PIC X(14).
               10 WS-NOVO-ETAPA   PIC 9.
               10 WS-NOVO-ORDEM   PIC 9(5).
           05 WS-NOVO-ORIGEM  PIC X(10).
           05 WS-NOVO-REF     PIC X(10).
           05 WS-NOVO-OPER    PIC X(6).
           05 WS-NOVO-TEXTO   PIC X(150).

       01  WS-TAB-EVENTOS.
           05 WS-EVT-QTD      PIC 9(3) VALUE 0.
           05 WS-EVT-LINHA OCCURS 500 TIMES
                   INDEXED BY WS-IDX-EVT WS-IDX-DESL.
               10 WS-EVT-CHAVE.
                   15 WS-EVT-TS      PIC X(14).
                   15 WS-EVT-ETAPA   PIC 9.
                   15 WS-EVT-ORDEM   PIC 9(5).
               10 WS-EVT-ORIGEM  PIC X(10).
               10 WS-EVT-REF     PIC X(10).
               10 WS-EVT-OPER    PIC X(6).
               10 WS-EVT-TEXTO   PIC X(150).
       77 WS-EVT-POS          PIC 9(3).
       77 WS-ORDEM            PIC 9(5) VALUE 0.
       77 WS-EVT-EXCESSO      PIC 9(5) VALUE 0.

       77 WS-VALOR-X          PIC X(14).
       77 WS-VALOR-NUM        PIC S9(10)V99.
       77 WS-VALOR-7          PIC S9(5)V99.
       77 EXIB-NUM            PIC -(5)9.99.
       77 EXIB-NUM1           PIC -(5)9.99.
       77 EXIB-NUM2           PIC -(5)9.99.
       77 EXIB-RESULT         PIC -(10)9.99.
       77 EXIB-LIMITE         PIC Z(9)9.99.
       77 EXIB-QTD            PIC ZZZZ9.

       77 WS-CT-TRAN          PIC 9(5) VALUE 0.
       77 WS-CT-REJ           PIC 9(5) VALUE 0.
       77 WS-CT-RES           PIC 9(5) VALUE 0.
       77 WS-CT-AUDIT         PIC 9(5) VALUE 0.
       77 WS-CT-PEND          PIC 9(5) VALUE 0.
       77 WS-ARQS-LIDOS       PIC 9(3) VALUE 0.
       77 WS-ULT-STATUS       PIC X(2) VALUE SPACES.

       77 WS-LINHA            PIC X(200).

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
           DISPLAY "   RASTREIO DE TRANSAÇÃO".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-MES-HOJE = WS-DATA-HOJE / 100

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF WS-PARM-LINHA = SPACES
               PERFORM PEDIR-CONSULTA
           ELSE
               PERFORM TRATAR-PARAMETROS
           END-IF

           IF WS-MODO-REF
               DISPLAY "Referência: " WS-CHAVE-REF
                   " - archives desde " WS-INICIO-TXT
           ELSE
               DISPLAY "Operador: " WS-CHAVE-OPER " - período "
                   WS-INICIO-TXT " a " WS-FIM-TXT
           END-IF

           PERFORM LER-TRANSACOES
           PERFORM LER-PENDENTES
           PERFORM LER-RESULTADOS
           PERFORM LER-REJEITOS
           PERFORM LER-INDICE-REF
           PERFORM LER-LIBERACOES
           PERFORM LER-LOG-VIVO
           PERFORM LER-ARQUIVOS-ARCHIVE
           PERFORM LER-EXPORTACAO
           PERFORM LER-CONTROLE-LOTES

           PERFORM GRAVAR-RASTRO

           IF WS-EVT-QTD = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       PEDIR-CONSULTA.
           MOVE SPACES TO STR-OPCAO
           PERFORM UNTIL STR-OPCAO = "1" OR STR-OPCAO = "2"
               DISPLAY "Consultar por: 1 - Referência  "
                   "2 - Operador e período"
               DISPLAY "Opção: "
               ACCEPT STR-OPCAO
           END-PERFORM
           IF STR-OPCAO = "1"
               MOVE 'R' TO WS-MODO
               MOVE SPACES TO STR-CHAVE
               PERFORM UNTIL STR-CHAVE NOT = SPACES
                   DISPLAY "Referência (REF): "
                   ACCEPT STR-CHAVE
               END-PERFORM
               MOVE STR-CHAVE TO WS-CHAVE-REF
               MOVE SPACES TO WS-PARM-INICIO
               MOVE SPACES TO WS-PARM-FIM
           ELSE
               MOVE 'O' TO WS-MODO
               MOVE SPACES TO STR-CHAVE
               PERFORM UNTIL STR-CHAVE NOT = SPACES
                   DISPLAY "Operador: "
                   ACCEPT STR-CHAVE
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(STR-CHAVE) TO WS-CHAVE-OPER
               DISPLAY "Data inicial AAAAMMDD (vazio = início "
                   "do mês): "
               ACCEPT STR-DATA
               MOVE STR-DATA TO WS-PARM-INICIO
               DISPLAY "Data final AAAAMMDD (vazio = hoje): "
               ACCEPT STR-DATA
               MOVE STR-DATA TO WS-PARM-FIM
           END-IF
           PERFORM DEFINIR-PERIODO.

       TRATAR-PARAMETROS.
           MOVE SPACES TO WS-PARM-MODO
           MOVE SPACES TO WS-PARM-CHAVE
           MOVE SPACES TO WS-PARM-INICIO
           MOVE SPACES TO WS-PARM-FIM
           UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
               INTO WS-PARM-MODO WS-PARM-CHAVE WS-PARM-INICIO
                   WS-PARM-FIM
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PARM-MODO) TO WS-PARM-MODO
           EVALUATE WS-PARM-MODO
               WHEN "REF"
                   MOVE 'R' TO WS-MODO
                   MOVE WS-PARM-CHAVE TO WS-CHAVE-REF
               WHEN "OPER"
                   MOVE 'O' TO WS-MODO
                   MOVE FUNCTION UPPER-CASE(WS-PARM-CHAVE)
                       TO WS-CHAVE-OPER
               WHEN OTHER
                   MOVE SPACE TO WS-MODO
           END-EVALUATE
           IF WS-MODO = SPACE OR WS-PARM-CHAVE = SPACES
               DISPLAY "Parâmetro inválido! Use REF <referência> "
                   "[AAAAMMDD] ou OPER <operador> [AAAAMMDD "
                   "[AAAAMMDD]]."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DEFINIR-PERIODO.

       DEFINIR-PERIODO.
           IF WS-PARM-INICIO = SPACES
               IF WS-MODO-REF
                   COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 365)
               ELSE
                   COMPUTE WS-DATA-INICIO = WS-MES-HOJE * 100 + 1
               END-IF
           ELSE
               MOVE WS-PARM-INICIO TO WS-PARM-VALOR
               PERFORM VALIDAR-DATA-PARAMETRO
               MOVE WS-PARM-DATA TO WS-DATA-INICIO
           END-IF
           IF WS-PARM-FIM = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           ELSE
               MOVE WS-PARM-FIM TO WS-PARM-VALOR
               PERFORM VALIDAR-DATA-PARAMETRO
               MOVE WS-PARM-DATA TO WS-DATA-FIM
           END-IF

           IF WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY "Período inválido! Data inicial maior que a "
                   "final."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATA-INICIO TO WS-DATA-INICIO-X
           MOVE WS-DATA-FIM TO WS-DATA-FIM-X
           MOVE WS-DATA-INICIO TO WS-DATA-W
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-TXT-W TO WS-INICIO-TXT
           MOVE WS-DATA-FIM TO WS-DATA-W
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-TXT-W TO WS-FIM-TXT

           MOVE SPACES TO WS-RASTRO-NOME
           IF WS-MODO-REF
               STRING "RASTRO-" FUNCTION TRIM(WS-CHAVE-REF) ".DAT"
                   DELIMITED BY SIZE INTO WS-RASTRO-NOME
           ELSE
               STRING "RASTRO-" FUNCTION TRIM(WS-CHAVE-OPER) "-"
                   WS-DATA-INICIO-X ".DAT"
                   DELIMITED BY SIZE INTO WS-RASTRO-NOME
           END-IF.

       VALIDAR-DATA-PARAMETRO.
           MOVE 0 TO WS-PARM-DATA
           IF FUNCTION TRIM(WS-PARM-VALOR) NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALOR))
                       = 8
               COMPUTE WS-PARM-DATA = FUNCTION NUMVAL(WS-PARM-VALOR)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATA) NOT = 0
                   DISPLAY "Data inválida: " WS-PARM-VALOR
                       " - use AAAAMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Data inválida: " WS-PARM-VALOR
                   " - use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-TXT-W
           STRING WS-DATA-W(1:4) "-" WS-DATA-W(5:2) "-"
               WS-DATA-W(7:2)
               DELIMITED BY SIZE INTO WS-DATA-TXT-W.

       LER-TRANSACOES.
           MOVE SPACES TO WS-TRN-ORIGEM
           MOVE SPACES TO WS-TRN-DATA
           MOVE SPACES TO WS-TRN-LOTE
           MOVE 'N' TO WS-TRN-CAB-EMITIDO
           MOVE 0 TO WS-TRN-SEQ
           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALC-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-TRANSACAO
                   END-READ
               END-PERFORM
               CLOSE CALC-TRANS-FILE
           END-IF.

       TRATAR-TRANSACAO.
           EVALUATE CALC-TRANS-RECORD(1:1)
               WHEN "H"
                   MOVE CALC-TRANS-RECORD(2:8) TO WS-TRN-ORIGEM
                   MOVE CALC-TRANS-RECORD(10:8) TO WS-TRN-DATA
                   MOVE CALC-TRANS-RECORD(18:6) TO WS-TRN-LOTE
               WHEN "D"
                   ADD 1 TO WS-TRN-SEQ
                   MOVE SPACES TO WS-EVENTO-NOVO
                   MOVE CALC-TRANS-RECORD(2:10) TO WS-NOVO-REF
                   MOVE CALC-TRANS-RECORD(34:6) TO WS-NOVO-OPER
                   IF (WS-MODO-REF AND WS-NOVO-REF = WS-CHAVE-REF)
                           OR (WS-MODO-OPER
                               AND WS-NOVO-OPER = WS-CHAVE-OPER)
                       PERFORM EMITIR-CABECALHO-TRANSACAO
                       MOVE SPACES TO WS-EVENTO-NOVO
                       MOVE CALC-TRANS-RECORD(2:10) TO WS-NOVO-REF
                       MOVE CALC-TRANS-RECORD(34:6) TO WS-NOVO-OPER
                       STRING WS-TRN-DATA "000000"
                           DELIMITED BY SIZE INTO WS-NOVO-TS
                       MOVE 1 TO WS-NOVO-ETAPA
                       MOVE "CALCTRAN" TO WS-NOVO-ORIGEM
                       EVALUATE WS-TRN-ORIGEM
                           WHEN "REPARO"
                               MOVE "REPOSTAGEM (LOTE-REPARO) D#"
                                   TO WS-TRN-ROTULO
                           WHEN "ORDENS"
                               MOVE "ORDEM PERMANENTE D#"
                                   TO WS-TRN-ROTULO
                           WHEN OTHER
                               MOVE "DETALHE D#" TO WS-TRN-ROTULO
                       END-EVALUATE
                       STRING FUNCTION TRIM(WS-TRN-ROTULO) WS-TRN-SEQ
                           " NUM1=" CALC-TRANS-RECORD(12:10)
                           " NUM2=" CALC-TRANS-RECORD(22:10)
                           " OPCAO=" CALC-TRANS-RECORD(32:2)
                           " LOTE=" WS-TRN-LOTE
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       ADD 1 TO WS-CT-TRAN
                       PERFORM INCLUIR-EVENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EMITIR-CABECALHO-TRANSACAO.
           IF WS-TRN-CAB-EMITIDO = 'N'
               MOVE 'S' TO WS-TRN-CAB-EMITIDO
               MOVE SPACES TO WS-EVENTO-NOVO
               STRING WS-TRN-DATA "000000"
                   DELIMITED BY SIZE INTO WS-NOVO-TS
               MOVE 0 TO WS-NOVO-ETAPA
               MOVE "CALCTRAN" TO WS-NOVO-ORIGEM
               STRING "CABECALHO DO LOTE ORIGEM="
                   FUNCTION TRIM(WS-TRN-ORIGEM)
                   " DATA=" WS-TRN-DATA " LOTE=" WS-TRN-LOTE
                   DELIMITED BY SIZE INTO WS-NOVO-TEXTO
               PERFORM INCLUIR-EVENTO
           END-IF.

       LER-PENDENTES.
           OPEN INPUT CALC-PEND-FILE
           IF WS-PEND-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALC-PEND-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-MODO-REF
                                   AND PEND-REF = WS-CHAVE-REF)
                                   OR (WS-MODO-OPER
                                   AND (PEND-OPER = WS-CHAVE-OPER
                                   OR PEND-APROVADOR = WS-CHAVE-OPER))
                               PERFORM TRATAR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PEND-FILE
           END-IF.

       TRATAR-PENDENTE.
           MOVE SPACES TO WS-EVENTO-NOVO
           MOVE PEND-DATA-HORA TO WS-NOVO-TS
           MOVE 2 TO WS-NOVO-ETAPA
           MOVE "CALCPEND" TO WS-NOVO-ORIGEM
           MOVE PEND-REF TO WS-NOVO-REF
           MOVE PEND-OPER TO WS-NOVO-OPER
           MOVE PEND-RESULT TO EXIB-RESULT
           MOVE PEND-LIMITE TO EXIB-LIMITE
           STRING "ACIMA DO LIMITE - PENDENTE " PEND-ID
               " RESULT=" FUNCTION TRIM(EXIB-RESULT)
               " LIMITE=" FUNCTION TRIM(EXIB-LIMITE)
               " OPCAO=" PEND-OPCAO " RUN=" PEND-RUN-ID
               DELIMITED BY SIZE INTO WS-NOVO-TEXTO
           ADD 1 TO WS-CT-PEND
           PERFORM INCLUIR-EVENTO
           IF PEND-RUN-ID NOT = SPACES
               MOVE PEND-RUN-ID TO WS-RUN-NOVO
               PERFORM REGISTRAR-RUN
           END-IF

           IF PEND-SITUACAO NOT = "P" AND PEND-DECISAO NOT = SPACES
               MOVE SPACES TO WS-EVENTO-NOVO
               MOVE PEND-DECISAO TO WS-NOVO-TS
               MOVE 5 TO WS-NOVO-ETAPA
               MOVE "CALCPEND" TO WS-NOVO-ORIGEM
               MOVE PEND-REF TO WS-NOVO-REF
               MOVE PEND-APROVADOR TO WS-NOVO-OPER
               IF PEND-SITUACAO = "A"
                   STRING "APROVADA POR " PEND-APROVADOR
                       " - PENDENTE " PEND-ID
                       DELIMITED BY SIZE INTO WS-NOVO-TEXTO
               ELSE
                   STRING "RECUSADA POR " PEND-APROVADOR
                       " - MOTIVO: " FUNCTION TRIM(PEND-MOTIVO)
                       DELIMITED BY SIZE INTO WS-NOVO-TEXTO
               END-IF
               PERFORM INCLUIR-EVENTO
           END-IF.

       LER-RESULTADOS.
           MOVE SPACES TO WS-RES-RUN-ID
           OPEN INPUT CALC-RESULT-FILE
           IF WS-RESULT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALC-RESULT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-RESULTADO
                   END-READ
               END-PERFORM
               CLOSE CALC-RESULT-FILE
           END-IF.

       TRATAR-RESULTADO.
           EVALUATE CALC-RESULT-RECORD(1:1)
               WHEN "H"
                   MOVE CALC-RESULT-RECORD(16:14) TO WS-RES-RUN-ID
               WHEN "D"
                   IF (WS-MODO-REF
                           AND CALC-RESULT-RECORD(49:10)
                               = WS-CHAVE-REF)
                           OR (WS-MODO-OPER
                           AND CALC-RESULT-RECORD(43:6)
                               = WS-CHAVE-OPER)
                       MOVE SPACES TO WS-EVENTO-NOVO
                       MOVE WS-RES-RUN-ID TO WS-NOVO-TS
                       MOVE 4 TO WS-NOVO-ETAPA
                       MOVE "CALCRES" TO WS-NOVO-ORIGEM
                       MOVE CALC-RESULT-RECORD(49:10) TO WS-NOVO-REF
                       MOVE CALC-RESULT-RECORD(43:6) TO WS-NOVO-OPER
                       MOVE CALC-RESULT-RECORD(30:13) TO WS-VALOR-X
                       PERFORM CONVERTER-VALOR-SINAL
                       MOVE WS-VALOR-NUM TO EXIB-RESULT
                       STRING "RESULTADO SEQ=" CALC-RESULT-RECORD(2:6)
                           " STATUS=" CALC-RESULT-RECORD(26:2)
                           " MOTIVO=" CALC-RESULT-RECORD(28:2)
                           " OPCAO=" CALC-RESULT-RECORD(24:2)
                           " RESULT=" FUNCTION TRIM(EXIB-RESULT)
                           " RUN=" WS-RES-RUN-ID
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       MOVE CALC-RESULT-RECORD(26:2) TO WS-ULT-STATUS
                       ADD 1 TO WS-CT-RES
                       PERFORM INCLUIR-EVENTO
                       MOVE WS-RES-RUN-ID TO WS-RUN-NOVO
                       PERFORM REGISTRAR-RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONVERTER-VALOR-SINAL.
           MOVE 0 TO WS-VALOR-NUM
           IF WS-VALOR-X(2:12) NUMERIC
               COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(
                   WS-VALOR-X(2:12)) / 100
               IF WS-VALOR-X(1:1) = "-"
                   COMPUTE WS-VALOR-NUM = 0 - WS-VALOR-NUM
               END-IF
           END-IF.

       LER-REJEITOS.
           OPEN INPUT CALC-REJ-FILE
           IF WS-REJ-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALC-REJ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-MODO-REF AND REJ-REF = WS-CHAVE-REF)
                                   OR (WS-MODO-OPER
                                   AND REJ-OPER = WS-CHAVE-OPER)
                               PERFORM TRATAR-REJEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-REJ-FILE
           END-IF.

       TRATAR-REJEITO.
           MOVE SPACES TO WS-EVENTO-NOVO
           IF WS-RES-RUN-ID NOT = SPACES
               MOVE WS-RES-RUN-ID TO WS-NOVO-TS
           ELSE
               STRING WS-TRN-DATA "000000"
                   DELIMITED BY SIZE INTO WS-NOVO-TS
           END-IF
           MOVE 3 TO WS-NOVO-ETAPA
           MOVE "CALCREJ" TO WS-NOVO-ORIGEM
           MOVE REJ-REF TO WS-NOVO-REF
           MOVE REJ-OPER TO WS-NOVO-OPER
           STRING "REJEITADA COD=" REJ-MOTIVO-COD " "
               FUNCTION TRIM(REJ-MOTIVO-TEXTO)
               " NUM1=" REJ-NUM1 " NUM2=" REJ-NUM2
               " OPCAO=" REJ-OPCAO
               DELIMITED BY SIZE INTO WS-NOVO-TEXTO
           ADD 1 TO WS-CT-REJ
           PERFORM INCLUIR-EVENTO.

       LER-INDICE-REF.
           MOVE SPACES TO WS-REF-RUN-ID
           OPEN INPUT CALC-REF-FILE
           IF WS-REFX-STATUS = "00"
               IF WS-MODO-REF
                   MOVE WS-CHAVE-REF TO REFX-REF
                   READ CALC-REF-FILE KEY IS REFX-REF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TRATAR-INDICE-REF
                   END-READ
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CALC-REF-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF REFX-OPER = WS-CHAVE-OPER
                                   PERFORM TRATAR-INDICE-REF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CALC-REF-FILE
           END-IF.

       TRATAR-INDICE-REF.
           MOVE SPACES TO WS-EVENTO-NOVO
           MOVE REFX-RUN-ID TO WS-NOVO-TS
           MOVE 6 TO WS-NOVO-ETAPA
           MOVE "CALCREF" TO WS-NOVO-ORIGEM
           MOVE REFX-REF TO WS-NOVO-REF
           MOVE REFX-OPER TO WS-NOVO-OPER
           STRING "REFERENCIA INDEXADA RUN=" REFX-RUN-ID
               " DATA=" REFX-DATA " LOTE=" REFX-LOTE
               " SITUACAO=" REFX-SITUACAO
               " LANCAMENTOS=" REFX-LANCAMENTOS
               DELIMITED BY SIZE INTO WS-NOVO-TEXTO
           PERFORM INCLUIR-EVENTO
           IF WS-MODO-REF
               MOVE REFX-RUN-ID TO WS-REF-RUN-ID
           END-IF
           MOVE REFX-RUN-ID TO WS-RUN-NOVO
           PERFORM REGISTRAR-RUN.

       LER-LIBERACOES.
           OPEN INPUT CALC-LIB-FILE
           IF WS-LIB-STATUS = "00"
               IF WS-MODO-REF
                   MOVE WS-CHAVE-REF TO LIB-REF
                   READ CALC-LIB-FILE KEY IS LIB-REF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TRATAR-LIBERACAO
                   END-READ
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CALC-LIB-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF LIB-OPER = WS-CHAVE-OPER
                                   PERFORM TRATAR-LIBERACAO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CALC-LIB-FILE
           END-IF.

       TRATAR-LIBERACAO.
           MOVE SPACES TO WS-EVENTO-NOVO
           MOVE LIB-DATA-HORA TO WS-NOVO-TS
           MOVE 1 TO WS-NOVO-ETAPA
           MOVE "CALCLIB" TO WS-NOVO-ORIGEM
           MOVE LIB-REF TO WS-NOVO-REF
           MOVE LIB-OPER TO WS-NOVO-OPER
           IF LIB-USADA = "S"
               STRING "REPOSTAGEM LIBERADA POR " LIB-OPER
                   " - USADA NO RUN=" LIB-RUN-ID
                   " - MOTIVO: " FUNCTION TRIM(LIB-MOTIVO)
                   DELIMITED BY SIZE INTO WS-NOVO-TEXTO
               MOVE LIB-RUN-ID TO WS-RUN-NOVO
               PERFORM REGISTRAR-RUN
           ELSE
               STRING "REPOSTAGEM LIBERADA POR " LIB-OPER
                   " - AINDA NAO USADA - MOTIVO: "
                   FUNCTION TRIM(LIB-MOTIVO)
                   DELIMITED BY SIZE INTO WS-NOVO-TEXTO
           END-IF
           PERFORM INCLUIR-EVENTO.

       LER-LOG-VIVO.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       LER-ARQUIVOS-ARCHIVE.
           COMPUTE WS-ANO-W = WS-DATA-INICIO / 10000
           COMPUTE WS-MES-W = FUNCTION MOD(WS-DATA-INICIO / 100,
               100)
           COMPUTE WS-MES-CAND = WS-ANO-W * 100 + WS-MES-W
           PERFORM UNTIL WS-MES-CAND > WS-MES-HOJE
               IF WS-MES-W = 12
                   ADD 1 TO WS-ANO-W
                   MOVE 1 TO WS-MES-W
               ELSE
                   ADD 1 TO WS-MES-W
               END-IF
               COMPUTE WS-MES-CAND = WS-ANO-W * 100 + WS-MES-W
               IF WS-MES-CAND <= WS-MES-HOJE
                   PERFORM LER-UM-ARCHIVE
               END-IF
           END-PERFORM.

       LER-UM-ARCHIVE.
           MOVE WS-MES-CAND TO WS-MES-CAND-X
           MOVE SPACES TO WS-ARQUIVO-NOME
           STRING "AUDARCH-" WS-MES-CAND-X "01.DAT"
               DELIMITED BY SIZE INTO WS-ARQUIVO-NOME
           OPEN INPUT AUDIT-ARQ-FILE
           IF WS-ARQ-STATUS = "00"
               ADD 1 TO WS-ARQS-LIDOS
               MOVE 'S' TO WS-LENDO-ARCHIVE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-ARQ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AUDIT-ARQ-RECORD TO AUDIT-RECORD
                           PERFORM TRATAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARQ-FILE
               MOVE 'N' TO WS-LENDO-ARCHIVE
           END-IF.

       TRATAR-AUDITORIA.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-QTD-TOKENS
           UNSTRING AUDIT-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATA WS-TOK-HORA WS-TOK-PROGRAMA
                   WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                   WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                   WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                   WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                   WS-TOKEN(13) WS-TOKEN(14)
               TALLYING WS-QTD-TOKENS
           END-UNSTRING
           IF WS-TOK-DATA(5:1) = "-"
               MOVE 'N' TO WS-AUD-CONFERE
               MOVE SPACES TO WS-AUD-OPER
               MOVE SPACES TO WS-AUD-REF
               PERFORM VARYING WS-IDX-TOK FROM 1 BY 1
                       UNTIL WS-IDX-TOK > 14
                   IF WS-TOKEN(WS-IDX-TOK)(1:5) = "OPER="
                       MOVE WS-TOKEN(WS-IDX-TOK)(6:6) TO WS-AUD-OPER
                   END-IF
                   IF WS-TOKEN(WS-IDX-TOK)(1:4) = "REF="
                       MOVE WS-TOKEN(WS-IDX-TOK)(5:10) TO WS-AUD-REF
                   END-IF
                   IF WS-MODO-REF
                       IF WS-TOKEN(WS-IDX-TOK)(1:4) = "REF="
                               AND WS-TOKEN(WS-IDX-TOK)(5:10)
                                   = WS-CHAVE-REF
                           MOVE 'S' TO WS-AUD-CONFERE
                       END-IF
                   ELSE
                       IF (WS-TOKEN(WS-IDX-TOK)(1:5) = "OPER="
                               AND WS-TOKEN(WS-IDX-TOK)(6:6)
                                   = WS-CHAVE-OPER)
                               OR (WS-TOKEN(WS-IDX-TOK)(1:4) = "APR="
                               AND WS-TOKEN(WS-IDX-TOK)(5:6)
                                   = WS-CHAVE-OPER)
                               OR (WS-TOKEN(WS-IDX-TOK)(1:4) = "LIB="
                               AND WS-TOKEN(WS-IDX-TOK)(5:6)
                                   = WS-CHAVE-OPER)
                               OR (WS-TOKEN(WS-IDX-TOK)(1:4) = "EST="
                               AND WS-TOKEN(WS-IDX-TOK)(5:6)
                                   = WS-CHAVE-OPER)
                           MOVE 'S' TO WS-AUD-CONFERE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-AUD-CONFERE = 'S'
                   MOVE SPACES TO WS-EVENTO-NOVO
                   STRING WS-TOK-DATA(1:4) WS-TOK-DATA(6:2)
                       WS-TOK-DATA(9:2) WS-TOK-HORA(1:2)
                       WS-TOK-HORA(4:2) WS-TOK-HORA(7:2)
                       DELIMITED BY SIZE INTO WS-NOVO-TS
                   MOVE 7 TO WS-NOVO-ETAPA
                   IF WS-LENDO-ARCHIVE = 'S'
                       MOVE "AUDARCH" TO WS-NOVO-ORIGEM
                   ELSE
                       MOVE "AUDITLOG" TO WS-NOVO-ORIGEM
                   END-IF
                   MOVE WS-AUD-REF TO WS-NOVO-REF
                   MOVE WS-AUD-OPER TO WS-NOVO-OPER
                   MOVE AUDIT-RECORD(21:140) TO WS-NOVO-TEXTO
                   ADD 1 TO WS-CT-AUDIT
                   PERFORM INCLUIR-EVENTO
               END-IF
           END-IF.

       LER-EXPORTACAO.
           MOVE 0 TO WS-EXP-QTD
           MOVE SPACES TO WS-EXP-RUN-ID
           OPEN INPUT EXPORT-FILE
           IF WS-EXPORT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-EXPORTACAO
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE
               PERFORM VARYING WS-IDX-EXP FROM 1 BY 1
                       UNTIL WS-IDX-EXP > WS-EXP-QTD
                   MOVE SPACES TO WS-EVENTO-NOVO
                   MOVE WS-EXP-RUN-ID TO WS-NOVO-TS
                   MOVE 9 TO WS-NOVO-ETAPA
                   MOVE "CALCEXP" TO WS-NOVO-ORIGEM
                   MOVE WS-EXP-REF(WS-IDX-EXP) TO WS-NOVO-REF
                   MOVE WS-EXP-OPER(WS-IDX-EXP) TO WS-NOVO-OPER
                   MOVE WS-EXP-TEXTO(WS-IDX-EXP) TO WS-NOVO-TEXTO
                   PERFORM INCLUIR-EVENTO
               END-PERFORM
           END-IF.

       TRATAR-EXPORTACAO.
           IF EXPORT-RECORD(1:9) = "CONTROLE;"
               UNSTRING EXPORT-RECORD DELIMITED BY ";"
                   INTO WS-CSV-SEQ WS-EXP-RUN-ID
               END-UNSTRING
           ELSE
               IF EXPORT-RECORD(1:4) NOT = "SEQ;"
                   MOVE SPACES TO WS-CSV-CAMPOS
                   UNSTRING EXPORT-RECORD DELIMITED BY ";"
                       INTO WS-CSV-SEQ WS-CSV-REF WS-CSV-NUM1
                           WS-CSV-NUM2 WS-CSV-OPCAO WS-CSV-STATUS
                           WS-CSV-MOTIVO WS-CSV-RESULT WS-CSV-OPER
                   END-UNSTRING
                   IF ((WS-MODO-REF AND WS-CSV-REF = WS-CHAVE-REF)
                           OR (WS-MODO-OPER
                           AND WS-CSV-OPER = WS-CHAVE-OPER))
                           AND WS-EXP-QTD < 50
                       ADD 1 TO WS-EXP-QTD
                       MOVE WS-CSV-REF TO WS-EXP-REF(WS-EXP-QTD)
                       MOVE WS-CSV-OPER TO WS-EXP-OPER(WS-EXP-QTD)
                       MOVE SPACES TO WS-EXP-TEXTO(WS-EXP-QTD)
                       STRING "EXPORTADA EM CALCEXP.CSV SEQ="
                           WS-CSV-SEQ " STATUS=" WS-CSV-STATUS
                           " RESULT=" FUNCTION TRIM(WS-CSV-RESULT)
                           DELIMITED BY SIZE
                           INTO WS-EXP-TEXTO(WS-EXP-QTD)
                       MOVE 'S' TO WS-EXPORTADO
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-RUN.
           MOVE 'N' TO WS-RUN-ACHOU
           PERFORM VARYING WS-IDX-RUN FROM 1 BY 1
                   UNTIL WS-IDX-RUN > WS-RUNS-QTD
               IF WS-RUN-ID-TAB(WS-IDX-RUN) = WS-RUN-NOVO
                   MOVE 'S' TO WS-RUN-ACHOU
               END-IF
           END-PERFORM
           IF WS-RUN-ACHOU = 'N' AND WS-RUNS-QTD < 50
               ADD 1 TO WS-RUNS-QTD
               MOVE WS-RUN-NOVO TO WS-RUN-ID-TAB(WS-RUNS-QTD)
           END-IF.

       LER-CONTROLE-LOTES.
           OPEN INPUT CALC-CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALC-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE CALC-CTL-FILE
           END-IF.

       TRATAR-CONTROLE.
           MOVE 'N' TO WS-RUN-ACHOU
           PERFORM VARYING WS-IDX-RUN FROM 1 BY 1
                   UNTIL WS-IDX-RUN > WS-RUNS-QTD
               IF WS-RUN-ID-TAB(WS-IDX-RUN) = CTL-RUN-ID
                   MOVE 'S' TO WS-RUN-ACHOU
               END-IF
           END-PERFORM
           IF WS-RUN-ACHOU = 'S'
               MOVE SPACES TO WS-EVENTO-NOVO
               MOVE CTL-FIM TO WS-NOVO-TS
               MOVE 8 TO WS-NOVO-ETAPA
               MOVE "CALCCTL" TO WS-NOVO-ORIGEM
               STRING "CONTROLE DO LOTE RUN=" CTL-RUN-ID
                   " FIM=" CTL-FIM " LIDOS=" CTL-LIDOS
                   " OK=" CTL-OK " ERRO=" CTL-ERRO
                   " STATUS=" CTL-STATUS
                   DELIMITED BY SIZE INTO WS-NOVO-TEXTO
               PERFORM INCLUIR-EVENTO
           END-IF.

       INCLUIR-EVENTO.
           MOVE 'S' TO WS-NO-PERIODO
           IF WS-MODO-OPER
               IF WS-NOVO-TS(1:8) < WS-DATA-INICIO-X
                       OR WS-NOVO-TS(1:8) > WS-DATA-FIM-X
                   MOVE 'N' TO WS-NO-PERIODO
               END-IF
           END-IF
           IF WS-NO-PERIODO = 'S'
               PERFORM INSERIR-EVENTO
           END-IF.

       INSERIR-EVENTO.
           ADD 1 TO WS-ORDEM
           MOVE WS-ORDEM TO WS-NOVO-ORDEM
           IF WS-EVT-QTD >= 500
               ADD 1 TO WS-EVT-EXCESSO
           ELSE
               MOVE 1 TO WS-EVT-POS
               PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                       UNTIL WS-IDX-EVT > WS-EVT-QTD
                   IF WS-EVT-CHAVE(WS-IDX-EVT) <= WS-NOVO-CHAVE
                       SET WS-EVT-POS TO WS-IDX-EVT
                       ADD 1 TO WS-EVT-POS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-DESL FROM WS-EVT-QTD BY -1
                       UNTIL WS-IDX-DESL < WS-EVT-POS
                   MOVE WS-EVT-LINHA(WS-IDX-DESL)
                       TO WS-EVT-LINHA(WS-IDX-DESL + 1)
               END-PERFORM
               ADD 1 TO WS-EVT-QTD
               MOVE WS-EVENTO-NOVO TO WS-EVT-LINHA(WS-EVT-POS)
           END-IF.

       GRAVAR-RASTRO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           OPEN OUTPUT RASTRO-FILE
           IF WS-RASTRO-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar "
                   WS-RASTRO-NOME " - status " WS-RASTRO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LINHA
           IF WS-MODO-REF
               STRING "RASTREIO DA REFERENCIA " WS-CHAVE-REF
                   " - ARCHIVES DESDE " WS-INICIO-TXT
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "RASTREIO DO OPERADOR " WS-CHAVE-OPER
                   " - PERIODO " WS-INICIO-TXT " A " WS-FIM-TXT
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "GERADO-EM " WS-DATA-HORA(1:19)
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DATA       HORA     ORIGEM     REF        OPER   "
               "EVENTO"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > WS-EVT-QTD
               MOVE SPACES TO WS-LINHA
               STRING WS-EVT-TS(WS-IDX-EVT)(1:4) "-"
                   WS-EVT-TS(WS-IDX-EVT)(5:2) "-"
                   WS-EVT-TS(WS-IDX-EVT)(7:2) " "
                   WS-EVT-TS(WS-IDX-EVT)(9:2) ":"
                   WS-EVT-TS(WS-IDX-EVT)(11:2) ":"
                   WS-EVT-TS(WS-IDX-EVT)(13:2) " "
                   WS-EVT-ORIGEM(WS-IDX-EVT) " "
                   WS-EVT-REF(WS-IDX-EVT) " "
                   WS-EVT-OPER(WS-IDX-EVT) " "
                   WS-EVT-TEXTO(WS-IDX-EVT)
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           END-PERFORM
           IF WS-EVT-QTD = 0
               MOVE "NENHUM EVENTO ENCONTRADO" TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-EVT-QTD TO EXIB-QTD
           STRING "EVENTOS............ " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-TRAN TO EXIB-QTD
           STRING "DETALHES CALCTRAN.. " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-REJ TO EXIB-QTD
           STRING "REJEICOES.......... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-PEND TO EXIB-QTD
           STRING "PENDENCIAS......... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-RES TO EXIB-QTD
           STRING "RESULTADOS CALCRES. " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-AUDIT TO EXIB-QTD
           STRING "LINHAS DE AUDITORIA " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-EXPORTADO = 'S'
               STRING "EXPORTADA EM CALCEXP.CSV: SIM (RUN="
                   WS-EXP-RUN-ID ")"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               MOVE "EXPORTADA EM CALCEXP.CSV: NAO" TO WS-LINHA
           END-IF
           PERFORM EMITIR-LINHA
           IF WS-MODO-REF AND WS-REF-RUN-ID NOT = SPACES
                   AND WS-RES-RUN-ID NOT = SPACES
                   AND WS-REF-RUN-ID NOT = WS-RES-RUN-ID
               MOVE SPACES TO WS-LINHA
               STRING "OBS: LOTE " WS-REF-RUN-ID " JA SUBSTITUIDO "
                   "EM CALCRES.DAT (RUN ATUAL " WS-RES-RUN-ID
                   ") - DETALHE DO LOTE SO NA AUDITORIA"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "OBS: CALCTRAN, CALCRES, CALCREJ E CALCEXP "
               "REFLETEM APENAS O ULTIMO LOTE PROCESSADO"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           IF WS-EVT-EXCESSO > 0
               MOVE SPACES TO WS-LINHA
               MOVE WS-EVT-EXCESSO TO EXIB-QTD
               STRING "AVISO: " EXIB-QTD " EVENTO(S) ALEM DO LIMITE "
                   "DE 500 - REFINE O PERIODO"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           CLOSE RASTRO-FILE
           DISPLAY " "
           DISPLAY "Archives lidos: " WS-ARQS-LIDOS
           DISPLAY "Rastro gravado em "
               FUNCTION TRIM(WS-RASTRO-NOME).

       EMITIR-LINHA.
           DISPLAY FUNCTION TRIM(WS-LINHA TRAILING)
           MOVE WS-LINHA TO RASTRO-RECORD
           WRITE RASTRO-RECORD.
