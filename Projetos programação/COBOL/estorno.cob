       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO-LANCAMENTO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CALC-REF-FILE ASSIGN TO "CALCREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFX-REF
               FILE STATUS IS WS-REFX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARQ-FILE ASSIGN USING WS-ARQUIVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT ESTORNO-FILE ASSIGN TO "ESTORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

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

       FD  CALC-REF-FILE.
       01  CALC-REF-RECORD.
           05 REFX-REF         PIC X(10).
           05 REFX-RUN-ID      PIC X(14).
           05 REFX-DATA        PIC 9(8).
           05 REFX-LOTE        PIC X(6).
           05 REFX-OPER        PIC X(6).
           05 REFX-SITUACAO    PIC X(2).
           05 REFX-LANCAMENTOS PIC 9(3).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(160).

       FD  AUDIT-ARQ-FILE.
       01  AUDIT-ARQ-RECORD    PIC X(160).

       FD  ESTORNO-FILE.
       01  ESTORNO-RECORD.
           05 EST-DATA-HORA    PIC X(14).
           05 EST-REF          PIC X(10).
           05 EST-ORIG-DATA    PIC X(10).
           05 EST-ORIG-SEQ     PIC 9(8).
           05 EST-ORIG-PROGRAMA PIC X(12).
           05 EST-OPER         PIC X(6).
           05 EST-NUM1         PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05 EST-NUM2         PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05 EST-OPCAO        PIC 9(2).
           05 EST-RESULT       PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           05 EST-SOLICITANTE  PIC X(6).
           05 EST-SUPERVISOR   PIC X(6).
           05 EST-MOTIVO       PIC X(30).
           05 EST-AUD-SEQ      PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-REFX-STATUS      PIC XX.
       77 WS-AUDIT-STATUS     PIC XX.
       77 WS-ARQ-STATUS       PIC XX.
       77 WS-EST-STATUS       PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.

       77 WS-ARQUIVO-NOME     PIC X(20).
       77 WS-PARM-LINHA       PIC X(32).
       77 WS-LENDO-ARCHIVE    PIC X VALUE 'N'.

       77 STR-REF             PIC X(10).
       77 STR-OPER            PIC X(6).
       77 STR-MOTIVO          PIC X(30).
       77 STR-CONFIRMA        PIC X.

       COPY "opacess.cpy".

       77 WS-OPER-ATUAL       PIC X(6) VALUE SPACES.
       77 WS-OPER-OK          PIC X.
       77 WS-OPER-APROV-ATUAL PIC X.
       77 WS-SOLICITANTE      PIC X(6) VALUE SPACES.
       77 WS-SUPERVISOR       PIC X(6) VALUE SPACES.
       77 WS-SUP-OK           PIC X VALUE 'N'.
       77 WS-SUP-CANCELADO    PIC X VALUE 'N'.

       77 WS-REF-ATUAL        PIC X(10) VALUE SPACES.
       77 WS-REF-LANCAMENTOS  PIC 9(3) VALUE 0.
       77 WS-EST-REGISTRADOS  PIC 9(3) VALUE 0.
       77 WS-EST-AUDITADOS    PIC 9(3) VALUE 0.
       77 WS-EST-FEITOS       PIC 9(3) VALUE 0.
       77 WS-ALVO             PIC 9(3) VALUE 0.

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-MES-HOJE         PIC 9(6).
       77 WS-ANO-W            PIC 9(4).
       77 WS-MES-W            PIC 9(2).
       77 WS-MES-CAND         PIC 9(6).
       77 WS-MES-CAND-X       PIC X(6).
       77 WS-MESES-ARCHIVE    PIC 9(2) VALUE 12.
       77 WS-ARQS-LIDOS       PIC 9(3) VALUE 0.

       77 WS-TOK-DATA         PIC X(10).
       77 WS-TOK-HORA         PIC X(8).
       77 WS-TOK-PROGRAMA     PIC X(20).
       01  WS-TOKENS.
           05 WS-TOKEN OCCURS 10 TIMES INDEXED BY WS-IDX-TOK
                              PIC X(20).
       77 WS-QTD-TOKENS       PIC 9(2).
       77 WS-TOK-VALOR        PIC X(20).
       77 WS-TOK-DIGITOS      PIC X(14).
       77 WS-TOK-SINAL        PIC X.
       77 WS-TOK-NUMERO       PIC S9(10)V99.
       77 WS-TOK-OK           PIC X.

       77 WS-REG-VALIDO       PIC X.
       77 WS-REG-REF          PIC X(10).
       77 WS-REG-OPER         PIC X(6).
       77 WS-REG-OPCAO        PIC 9(2).
       77 WS-REG-NUM1         PIC S9(5)V99.
       77 WS-REG-NUM2         PIC S9(5)V99.
       77 WS-REG-RESULT       PIC S9(10)V99.
       77 WS-REG-SEQ          PIC 9(8).
       77 WS-ACHOU-OPCAO      PIC X.
       77 WS-ACHOU-NUM1       PIC X.
       77 WS-ACHOU-NUM2       PIC X.
       77 WS-ACHOU-RESULT     PIC X.

       01  WS-TAB-LANCAMENTOS.
           05 WS-LANC-QTD     PIC 9(2) VALUE 0.
           05 WS-LANC-LINHA OCCURS 50 TIMES INDEXED BY WS-IDX-LANC.
               10 WS-LANC-DATA     PIC X(10).
               10 WS-LANC-HORA     PIC X(8).
               10 WS-LANC-PROGRAMA PIC X(20).
               10 WS-LANC-ORIGEM   PIC X(20).
               10 WS-LANC-OPER     PIC X(6).
               10 WS-LANC-NUM1     PIC S9(5)V99.
               10 WS-LANC-NUM2     PIC S9(5)V99.
               10 WS-LANC-OPCAO    PIC 9(2).
               10 WS-LANC-RESULT   PIC S9(10)V99.
               10 WS-LANC-SEQ      PIC 9(8).

       77 EXIB-NUM            PIC -(5)9.99.
       77 EXIB-RESULT         PIC -(10)9.99.
       77 EXIB-QTD            PIC ZZ9.

       77 AUD-NUM1            PIC S9(5)V99
                              SIGN IS LEADING SEPARATE.
       77 AUD-NUM2            PIC S9(5)V99
                              SIGN IS LEADING SEPARATE.
       77 AUD-RESULT          PIC S9(10)V99
                              SIGN IS LEADING SEPARATE.
       77 AUD-OPCAO           PIC 9(2).

       77 WS-AUD-SEQ          PIC 9(8) VALUE 0.
       77 WS-AUD-CHK          PIC 9(6) VALUE 0.
       77 WS-AUD-SOMA         PIC 9(12).
       77 WS-AUD-TAM          PIC 9(4).
       77 WS-AUD-IDX          PIC 9(4).
       77 WS-AUD-POS          PIC 9(4).
       77 WS-AUD-EOF          PIC X.
       77 WS-AUD-GRAVADA      PIC X VALUE 'N'.
       77 WS-AUD-CONTEUDO     PIC X(136).
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
           DISPLAY "   ESTORNO DE LANÇAMENTO".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-MES-HOJE = WS-DATA-HOJE / 100

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF WS-PARM-LINHA NOT = SPACES
               UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
                   INTO WS-REF-ATUAL
               END-UNSTRING
           END-IF

           PERFORM IDENTIFICAR-SOLICITANTE

           IF WS-REF-ATUAL = SPACES
               DISPLAY "Referência a estornar: "
               ACCEPT STR-REF
               MOVE STR-REF TO WS-REF-ATUAL
           END-IF
           IF WS-REF-ATUAL = SPACES
               DISPLAY "Referência obrigatória - nada estornado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CONFERIR-REFERENCIA
           PERFORM CONTAR-ESTORNOS-REGISTRADOS
           PERFORM LOCALIZAR-LANCAMENTOS
           PERFORM SELECIONAR-LANCAMENTO
           PERFORM EXIBIR-LANCAMENTO

           DISPLAY "Motivo do estorno: "
           ACCEPT STR-MOTIVO
           IF STR-MOTIVO = SPACES
               DISPLAY "Motivo obrigatório - nada estornado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM IDENTIFICAR-SUPERVISOR
           IF WS-SUP-OK NOT = 'S'
               DISPLAY "Estorno sem autorização do supervisor - "
                   "nada estornado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Confirma o ESTORNO da referência " WS-REF-ATUAL
               " (S/N)? "
           ACCEPT STR-CONFIRMA
           MOVE FUNCTION UPPER-CASE(STR-CONFIRMA) TO STR-CONFIRMA
           IF STR-CONFIRMA NOT = "S"
               DISPLAY "Estorno cancelado - nada gravado."
               STOP RUN
           END-IF

           PERFORM GRAVAR-AUDITORIA-ESTORNO
           IF WS-AUD-GRAVADA NOT = 'S'
               DISPLAY "Estorno não efetuado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-REGISTRO-ESTORNO

           DISPLAY " "
           DISPLAY "Referência " WS-REF-ATUAL " estornada "
               "(lançamento SEQ=" WS-LANC-SEQ(WS-ALVO)
               ", estorno SEQ=" WS-AUD-SEQ ")."
           DISPLAY "Solicitante: " WS-SOLICITANTE
               "  Supervisor: " WS-SUPERVISOR
           STOP RUN.

       IDENTIFICAR-SOLICITANTE.
           MOVE 'N' TO WS-OPER-OK
           PERFORM UNTIL WS-OPER-OK = 'Y'
               DISPLAY "Identificação do solicitante: "
               ACCEPT STR-OPER
               MOVE FUNCTION UPPER-CASE(STR-OPER) TO STR-OPER
               MOVE STR-OPER TO WS-OPER-ATUAL
               PERFORM VALIDAR-OPERADOR
               IF WS-OPER-OK NOT = 'Y'
                   DISPLAY "Operador inválido ou inativo!"
               ELSE
                   PERFORM CONFERIR-PIN
               END-IF
           END-PERFORM
           MOVE WS-OPER-ATUAL TO WS-SOLICITANTE.

       IDENTIFICAR-SUPERVISOR.
           MOVE 'N' TO WS-SUP-OK
           MOVE 'N' TO WS-SUP-CANCELADO
           PERFORM UNTIL WS-SUP-OK = 'S' OR WS-SUP-CANCELADO = 'S'
               DISPLAY "Identificação do supervisor (branco "
                   "cancela): "
               ACCEPT STR-OPER
               MOVE FUNCTION UPPER-CASE(STR-OPER) TO STR-OPER
               IF STR-OPER = SPACES
                   MOVE 'S' TO WS-SUP-CANCELADO
               ELSE
                   PERFORM CONFERIR-SUPERVISOR
               END-IF
           END-PERFORM.

       CONFERIR-SUPERVISOR.
           MOVE STR-OPER TO WS-OPER-ATUAL
           PERFORM VALIDAR-OPERADOR
           IF WS-OPER-OK NOT = 'Y'
               DISPLAY "Operador inválido ou inativo!"
           ELSE
               IF WS-OPER-APROV-ATUAL NOT = "S"
                   DISPLAY "Operador sem permissão de aprovação!"
               ELSE
                   IF WS-OPER-ATUAL = WS-SOLICITANTE
                       DISPLAY "O supervisor não pode autorizar "
                           "um estorno próprio!"
                   ELSE
                       IF WS-OPER-ATUAL = WS-LANC-OPER(WS-ALVO)
                           DISPLAY "O supervisor não pode estornar "
                               "uma operação própria!"
                       ELSE
                           PERFORM CONFERIR-PIN
                           IF WS-OPER-OK = 'Y'
                               MOVE WS-OPER-ATUAL TO WS-SUPERVISOR
                               MOVE 'S' TO WS-SUP-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-OPERADOR.
           MOVE 'N' TO WS-OPER-OK
           MOVE "N" TO WS-OPER-APROV-ATUAL
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE WS-OPER-ATUAL TO OPER-ID
               READ OPER-FILE KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-ATIVO = "S"
                           MOVE 'Y' TO WS-OPER-OK
                           MOVE OPER-APROVADOR
                               TO WS-OPER-APROV-ATUAL
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       CONFERIR-PIN.
           INITIALIZE ACESSO-PARAMETROS
           MOVE "E" TO ACESSO-FUNCAO
           MOVE "ESTORNO" TO ACESSO-PROGRAMA
           MOVE WS-OPER-ATUAL TO ACESSO-OPER-ID
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           IF ACESSO-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-OPER-OK
           END-IF.

       CONFERIR-REFERENCIA.
           MOVE 0 TO WS-REF-LANCAMENTOS
           OPEN INPUT CALC-REF-FILE
           IF WS-REFX-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CALCREF.DAT "
                   "- status " WS-REFX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REF-ATUAL TO REFX-REF
           READ CALC-REF-FILE KEY IS REFX-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFX-LANCAMENTOS TO WS-REF-LANCAMENTOS
           END-READ
           CLOSE CALC-REF-FILE
           IF WS-REF-LANCAMENTOS = 0
               DISPLAY "Referência " WS-REF-ATUAL " não foi "
                   "lançada - nada a estornar!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONTAR-ESTORNOS-REGISTRADOS.
           MOVE 0 TO WS-EST-REGISTRADOS
           OPEN INPUT ESTORNO-FILE
           IF WS-EST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EST-REF = WS-REF-ATUAL
                               ADD 1 TO WS-EST-REGISTRADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       LOCALIZAR-LANCAMENTOS.
           MOVE 0 TO WS-LANC-QTD
           MOVE 0 TO WS-EST-AUDITADOS
           PERFORM LER-ARQUIVOS-ARCHIVE
           PERFORM LER-LOG-VIVO.

       LER-ARQUIVOS-ARCHIVE.
           COMPUTE WS-ANO-W = WS-MES-HOJE / 100
           COMPUTE WS-MES-W = FUNCTION MOD(WS-MES-HOJE, 100)
           IF WS-MES-W > WS-MESES-ARCHIVE
               SUBTRACT WS-MESES-ARCHIVE FROM WS-MES-W
           ELSE
               SUBTRACT 1 FROM WS-ANO-W
               COMPUTE WS-MES-W = WS-MES-W + 12 - WS-MESES-ARCHIVE
           END-IF
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
                           PERFORM CLASSIFICAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARQ-FILE
               MOVE 'N' TO WS-LENDO-ARCHIVE
           END-IF.

       LER-LOG-VIVO.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CLASSIFICAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       CLASSIFICAR-REGISTRO.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-QTD-TOKENS
           UNSTRING AUDIT-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATA WS-TOK-HORA WS-TOK-PROGRAMA
                   WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                   WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                   WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                   WS-TOKEN(10)
               TALLYING WS-QTD-TOKENS
           END-UNSTRING

           MOVE 'S' TO WS-REG-VALIDO
           IF WS-TOK-DATA(5:1) NOT = "-" OR WS-QTD-TOKENS < 8
               MOVE 'N' TO WS-REG-VALIDO
           END-IF

           IF WS-REG-VALIDO = 'S'
               PERFORM EXTRAIR-CAMPOS
           END-IF

           IF WS-REG-VALIDO = 'S'
               IF WS-TOK-PROGRAMA = "ESTORNO"
                   ADD 1 TO WS-EST-AUDITADOS
               ELSE
                   PERFORM INCLUIR-LANCAMENTO
               END-IF
           END-IF.

       EXTRAIR-CAMPOS.
           MOVE SPACES TO WS-REG-REF
           MOVE SPACES TO WS-REG-OPER
           MOVE 0 TO WS-REG-OPCAO
           MOVE 0 TO WS-REG-NUM1
           MOVE 0 TO WS-REG-NUM2
           MOVE 0 TO WS-REG-RESULT
           MOVE 0 TO WS-REG-SEQ
           MOVE 'N' TO WS-ACHOU-OPCAO
           MOVE 'N' TO WS-ACHOU-NUM1
           MOVE 'N' TO WS-ACHOU-NUM2
           MOVE 'N' TO WS-ACHOU-RESULT
           PERFORM VARYING WS-IDX-TOK FROM 1 BY 1
                   UNTIL WS-IDX-TOK > 10
               IF WS-TOKEN(WS-IDX-TOK)(1:4) = "REF="
                   MOVE WS-TOKEN(WS-IDX-TOK)(5:10) TO WS-REG-REF
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:5) = "OPER="
                   MOVE WS-TOKEN(WS-IDX-TOK)(6:6) TO WS-REG-OPER
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:4) = "SEQ="
                       AND WS-TOKEN(WS-IDX-TOK)(5:8) NUMERIC
                   MOVE WS-TOKEN(WS-IDX-TOK)(5:8) TO WS-REG-SEQ
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:6) = "OPCAO="
                   IF FUNCTION TRIM(WS-TOKEN(WS-IDX-TOK)(7:2))
                           NUMERIC
                       COMPUTE WS-REG-OPCAO = FUNCTION NUMVAL(
                           WS-TOKEN(WS-IDX-TOK)(7:2))
                       MOVE 'S' TO WS-ACHOU-OPCAO
                   END-IF
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:5) = "NUM1="
                   MOVE WS-TOKEN(WS-IDX-TOK)(6:8) TO WS-TOK-VALOR
                   PERFORM CONVERTER-VALOR
                   IF WS-TOK-OK = 'S'
                       MOVE WS-TOK-NUMERO TO WS-REG-NUM1
                       MOVE 'S' TO WS-ACHOU-NUM1
                   END-IF
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:5) = "NUM2="
                   MOVE WS-TOKEN(WS-IDX-TOK)(6:8) TO WS-TOK-VALOR
                   PERFORM CONVERTER-VALOR
                   IF WS-TOK-OK = 'S'
                       MOVE WS-TOK-NUMERO TO WS-REG-NUM2
                       MOVE 'S' TO WS-ACHOU-NUM2
                   END-IF
               END-IF
               IF WS-TOKEN(WS-IDX-TOK)(1:7) = "RESULT="
                   MOVE WS-TOKEN(WS-IDX-TOK)(8:13) TO WS-TOK-VALOR
                   PERFORM CONVERTER-VALOR
                   IF WS-TOK-OK = 'S'
                       MOVE WS-TOK-NUMERO TO WS-REG-RESULT
                       MOVE 'S' TO WS-ACHOU-RESULT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REG-REF NOT = WS-REF-ATUAL
               MOVE 'N' TO WS-REG-VALIDO
           END-IF
           IF WS-ACHOU-OPCAO = 'N' OR WS-ACHOU-NUM1 = 'N'
                   OR WS-ACHOU-NUM2 = 'N' OR WS-ACHOU-RESULT = 'N'
               MOVE 'N' TO WS-REG-VALIDO
           END-IF.

       CONVERTER-VALOR.
           MOVE 'S' TO WS-TOK-OK
           MOVE 0 TO WS-TOK-NUMERO
           MOVE '+' TO WS-TOK-SINAL
           IF WS-TOK-VALOR(1:1) = "-" OR WS-TOK-VALOR(1:1) = "+"
               MOVE WS-TOK-VALOR(1:1) TO WS-TOK-SINAL
               MOVE WS-TOK-VALOR(2:13) TO WS-TOK-DIGITOS
           ELSE
               MOVE WS-TOK-VALOR(1:14) TO WS-TOK-DIGITOS
           END-IF
           IF WS-TOK-DIGITOS NOT = SPACES
                   AND FUNCTION TRIM(WS-TOK-DIGITOS) NUMERIC
               COMPUTE WS-TOK-NUMERO = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-TOK-DIGITOS)) / 100
               IF WS-TOK-SINAL = "-"
                   COMPUTE WS-TOK-NUMERO = 0 - WS-TOK-NUMERO
               END-IF
           ELSE
               MOVE 'N' TO WS-TOK-OK
           END-IF.

       INCLUIR-LANCAMENTO.
           IF WS-LANC-QTD < 50
               ADD 1 TO WS-LANC-QTD
               MOVE WS-TOK-DATA TO WS-LANC-DATA(WS-LANC-QTD)
               MOVE WS-TOK-HORA TO WS-LANC-HORA(WS-LANC-QTD)
               MOVE WS-TOK-PROGRAMA TO WS-LANC-PROGRAMA(WS-LANC-QTD)
               IF WS-LENDO-ARCHIVE = 'S'
                   MOVE WS-ARQUIVO-NOME TO WS-LANC-ORIGEM(WS-LANC-QTD)
               ELSE
                   MOVE "AUDITLOG.DAT" TO WS-LANC-ORIGEM(WS-LANC-QTD)
               END-IF
               MOVE WS-REG-OPER TO WS-LANC-OPER(WS-LANC-QTD)
               MOVE WS-REG-NUM1 TO WS-LANC-NUM1(WS-LANC-QTD)
               MOVE WS-REG-NUM2 TO WS-LANC-NUM2(WS-LANC-QTD)
               MOVE WS-REG-OPCAO TO WS-LANC-OPCAO(WS-LANC-QTD)
               MOVE WS-REG-RESULT TO WS-LANC-RESULT(WS-LANC-QTD)
               MOVE WS-REG-SEQ TO WS-LANC-SEQ(WS-LANC-QTD)
           END-IF.

       SELECIONAR-LANCAMENTO.
           MOVE WS-EST-REGISTRADOS TO WS-EST-FEITOS
           IF WS-EST-AUDITADOS > WS-EST-FEITOS
               MOVE WS-EST-AUDITADOS TO WS-EST-FEITOS
           END-IF
           IF WS-EST-FEITOS >= WS-REF-LANCAMENTOS
               MOVE WS-EST-FEITOS TO EXIB-QTD
               DISPLAY "Referência " WS-REF-ATUAL " já estornada ("
                   FUNCTION TRIM(EXIB-QTD) " estorno(s) para "
                   WS-REF-LANCAMENTOS " lançamento(s))!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ALVO = WS-EST-FEITOS + 1
           IF WS-ALVO > WS-LANC-QTD
               DISPLAY "Lançamento da referência " WS-REF-ATUAL
                   " não localizado no AUDITLOG.DAT nem nos "
                   "archives dos últimos " WS-MESES-ARCHIVE
                   " meses - estorno recusado!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXIBIR-LANCAMENTO.
           DISPLAY " "
           DISPLAY "Lançamento a estornar:"
           DISPLAY "  Referência: " WS-REF-ATUAL
           DISPLAY "  Data/hora:  " WS-LANC-DATA(WS-ALVO) " "
               WS-LANC-HORA(WS-ALVO)
           DISPLAY "  Origem:     " WS-LANC-PROGRAMA(WS-ALVO) " "
               WS-LANC-ORIGEM(WS-ALVO)
           DISPLAY "  SEQ:        " WS-LANC-SEQ(WS-ALVO)
           DISPLAY "  Operador:   " WS-LANC-OPER(WS-ALVO)
           MOVE WS-LANC-NUM1(WS-ALVO) TO EXIB-NUM
           DISPLAY "  NUM1:       " EXIB-NUM
           MOVE WS-LANC-NUM2(WS-ALVO) TO EXIB-NUM
           DISPLAY "  NUM2:       " EXIB-NUM
           DISPLAY "  Opção:      " WS-LANC-OPCAO(WS-ALVO)
           MOVE WS-LANC-RESULT(WS-ALVO) TO EXIB-RESULT
           DISPLAY "  Resultado:  " EXIB-RESULT
           IF WS-REF-LANCAMENTOS > 1
               DISPLAY "  Lançamento " WS-ALVO " de "
                   WS-REF-LANCAMENTOS " desta referência."
           END-IF
           DISPLAY " ".

       MONTAR-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA.

       GRAVAR-AUDITORIA-ESTORNO.
           PERFORM MONTAR-DATA-HORA
           MOVE WS-LANC-NUM1(WS-ALVO) TO AUD-NUM1
           MOVE WS-LANC-NUM2(WS-ALVO) TO AUD-NUM2
           MOVE WS-LANC-OPCAO(WS-ALVO) TO AUD-OPCAO
           COMPUTE AUD-RESULT = 0 - WS-LANC-RESULT(WS-ALVO)
           MOVE SPACES TO WS-AUD-CONTEUDO
           STRING WS-DATA-HORA " ESTORNO OPER="
               WS-LANC-OPER(WS-ALVO)
               " NUM1=" AUD-NUM1 " NUM2=" AUD-NUM2
               " OPCAO=" AUD-OPCAO " RESULT=" AUD-RESULT
               " REF=" WS-REF-ATUAL " EST=" WS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-AUD-CONTEUDO
           PERFORM GRAVAR-LINHA-AUDITORIA.

       GRAVAR-LINHA-AUDITORIA.
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
               PERFORM ENCADEAR-AUDITORIA
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
               MOVE 'S' TO WS-AUD-GRAVADA
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

       GRAVAR-REGISTRO-ESTORNO.
           OPEN EXTEND ESTORNO-FILE
           IF WS-EST-STATUS = "35"
               OPEN OUTPUT ESTORNO-FILE
           END-IF
           IF WS-EST-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar ESTORNO.DAT "
                   "- status " WS-EST-STATUS
               DISPLAY "O estorno consta do AUDITLOG.DAT (SEQ="
                   WS-AUD-SEQ ") mas não do registro de estornos!"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ESTORNO-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO EST-DATA-HORA
               MOVE WS-REF-ATUAL TO EST-REF
               MOVE WS-LANC-DATA(WS-ALVO) TO EST-ORIG-DATA
               MOVE WS-LANC-SEQ(WS-ALVO) TO EST-ORIG-SEQ
               MOVE WS-LANC-PROGRAMA(WS-ALVO) TO EST-ORIG-PROGRAMA
               MOVE WS-LANC-OPER(WS-ALVO) TO EST-OPER
               MOVE WS-LANC-NUM1(WS-ALVO) TO EST-NUM1
               MOVE WS-LANC-NUM2(WS-ALVO) TO EST-NUM2
               MOVE WS-LANC-OPCAO(WS-ALVO) TO EST-OPCAO
               MOVE WS-LANC-RESULT(WS-ALVO) TO EST-RESULT
               MOVE WS-SOLICITANTE TO EST-SOLICITANTE
               MOVE WS-SUPERVISOR TO EST-SUPERVISOR
               MOVE STR-MOTIVO TO EST-MOTIVO
               MOVE WS-AUD-SEQ TO EST-AUD-SEQ
               WRITE ESTORNO-RECORD
               CLOSE ESTORNO-FILE
           END-IF.
