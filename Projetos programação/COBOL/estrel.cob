       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO-RELATORIO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTORNO-FILE ASSIGN TO "ESTORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT ESTREL-FILE ASSIGN USING WS-ESTREL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ESTREL-FILE.
       01  ESTREL-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-EST-STATUS       PIC XX.
       77 WS-ESTREL-STATUS    PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.
       77 WS-ESTORNO-OK       PIC X VALUE 'N'.

       77 WS-ESTREL-NOME      PIC X(24).
       77 WS-PARM-LINHA       PIC X(32).

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-MES-HOJE         PIC 9(6).
       77 WS-MES-REL          PIC 9(6).
       77 WS-MES-REL-X        PIC X(6).
       77 WS-MES-W            PIC 9(2).

       77 WS-LIDOS            PIC 9(7) VALUE 0.
       77 WS-NO-MES           PIC 9(7) VALUE 0.
       77 WS-TOTAL-ESTORNADO  PIC S9(13)V99 VALUE 0.
       77 WS-OPER-EXCESSO     PIC 9(7) VALUE 0.

       01  WS-TAB-OPERADORES.
           05 WS-OPS-QTD      PIC 9(3) VALUE 0.
           05 WS-OPS-LINHA OCCURS 200 TIMES
                   INDEXED BY WS-IDX-OP WS-IDX-DESL.
               10 WS-OPS-ID         PIC X(6).
               10 WS-OPS-ESTORNOS   PIC 9(5).
               10 WS-OPS-VALOR      PIC S9(13)V99.
       77 WS-OPS-POS          PIC 9(3).
       77 WS-ACHOU            PIC X.

       01  REL-LINHA-ESTORNO.
           05 REL-EST-DATA     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-HORA     PIC X(5).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-REF      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-ORIG-DATA PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-ORIG-SEQ PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-OPER     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-OPCAO    PIC Z9.
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-RESULT   PIC -(10)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-SOLIC    PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-SUPERV   PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EST-MOTIVO   PIC X(30).

       01  REL-LINHA-OPERADOR.
           05 REL-OP-ID        PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-OP-ESTORNOS  PIC ZZZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 REL-OP-VALOR     PIC -(13)9.99.

       77 WS-LINHA            PIC X(132).
       77 EXIB-QTD            PIC ZZZZZZ9.
       77 EXIB-SOMA           PIC -(13)9.99.

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
           DISPLAY "   REGISTRO MENSAL DE ESTORNOS".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-MES-HOJE = WS-DATA-HOJE / 100

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           PERFORM TRATAR-PARAMETROS

           DISPLAY "Mês do relatório: " WS-MES-REL-X

           PERFORM ABRIR-RELATORIO
           PERFORM LISTAR-ESTORNOS
           PERFORM LISTAR-RESUMO-OPERADORES
           CLOSE ESTREL-FILE

           DISPLAY " "
           DISPLAY "----- Resumo de estornos -----"
           MOVE WS-LIDOS TO EXIB-QTD
           DISPLAY "Registros lidos:       " EXIB-QTD
           MOVE WS-NO-MES TO EXIB-QTD
           DISPLAY "Estornos no mês:       " EXIB-QTD
           MOVE WS-TOTAL-ESTORNADO TO EXIB-SOMA
           DISPLAY "Valor estornado:       " EXIB-SOMA
           IF WS-OPER-EXCESSO > 0
               MOVE WS-OPER-EXCESSO TO EXIB-QTD
               DISPLAY "Aviso: " EXIB-QTD " estorno(s) além do "
                   "limite de 200 operadores - fora do resumo!"
           END-IF
           DISPLAY "Relatório gravado em " WS-ESTREL-NOME
           DISPLAY "--------------------------------".

           IF WS-ESTORNO-OK = 'N' OR WS-OPER-EXCESSO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       TRATAR-PARAMETROS.
           IF WS-PARM-LINHA = SPACES
               MOVE WS-MES-HOJE TO WS-MES-REL
           ELSE
               IF FUNCTION TRIM(WS-PARM-LINHA) NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(
                           WS-PARM-LINHA)) = 6
                   COMPUTE WS-MES-REL =
                       FUNCTION NUMVAL(WS-PARM-LINHA)
                   COMPUTE WS-MES-W = FUNCTION MOD(WS-MES-REL, 100)
                   IF WS-MES-W < 1 OR WS-MES-W > 12
                       DISPLAY "Mês inválido! Use AAAAMM."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "Parâmetro inválido! Use AAAAMM."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-MES-REL TO WS-MES-REL-X
           MOVE SPACES TO WS-ESTREL-NOME
           STRING "ESTREL-" WS-MES-REL-X ".DAT"
               DELIMITED BY SIZE INTO WS-ESTREL-NOME.

       ABRIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           OPEN OUTPUT ESTREL-FILE
           IF WS-ESTREL-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar "
                   WS-ESTREL-NOME " - status " WS-ESTREL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "REGISTRO DE ESTORNOS - MES " WS-MES-REL-X(1:4)
               "-" WS-MES-REL-X(5:2)
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "GERADO-EM " WS-DATA-HORA(1:19)
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA.

       LISTAR-ESTORNOS.
           MOVE SPACES TO WS-LINHA
           STRING "DATA       HORA  REF        DATA ORIG  SEQ ORIG "
               "OPER   OP  VALOR ESTORN. SOLIC. SUPERV MOTIVO"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           OPEN INPUT ESTORNO-FILE
           IF WS-EST-STATUS = "35"
               MOVE 'S' TO WS-ESTORNO-OK
           ELSE
               IF WS-EST-STATUS NOT = "00"
                   MOVE SPACES TO WS-LINHA
                   STRING "ESTORNO.DAT INDISPONIVEL - STATUS "
                       WS-EST-STATUS
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM EMITIR-LINHA
               ELSE
                   MOVE 'S' TO WS-ESTORNO-OK
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ESTORNO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               PERFORM TRATAR-ESTORNO
                       END-READ
                   END-PERFORM
                   CLOSE ESTORNO-FILE
               END-IF
           END-IF

           IF WS-NO-MES = 0
               MOVE "NENHUM ESTORNO NO MES" TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-NO-MES TO EXIB-QTD
           STRING "ESTORNOS........ " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-TOTAL-ESTORNADO TO EXIB-SOMA
           STRING "VALOR ESTORNADO. " EXIB-SOMA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA.

       TRATAR-ESTORNO.
           IF EST-DATA-HORA(1:6) = WS-MES-REL-X
               ADD 1 TO WS-NO-MES
               ADD EST-RESULT TO WS-TOTAL-ESTORNADO
               PERFORM LOCALIZAR-OPERADOR
               IF WS-ACHOU = 'S'
                   ADD 1 TO WS-OPS-ESTORNOS(WS-OPS-POS)
                   ADD EST-RESULT TO WS-OPS-VALOR(WS-OPS-POS)
               END-IF
               MOVE SPACES TO REL-EST-DATA
               STRING EST-DATA-HORA(1:4) "-" EST-DATA-HORA(5:2) "-"
                   EST-DATA-HORA(7:2)
                   DELIMITED BY SIZE INTO REL-EST-DATA
               MOVE SPACES TO REL-EST-HORA
               STRING EST-DATA-HORA(9:2) ":" EST-DATA-HORA(11:2)
                   DELIMITED BY SIZE INTO REL-EST-HORA
               MOVE EST-REF TO REL-EST-REF
               MOVE EST-ORIG-DATA TO REL-EST-ORIG-DATA
               MOVE EST-ORIG-SEQ TO REL-EST-ORIG-SEQ
               MOVE EST-OPER TO REL-EST-OPER
               MOVE EST-OPCAO TO REL-EST-OPCAO
               MOVE EST-RESULT TO REL-EST-RESULT
               MOVE EST-SOLICITANTE TO REL-EST-SOLIC
               MOVE EST-SUPERVISOR TO REL-EST-SUPERV
               MOVE EST-MOTIVO TO REL-EST-MOTIVO
               MOVE REL-LINHA-ESTORNO TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       LOCALIZAR-OPERADOR.
           MOVE 'N' TO WS-ACHOU
           MOVE 1 TO WS-OPS-POS
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-OPS-QTD OR WS-ACHOU = 'S'
               IF WS-OPS-ID(WS-IDX-OP) = EST-OPER
                   MOVE 'S' TO WS-ACHOU
                   SET WS-OPS-POS TO WS-IDX-OP
               ELSE
                   IF WS-OPS-ID(WS-IDX-OP) < EST-OPER
                       SET WS-OPS-POS TO WS-IDX-OP
                       ADD 1 TO WS-OPS-POS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               IF WS-OPS-QTD >= 200
                   ADD 1 TO WS-OPER-EXCESSO
               ELSE
                   PERFORM VARYING WS-IDX-DESL FROM WS-OPS-QTD BY -1
                           UNTIL WS-IDX-DESL < WS-OPS-POS
                       MOVE WS-OPS-LINHA(WS-IDX-DESL)
                           TO WS-OPS-LINHA(WS-IDX-DESL + 1)
                   END-PERFORM
                   ADD 1 TO WS-OPS-QTD
                   INITIALIZE WS-OPS-LINHA(WS-OPS-POS)
                   MOVE EST-OPER TO WS-OPS-ID(WS-OPS-POS)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-IF.

       LISTAR-RESUMO-OPERADORES.
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE "RESUMO POR OPERADOR DO LANCAMENTO" TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE "OPER   QTDE    VALOR ESTORNADO" TO WS-LINHA
           PERFORM EMITIR-LINHA
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-OPS-QTD
               MOVE WS-OPS-ID(WS-IDX-OP) TO REL-OP-ID
               MOVE WS-OPS-ESTORNOS(WS-IDX-OP) TO REL-OP-ESTORNOS
               MOVE WS-OPS-VALOR(WS-IDX-OP) TO REL-OP-VALOR
               MOVE REL-LINHA-OPERADOR TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-PERFORM
           IF WS-OPS-QTD = 0
               MOVE "NENHUM OPERADOR COM ESTORNOS NO MES"
                   TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "FIM REGISTRO DE ESTORNOS " WS-MES-REL-X
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA.

       EMITIR-LINHA.
           DISPLAY FUNCTION TRIM(WS-LINHA TRAILING)
           MOVE WS-LINHA TO ESTREL-RECORD
           WRITE ESTREL-RECORD.
