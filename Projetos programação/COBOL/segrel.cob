       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURANCA-RELATORIO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEG-LOG-FILE ASSIGN TO "SEGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SEGREL-FILE ASSIGN USING WS-SEGREL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SEGREL-FILE.
       01  SEGREL-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SEG-STATUS       PIC XX.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-SEGREL-STATUS    PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.
       77 WS-SEGLOG-OK        PIC X VALUE 'N'.

       77 WS-SEGREL-NOME      PIC X(24).
       77 WS-PARM-LINHA       PIC X(32).
       77 WS-PARM-INICIO      PIC X(10).
       77 WS-PARM-FIM         PIC X(10).
       77 WS-PARM-VALOR       PIC X(10).
       77 WS-PARM-DATA        PIC 9(8).

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-DATA-INICIO      PIC 9(8).
       77 WS-DATA-FIM         PIC 9(8).
       77 WS-DATA-FIM-X       PIC X(8).
       77 WS-INICIO-TXT       PIC X(10).
       77 WS-FIM-TXT          PIC X(10).
       77 WS-DATA-W           PIC X(8).
       77 WS-DATA-TXT-W       PIC X(10).
       77 WS-EVT-DATA-X       PIC X(8).
       77 WS-EVT-DATA         PIC 9(8).
       77 WS-DIAS-PIN         PIC S9(7).

       77 WS-LIDOS            PIC 9(7) VALUE 0.
       77 WS-NO-PERIODO       PIC 9(7) VALUE 0.
       77 WS-LISTADOS         PIC 9(7) VALUE 0.
       77 WS-CT-ENTRADAS      PIC 9(7) VALUE 0.
       77 WS-CT-FALHAS        PIC 9(7) VALUE 0.
       77 WS-CT-BLOQUEIOS     PIC 9(7) VALUE 0.
       77 WS-CT-TENT-BLOQ     PIC 9(7) VALUE 0.
       77 WS-CT-DESBLOQUEIOS  PIC 9(7) VALUE 0.
       77 WS-CT-TROCAS        PIC 9(7) VALUE 0.
       77 WS-CT-REDEFINICOES  PIC 9(7) VALUE 0.
       77 WS-CT-OUTROS        PIC 9(7) VALUE 0.
       77 WS-CT-SITUACAO      PIC 9(5) VALUE 0.
       77 WS-OPER-EXCESSO     PIC 9(7) VALUE 0.
       77 WS-SITUACAO         PIC X(16).

       01  WS-TAB-OPERADORES.
           05 WS-OPS-QTD      PIC 9(3) VALUE 0.
           05 WS-OPS-LINHA OCCURS 200 TIMES
                   INDEXED BY WS-IDX-OP WS-IDX-DESL.
               10 WS-OPS-ID         PIC X(6).
               10 WS-OPS-ENTRADAS   PIC 9(5).
               10 WS-OPS-FALHAS     PIC 9(5).
               10 WS-OPS-BLOQUEIOS  PIC 9(5).
               10 WS-OPS-TENT-BLOQ  PIC 9(5).
               10 WS-OPS-DESBLOQ    PIC 9(5).
               10 WS-OPS-TROCAS     PIC 9(5).
       77 WS-OPS-POS          PIC 9(3).
       77 WS-ACHOU            PIC X.

       01  REL-LINHA-EVENTO.
           05 REL-EVT-DATA     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EVT-HORA     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EVT-EVENTO   PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EVT-OPER     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EVT-PROGRAMA PIC X(24).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EVT-POR      PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-EVT-DETALHE  PIC X(40).

       01  REL-LINHA-OPERADOR.
           05 REL-OP-ID        PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-OP-ENTRADAS  PIC ZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 REL-OP-FALHAS    PIC ZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 REL-OP-BLOQUEIOS PIC ZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 REL-OP-TENT-BLOQ PIC ZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 REL-OP-DESBLOQ   PIC ZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 REL-OP-TROCAS    PIC ZZZZ9.

       01  REL-LINHA-SITUACAO.
           05 REL-SIT-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-SIT-NOME     PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-SIT-ATIVO    PIC X.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 REL-SIT-TENT     PIC Z9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 REL-SIT-PIN-DATA PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 REL-SIT-SITUACAO PIC X(16).

       COPY "opacess.cpy".

       77 WS-LINHA            PIC X(132).
       77 EXIB-QTD            PIC ZZZZZZ9.

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
           DISPLAY "   RELATÓRIO DE EVENTOS DE SEGURANÇA".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           PERFORM TRATAR-PARAMETROS

           DISPLAY "Período: " WS-INICIO-TXT " a " WS-FIM-TXT

           INITIALIZE ACESSO-PARAMETROS
           MOVE "P" TO ACESSO-FUNCAO
           MOVE "SEGURANCA-RELATORIO" TO ACESSO-PROGRAMA
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS

           PERFORM ABRIR-RELATORIO
           PERFORM LISTAR-EVENTOS
           PERFORM LISTAR-RESUMO-OPERADORES
           PERFORM LISTAR-SITUACAO-OPERADORES
           CLOSE SEGREL-FILE

           DISPLAY " "
           DISPLAY "----- Resumo de segurança -----"
           MOVE WS-LIDOS TO EXIB-QTD
           DISPLAY "Eventos lidos:           " EXIB-QTD
           MOVE WS-NO-PERIODO TO EXIB-QTD
           DISPLAY "Eventos no período:      " EXIB-QTD
           MOVE WS-CT-BLOQUEIOS TO EXIB-QTD
           DISPLAY "Bloqueios no período:    " EXIB-QTD
           MOVE WS-CT-SITUACAO TO EXIB-QTD
           DISPLAY "Operadores em atenção:   " EXIB-QTD
           IF WS-OPER-EXCESSO > 0
               MOVE WS-OPER-EXCESSO TO EXIB-QTD
               DISPLAY "Aviso: " EXIB-QTD " evento(s) além do "
                   "limite de 200 operadores - fora do resumo!"
           END-IF
           DISPLAY "Relatório gravado em " WS-SEGREL-NOME
           DISPLAY "--------------------------------".

           IF WS-SEGLOG-OK = 'N' OR WS-OPER-EXCESSO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       TRATAR-PARAMETROS.
           MOVE SPACES TO WS-PARM-INICIO
           MOVE SPACES TO WS-PARM-FIM
           IF WS-PARM-LINHA NOT = SPACES
               UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
                   INTO WS-PARM-INICIO WS-PARM-FIM
               END-UNSTRING
           END-IF

           IF WS-PARM-FIM = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           ELSE
               MOVE WS-PARM-FIM TO WS-PARM-VALOR
               PERFORM VALIDAR-DATA-PARAMETRO
               MOVE WS-PARM-DATA TO WS-DATA-FIM
           END-IF
           IF WS-PARM-INICIO = SPACES
               COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-FIM) - 6)
           ELSE
               MOVE WS-PARM-INICIO TO WS-PARM-VALOR
               PERFORM VALIDAR-DATA-PARAMETRO
               MOVE WS-PARM-DATA TO WS-DATA-INICIO
           END-IF

           IF WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY "Período inválido! Data inicial maior que a "
                   "final."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATA-INICIO TO WS-DATA-W
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-TXT-W TO WS-INICIO-TXT
           MOVE WS-DATA-FIM TO WS-DATA-W
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-TXT-W TO WS-FIM-TXT

           MOVE WS-DATA-FIM TO WS-DATA-FIM-X
           MOVE SPACES TO WS-SEGREL-NOME
           STRING "SEGREL-" WS-DATA-FIM-X ".DAT"
               DELIMITED BY SIZE INTO WS-SEGREL-NOME.

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
               DISPLAY "Parâmetro inválido! Use AAAAMMDD AAAAMMDD "
                   "(início, fim)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-TXT-W
           STRING WS-DATA-W(1:4) "-" WS-DATA-W(5:2) "-"
               WS-DATA-W(7:2)
               DELIMITED BY SIZE INTO WS-DATA-TXT-W.

       ABRIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           OPEN OUTPUT SEGREL-FILE
           IF WS-SEGREL-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar "
                   WS-SEGREL-NOME " - status " WS-SEGREL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "EVENTOS DE SEGURANCA - PERIODO " WS-INICIO-TXT
               " A " WS-FIM-TXT
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "GERADO-EM " WS-DATA-HORA(1:19)
               " - BLOQUEIO APOS " ACESSO-MAX-TENTATIVAS
               " TENTATIVAS - VALIDADE DO PIN "
               ACESSO-VALIDADE-DIAS " DIAS"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA.

       LISTAR-EVENTOS.
           MOVE SPACES TO WS-LINHA
           STRING "DATA       HORA     EVENTO       OPER   "
               "PROGRAMA                 POR    DETALHE"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           OPEN INPUT SEG-LOG-FILE
           IF WS-SEG-STATUS NOT = "00"
               MOVE SPACES TO WS-LINHA
               STRING "SEGLOG.DAT INDISPONIVEL - STATUS "
                   WS-SEG-STATUS
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           ELSE
               MOVE 'S' TO WS-SEGLOG-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SEG-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM TRATAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE SEG-LOG-FILE
           END-IF

           IF WS-LISTADOS = 0
               MOVE "NENHUM EVENTO DE EXCECAO NO PERIODO" TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-ENTRADAS TO EXIB-QTD
           STRING "ENTRADAS........ " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-FALHAS TO EXIB-QTD
           STRING "FALHAS.......... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-BLOQUEIOS TO EXIB-QTD
           STRING "BLOQUEIOS....... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-TENT-BLOQ TO EXIB-QTD
           STRING "TENT. BLOQUEADO. " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-DESBLOQUEIOS TO EXIB-QTD
           STRING "DESBLOQUEIOS.... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-TROCAS TO EXIB-QTD
           STRING "TROCAS DE PIN... " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-CT-REDEFINICOES TO EXIB-QTD
           STRING "PINS REDEFINIDOS " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           IF WS-CT-OUTROS > 0
               MOVE SPACES TO WS-LINHA
               MOVE WS-CT-OUTROS TO EXIB-QTD
               STRING "OUTROS.......... " EXIB-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       TRATAR-EVENTO.
           MOVE SPACES TO WS-EVT-DATA-X
           STRING SEG-DATA(1:4) SEG-DATA(6:2) SEG-DATA(9:2)
               DELIMITED BY SIZE INTO WS-EVT-DATA-X
           IF WS-EVT-DATA-X NUMERIC
               MOVE WS-EVT-DATA-X TO WS-EVT-DATA
           ELSE
               MOVE 0 TO WS-EVT-DATA
           END-IF
           IF WS-EVT-DATA >= WS-DATA-INICIO
                   AND WS-EVT-DATA <= WS-DATA-FIM
               ADD 1 TO WS-NO-PERIODO
               PERFORM LOCALIZAR-OPERADOR
               EVALUATE SEG-EVENTO
                   WHEN "ENTRADA"
                       ADD 1 TO WS-CT-ENTRADAS
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-ENTRADAS(WS-OPS-POS)
                       END-IF
                   WHEN "FALHA"
                       ADD 1 TO WS-CT-FALHAS
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-FALHAS(WS-OPS-POS)
                       END-IF
                   WHEN "BLOQUEIO"
                       ADD 1 TO WS-CT-BLOQUEIOS
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-BLOQUEIOS(WS-OPS-POS)
                       END-IF
                   WHEN "BLOQUEADO"
                       ADD 1 TO WS-CT-TENT-BLOQ
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-TENT-BLOQ(WS-OPS-POS)
                       END-IF
                   WHEN "DESBLOQUEIO"
                       ADD 1 TO WS-CT-DESBLOQUEIOS
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-DESBLOQ(WS-OPS-POS)
                       END-IF
                   WHEN "TROCA-PIN"
                       ADD 1 TO WS-CT-TROCAS
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-TROCAS(WS-OPS-POS)
                       END-IF
                   WHEN "REDEFINE-PIN"
                       ADD 1 TO WS-CT-REDEFINICOES
                       IF WS-ACHOU = 'S'
                           ADD 1 TO WS-OPS-TROCAS(WS-OPS-POS)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-CT-OUTROS
               END-EVALUATE
               IF SEG-EVENTO NOT = "ENTRADA"
                   ADD 1 TO WS-LISTADOS
                   MOVE SEG-DATA TO REL-EVT-DATA
                   MOVE SEG-HORA TO REL-EVT-HORA
                   MOVE SEG-EVENTO TO REL-EVT-EVENTO
                   MOVE SEG-OPER TO REL-EVT-OPER
                   MOVE SEG-PROGRAMA TO REL-EVT-PROGRAMA
                   MOVE SEG-POR TO REL-EVT-POR
                   MOVE SEG-DETALHE TO REL-EVT-DETALHE
                   MOVE REL-LINHA-EVENTO TO WS-LINHA
                   PERFORM EMITIR-LINHA
               END-IF
           END-IF.

       LOCALIZAR-OPERADOR.
           MOVE 'N' TO WS-ACHOU
           MOVE 1 TO WS-OPS-POS
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-OPS-QTD OR WS-ACHOU = 'S'
               IF WS-OPS-ID(WS-IDX-OP) = SEG-OPER
                   MOVE 'S' TO WS-ACHOU
                   SET WS-OPS-POS TO WS-IDX-OP
               ELSE
                   IF WS-OPS-ID(WS-IDX-OP) < SEG-OPER
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
                   MOVE SEG-OPER TO WS-OPS-ID(WS-OPS-POS)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-IF.

       LISTAR-RESUMO-OPERADORES.
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE "RESUMO POR OPERADOR" TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "OPER   ENTRAD   FALHAS   BLOQS   T.BLOQ   "
               "DESBLQ   TROCAS"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-OPS-QTD
               MOVE WS-OPS-ID(WS-IDX-OP) TO REL-OP-ID
               MOVE WS-OPS-ENTRADAS(WS-IDX-OP) TO REL-OP-ENTRADAS
               MOVE WS-OPS-FALHAS(WS-IDX-OP) TO REL-OP-FALHAS
               MOVE WS-OPS-BLOQUEIOS(WS-IDX-OP) TO REL-OP-BLOQUEIOS
               MOVE WS-OPS-TENT-BLOQ(WS-IDX-OP) TO REL-OP-TENT-BLOQ
               MOVE WS-OPS-DESBLOQ(WS-IDX-OP) TO REL-OP-DESBLOQ
               MOVE WS-OPS-TROCAS(WS-IDX-OP) TO REL-OP-TROCAS
               MOVE REL-LINHA-OPERADOR TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-PERFORM
           IF WS-OPS-QTD = 0
               MOVE "NENHUM OPERADOR COM EVENTOS NO PERIODO"
                   TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       LISTAR-SITUACAO-OPERADORES.
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "OPERADORES BLOQUEADOS OU COM PIN VENCIDO EM "
               WS-DATA-HORA(1:10)
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "OPER   NOME                           ATIVO TENT "
               "DATA PIN   SITUACAO"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               MOVE SPACES TO WS-LINHA
               STRING "OPERMST.DAT INDISPONIVEL - STATUS "
                   WS-OPER-STATUS
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM EMITIR-LINHA
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM AVALIAR-SITUACAO-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
               IF WS-CT-SITUACAO = 0
                   MOVE "NENHUM OPERADOR BLOQUEADO OU COM PIN VENCIDO"
                       TO WS-LINHA
                   PERFORM EMITIR-LINHA
               END-IF
           END-IF.

       AVALIAR-SITUACAO-OPERADOR.
           MOVE SPACES TO WS-SITUACAO
           IF OPER-BLOQUEADO = "S"
               MOVE "BLOQUEADO" TO WS-SITUACAO
           ELSE
               IF OPER-ATIVO = "S"
                   IF OPER-PIN-HASH = 0
                       MOVE "SEM PIN" TO WS-SITUACAO
                   ELSE
                       IF OPER-PIN-DATA = 0
                           MOVE "PIN PROVISORIO" TO WS-SITUACAO
                       ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                                   OPER-PIN-DATA) = 0
                               COMPUTE WS-DIAS-PIN =
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-DATA-HOJE)
                                   - FUNCTION INTEGER-OF-DATE(
                                       OPER-PIN-DATA)
                               IF WS-DIAS-PIN > ACESSO-VALIDADE-DIAS
                                   MOVE "PIN VENCIDO" TO WS-SITUACAO
                               END-IF
                           ELSE
                               MOVE "PIN VENCIDO" TO WS-SITUACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-SITUACAO NOT = SPACES
               ADD 1 TO WS-CT-SITUACAO
               MOVE OPER-ID TO REL-SIT-ID
               MOVE OPER-NOME TO REL-SIT-NOME
               MOVE OPER-ATIVO TO REL-SIT-ATIVO
               MOVE OPER-TENTATIVAS TO REL-SIT-TENT
               IF OPER-PIN-DATA = 0
                   MOVE "-" TO REL-SIT-PIN-DATA
               ELSE
                   MOVE OPER-PIN-DATA TO WS-DATA-W
                   PERFORM FORMATAR-DATA
                   MOVE WS-DATA-TXT-W TO REL-SIT-PIN-DATA
               END-IF
               MOVE WS-SITUACAO TO REL-SIT-SITUACAO
               MOVE REL-LINHA-SITUACAO TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       EMITIR-LINHA.
           DISPLAY FUNCTION TRIM(WS-LINHA TRAILING)
           MOVE WS-LINHA TO SEGREL-RECORD
           WRITE SEGREL-RECORD.
