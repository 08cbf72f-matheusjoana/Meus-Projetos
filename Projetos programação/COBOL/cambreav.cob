       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIO-REAVALIACAO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARQ-FILE ASSIGN USING WS-ARQUIVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMBIO-CHAVE
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT REAV-FILE ASSIGN USING WS-REAV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(160).

       FD  AUDIT-ARQ-FILE.
       01  AUDIT-ARQ-RECORD    PIC X(160).

       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05 CAMBIO-CHAVE.
               10 CAMBIO-CODIGO        PIC 9(2).
               10 CAMBIO-DATA-VIGENCIA PIC 9(8).
           05 CAMBIO-NOME          PIC X(3).
           05 CAMBIO-TAXA          PIC 9(3)V9999.

       FD  REAV-FILE.
       01  REAV-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS     PIC XX.
       77 WS-ARQ-STATUS       PIC XX.
       77 WS-CAMBIO-STATUS    PIC XX.
       77 WS-REAV-STATUS      PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.

       77 WS-ARQUIVO-NOME     PIC X(20).
       77 WS-REAV-NOME        PIC X(20).
       77 WS-PARM-LINHA       PIC X(32).
       77 WS-PARM-INICIO      PIC X(10).
       77 WS-PARM-FIM         PIC X(10).
       77 WS-PARM-REAV        PIC X(10).
       77 WS-PARM-VALOR       PIC X(10).
       77 WS-PARM-DATA        PIC 9(8).

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-MES-HOJE         PIC 9(6).
       77 WS-DATA-INICIO      PIC 9(8).
       77 WS-DATA-FIM         PIC 9(8).
       77 WS-DATA-REAV        PIC 9(8).
       77 WS-DATA-REAV-X      PIC X(8).
       77 WS-INICIO-TXT       PIC X(10).
       77 WS-FIM-TXT          PIC X(10).
       77 WS-REAV-TXT         PIC X(10).
       77 WS-DATA-W           PIC X(8).
       77 WS-DATA-TXT-W       PIC X(10).
       77 WS-ANO-W            PIC 9(4).
       77 WS-MES-W            PIC 9(2).
       77 WS-MES-CAND         PIC 9(6).
       77 WS-MES-CAND-X       PIC X(6).

       77 WS-TOK-DATA         PIC X(10).
       77 WS-TOK-HORA         PIC X(8).
       77 WS-TOK-PROGRAMA     PIC X(20).
       01  WS-TOKENS.
           05 WS-TOKEN OCCURS 8 TIMES INDEXED BY WS-IDX-TOK
                              PIC X(20).
       77 WS-QTD-TOKENS       PIC 9(2).
       77 WS-TOK-VALOR        PIC X(20).
       77 WS-TOK-DIGITOS      PIC X(14).
       77 WS-TOK-SINAL        PIC X.
       77 WS-TOK-NUMERO       PIC S9(10)V99.
       77 WS-TOK-OK           PIC X.

       77 WS-REG-VALIDO       PIC X.
       77 WS-REG-OPER         PIC X(6).
       77 WS-REG-OPCAO        PIC 9(2).
       77 WS-REG-NUM1         PIC S9(5)V99.
       77 WS-REG-NUM2         PIC S9(5)V99.
       77 WS-REG-RESULT       PIC S9(10)V99.
       77 WS-ACHOU-OPER       PIC X.
       77 WS-ACHOU-OPCAO      PIC X.
       77 WS-ACHOU-NUM1       PIC X.
       77 WS-ACHOU-NUM2       PIC X.
       77 WS-ACHOU-RESULT     PIC X.

       77 WS-BUSCA-CODIGO     PIC 9(2).
       77 WS-BUSCA-ACHOU      PIC X.
       77 WS-BUSCA-TAXA       PIC 9(3)V9999.
       77 WS-BUSCA-NOME       PIC X(3).
       77 WS-COD-ORIGEM       PIC 9(2).
       77 WS-COD-DESTINO      PIC 9(2).
       77 WS-TAXA-ORIGEM      PIC 9(3)V9999.
       77 WS-NOME-ORIGEM      PIC X(3).

       77 WS-ITEM-MOEDA       PIC X(7).
       77 WS-ITEM-UNIDADE     PIC X(3).
       77 WS-ITEM-FATOR       PIC 9(3)V9999.
       77 WS-ITEM-REAVALIADO  PIC S9(10)V99.
       77 WS-ITEM-OK          PIC X.

       77 WS-LIDOS            PIC 9(7) VALUE 0.
       77 WS-IGNORADOS        PIC 9(7) VALUE 0.
       77 WS-ARQS-LIDOS       PIC 9(3) VALUE 0.
       77 WS-CT-REAVALIADAS   PIC 9(7) VALUE 0.
       77 WS-CT-SEM-TAXA      PIC 9(7) VALUE 0.
       77 WS-GRUPOS-EXCESSO   PIC 9(7) VALUE 0.
       77 WS-TOTAL-ORIGINAL   PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-REAVALIADO PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-DIFERENCA  PIC S9(13)V99 VALUE 0.
       77 WS-SUB-QTD          PIC 9(7).
       77 WS-SUB-ORIGINAL     PIC S9(13)V99.
       77 WS-SUB-REAVALIADO   PIC S9(13)V99.

       01  WS-TABELA-CAMBIO.
           05 WS-QTD-MOEDAS   PIC 9(2) VALUE 0.
           05 WS-MOEDA OCCURS 99 TIMES INDEXED BY WS-IDX-MOEDA.
               10 WS-MOEDA-CODIGO   PIC 9(2).
               10 WS-MOEDA-NOME     PIC X(3).
               10 WS-MOEDA-TAXA     PIC 9(3)V9999.
               10 WS-MOEDA-VIGENCIA PIC 9(8).
       77 WS-MOEDA-ENCONTRADA PIC X.

       01  WS-GRUPO-NOVO.
           05 WS-NOVO-MOEDA   PIC X(7).
           05 WS-NOVO-OPCAO   PIC 9(2).
           05 WS-NOVO-OPER    PIC X(6).

       01  WS-TAB-GRUPOS.
           05 WS-GRUPOS-QTD   PIC 9(3) VALUE 0.
           05 WS-GRUPO-LINHA OCCURS 500 TIMES
                   INDEXED BY WS-IDX-GRP WS-IDX-DESL.
               10 WS-GRP-CHAVE.
                   15 WS-GRP-MOEDA   PIC X(7).
                   15 WS-GRP-OPCAO   PIC 9(2).
                   15 WS-GRP-OPER    PIC X(6).
               10 WS-GRP-UNIDADE PIC X(3).
               10 WS-GRP-QTD     PIC 9(7).
               10 WS-GRP-ORIGINAL   PIC S9(13)V99.
               10 WS-GRP-REAVALIADO PIC S9(13)V99.
       77 WS-GRP-POS          PIC 9(3).
       77 WS-ACHOU            PIC X.
       77 WS-QUEBRA-MOEDA     PIC X(7).
       77 WS-QUEBRA-OPCAO     PIC 9(2).
       77 WS-QUEBRA-UNIDADE   PIC X(3).

       01  REL-LINHA-DETALHE.
           05 REL-MOEDA       PIC X(7).
           05 FILLER          PIC X VALUE SPACE.
           05 REL-OPCAO       PIC Z9.
           05 FILLER          PIC X VALUE SPACE.
           05 REL-OPER        PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 REL-UNIDADE     PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 REL-QTD         PIC ZZZZZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 REL-ORIGINAL    PIC -(13)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 REL-REAVALIADO  PIC -(13)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 REL-DIFERENCA   PIC -(13)9.99.

       77 WS-LINHA            PIC X(100).
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
           DISPLAY "   REAVALIAÇÃO CAMBIAL DE CONVERSÕES".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-MES-HOJE = WS-DATA-HOJE / 100

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           PERFORM TRATAR-PARAMETROS

           DISPLAY "Período:          " WS-INICIO-TXT " a "
               WS-FIM-TXT
           DISPLAY "Data de reavaliação: " WS-REAV-TXT

           PERFORM CARREGAR-TABELA-CAMBIO

           PERFORM LER-LOG-VIVO
           PERFORM LER-ARQUIVOS-ARCHIVE

           PERFORM GRAVAR-RELATORIO

           DISPLAY " "
           DISPLAY "----- Resumo da reavaliação -----"
           MOVE WS-LIDOS TO EXIB-QTD
           DISPLAY "Registros lidos:         " EXIB-QTD
           MOVE WS-IGNORADOS TO EXIB-QTD
           DISPLAY "Fora do período/outros:  " EXIB-QTD
           MOVE WS-CT-REAVALIADAS TO EXIB-QTD
           DISPLAY "Conversões reavaliadas:  " EXIB-QTD
           MOVE WS-CT-SEM-TAXA TO EXIB-QTD
           DISPLAY "Sem taxa na data:        " EXIB-QTD
           DISPLAY "Arquivos archive lidos:  " WS-ARQS-LIDOS
           IF WS-GRUPOS-EXCESSO > 0
               MOVE WS-GRUPOS-EXCESSO TO EXIB-QTD
               DISPLAY "Aviso: " EXIB-QTD " conversão(ões) além do "
                   "limite de 500 grupos - apenas no total geral!"
           END-IF
           DISPLAY "Relatório gravado em " WS-REAV-NOME
           DISPLAY "--------------------------------".

           IF WS-CT-SEM-TAXA > 0 OR WS-GRUPOS-EXCESSO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       TRATAR-PARAMETROS.
           MOVE SPACES TO WS-PARM-INICIO
           MOVE SPACES TO WS-PARM-FIM
           MOVE SPACES TO WS-PARM-REAV
           IF WS-PARM-LINHA NOT = SPACES
               UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
                   INTO WS-PARM-INICIO WS-PARM-FIM WS-PARM-REAV
               END-UNSTRING
           END-IF

           IF WS-PARM-INICIO = SPACES
               COMPUTE WS-DATA-INICIO = WS-MES-HOJE * 100 + 1
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
           IF WS-PARM-REAV = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-REAV
           ELSE
               MOVE WS-PARM-REAV TO WS-PARM-VALOR
               PERFORM VALIDAR-DATA-PARAMETRO
               MOVE WS-PARM-DATA TO WS-DATA-REAV
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
           MOVE WS-DATA-REAV TO WS-DATA-W
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-TXT-W TO WS-REAV-TXT

           MOVE WS-DATA-REAV TO WS-DATA-REAV-X
           MOVE SPACES TO WS-REAV-NOME
           STRING "REAV-" WS-DATA-REAV-X ".DAT"
               DELIMITED BY SIZE INTO WS-REAV-NOME.

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
                   "AAAAMMDD (início, fim, reavaliação)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-TXT-W
           STRING WS-DATA-W(1:4) "-" WS-DATA-W(5:2) "-"
               WS-DATA-W(7:2)
               DELIMITED BY SIZE INTO WS-DATA-TXT-W.

       CARREGAR-TABELA-CAMBIO.
           MOVE 0 TO WS-QTD-MOEDAS
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CAMBIO.DAT "
                   "- status " WS-CAMBIO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAMBIO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APLICAR-TAXA-CAMBIO
               END-READ
           END-PERFORM
           CLOSE CAMBIO-FILE.

       APLICAR-TAXA-CAMBIO.
           IF CAMBIO-DATA-VIGENCIA <= WS-DATA-REAV
               MOVE 'N' TO WS-MOEDA-ENCONTRADA
               PERFORM VARYING WS-IDX-MOEDA FROM 1 BY 1
                       UNTIL WS-IDX-MOEDA > WS-QTD-MOEDAS
                   IF WS-MOEDA-CODIGO(WS-IDX-MOEDA) = CAMBIO-CODIGO
                       MOVE 'Y' TO WS-MOEDA-ENCONTRADA
                       IF CAMBIO-DATA-VIGENCIA >=
                               WS-MOEDA-VIGENCIA(WS-IDX-MOEDA)
                           MOVE CAMBIO-NOME
                               TO WS-MOEDA-NOME(WS-IDX-MOEDA)
                           MOVE CAMBIO-TAXA
                               TO WS-MOEDA-TAXA(WS-IDX-MOEDA)
                           MOVE CAMBIO-DATA-VIGENCIA
                               TO WS-MOEDA-VIGENCIA(WS-IDX-MOEDA)
                       END-IF
                       SET WS-IDX-MOEDA TO WS-QTD-MOEDAS
                   END-IF
               END-PERFORM
               IF WS-MOEDA-ENCONTRADA = 'N'
                   IF WS-QTD-MOEDAS < 99
                       ADD 1 TO WS-QTD-MOEDAS
                       MOVE CAMBIO-CODIGO
                           TO WS-MOEDA-CODIGO(WS-QTD-MOEDAS)
                       MOVE CAMBIO-NOME
                           TO WS-MOEDA-NOME(WS-QTD-MOEDAS)
                       MOVE CAMBIO-TAXA
                           TO WS-MOEDA-TAXA(WS-QTD-MOEDAS)
                       MOVE CAMBIO-DATA-VIGENCIA
                           TO WS-MOEDA-VIGENCIA(WS-QTD-MOEDAS)
                   ELSE
                       DISPLAY "Aviso: tabela de câmbio cheia - "
                           "moeda " CAMBIO-CODIGO " ignorada!"
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-MOEDA.
           MOVE 'N' TO WS-BUSCA-ACHOU
           MOVE 0 TO WS-BUSCA-TAXA
           MOVE SPACES TO WS-BUSCA-NOME
           PERFORM VARYING WS-IDX-MOEDA FROM 1 BY 1
                   UNTIL WS-IDX-MOEDA > WS-QTD-MOEDAS
               IF WS-MOEDA-CODIGO(WS-IDX-MOEDA) = WS-BUSCA-CODIGO
                   MOVE 'Y' TO WS-BUSCA-ACHOU
                   MOVE WS-MOEDA-TAXA(WS-IDX-MOEDA) TO WS-BUSCA-TAXA
                   MOVE WS-MOEDA-NOME(WS-IDX-MOEDA) TO WS-BUSCA-NOME
                   SET WS-IDX-MOEDA TO WS-QTD-MOEDAS
               END-IF
           END-PERFORM.

       LER-LOG-VIVO.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-AUDIT-STATUS = "35"
                   DISPLAY "AUDITLOG.DAT não existe - apenas "
                       "archives serão lidos."
               ELSE
                   DISPLAY "Erro: não foi possível abrir "
                       "AUDITLOG.DAT - status " WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM CLASSIFICAR-REGISTRO
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
               DISPLAY "Lendo archive " WS-ARQUIVO-NOME
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-ARQ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           MOVE AUDIT-ARQ-RECORD TO AUDIT-RECORD
                           PERFORM CLASSIFICAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARQ-FILE
           END-IF.

       CLASSIFICAR-REGISTRO.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-QTD-TOKENS
           UNSTRING AUDIT-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATA WS-TOK-HORA WS-TOK-PROGRAMA
                   WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                   WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                   WS-TOKEN(7) WS-TOKEN(8)
               TALLYING WS-QTD-TOKENS
           END-UNSTRING

           MOVE 'S' TO WS-REG-VALIDO
           IF WS-TOK-DATA(5:1) NOT = "-" OR WS-QTD-TOKENS < 8
               MOVE 'N' TO WS-REG-VALIDO
           END-IF
           IF WS-REG-VALIDO = 'S'
               IF WS-TOK-DATA < WS-INICIO-TXT
                       OR WS-TOK-DATA > WS-FIM-TXT
                   MOVE 'N' TO WS-REG-VALIDO
               END-IF
           END-IF

           IF WS-REG-VALIDO = 'S'
               PERFORM EXTRAIR-CAMPOS
           END-IF

           IF WS-REG-VALIDO = 'S'
               PERFORM REAVALIAR-CONVERSAO
           ELSE
               ADD 1 TO WS-IGNORADOS
           END-IF.

       EXTRAIR-CAMPOS.
           MOVE SPACES TO WS-REG-OPER
           MOVE 0 TO WS-REG-OPCAO
           MOVE 0 TO WS-REG-NUM1
           MOVE 0 TO WS-REG-NUM2
           MOVE 0 TO WS-REG-RESULT
           MOVE 'N' TO WS-ACHOU-OPER
           MOVE 'N' TO WS-ACHOU-OPCAO
           MOVE 'N' TO WS-ACHOU-NUM1
           MOVE 'N' TO WS-ACHOU-NUM2
           MOVE 'N' TO WS-ACHOU-RESULT
           PERFORM VARYING WS-IDX-TOK FROM 1 BY 1
                   UNTIL WS-IDX-TOK > 8
               IF WS-TOKEN(WS-IDX-TOK)(1:5) = "OPER="
                   MOVE WS-TOKEN(WS-IDX-TOK)(6:6) TO WS-REG-OPER
                   MOVE 'S' TO WS-ACHOU-OPER
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
           IF WS-ACHOU-OPER = 'N' OR WS-ACHOU-OPCAO = 'N'
                   OR WS-ACHOU-NUM1 = 'N' OR WS-ACHOU-NUM2 = 'N'
                   OR WS-ACHOU-RESULT = 'N'
               MOVE 'N' TO WS-REG-VALIDO
           END-IF
           IF WS-REG-OPCAO < 7 OR WS-REG-OPCAO > 9
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

       REAVALIAR-CONVERSAO.
           MOVE 'S' TO WS-ITEM-OK
           MOVE 0 TO WS-ITEM-REAVALIADO
           MOVE SPACES TO WS-ITEM-MOEDA
           MOVE SPACES TO WS-ITEM-UNIDADE
           MOVE 1 TO WS-ITEM-FATOR

           EVALUATE WS-REG-OPCAO
               WHEN 7
                   PERFORM REAVALIAR-CONVERSAO-DIRETA
               WHEN 8
                   PERFORM REAVALIAR-CONVERSAO-INVERSA
               WHEN 9
                   PERFORM REAVALIAR-CONVERSAO-CRUZADA
           END-EVALUATE

           IF WS-ITEM-OK = 'S'
               IF WS-TOK-PROGRAMA = "ESTORNO"
                   COMPUTE WS-ITEM-REAVALIADO =
                       0 - WS-ITEM-REAVALIADO
               END-IF
               ADD 1 TO WS-CT-REAVALIADAS
               PERFORM ACUMULAR-GRUPO
           ELSE
               ADD 1 TO WS-CT-SEM-TAXA
           END-IF.

       REAVALIAR-CONVERSAO-DIRETA.
           COMPUTE WS-BUSCA-CODIGO = WS-REG-NUM2
               ON SIZE ERROR
                   MOVE 0 TO WS-BUSCA-CODIGO
           END-COMPUTE
           PERFORM LOCALIZAR-MOEDA
           IF WS-BUSCA-ACHOU = 'N'
               MOVE 'N' TO WS-ITEM-OK
           ELSE
               MOVE WS-BUSCA-NOME TO WS-ITEM-MOEDA
               MOVE "BRL" TO WS-ITEM-UNIDADE
               MOVE 1 TO WS-ITEM-FATOR
               COMPUTE WS-ITEM-REAVALIADO ROUNDED =
                   WS-REG-NUM1 * WS-BUSCA-TAXA
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ITEM-OK
               END-COMPUTE
           END-IF.

       REAVALIAR-CONVERSAO-INVERSA.
           COMPUTE WS-BUSCA-CODIGO = WS-REG-NUM2
               ON SIZE ERROR
                   MOVE 0 TO WS-BUSCA-CODIGO
           END-COMPUTE
           PERFORM LOCALIZAR-MOEDA
           IF WS-BUSCA-ACHOU = 'N' OR WS-BUSCA-TAXA = 0
               MOVE 'N' TO WS-ITEM-OK
           ELSE
               MOVE WS-BUSCA-NOME TO WS-ITEM-MOEDA
               MOVE WS-BUSCA-NOME TO WS-ITEM-UNIDADE
               MOVE WS-BUSCA-TAXA TO WS-ITEM-FATOR
               COMPUTE WS-ITEM-REAVALIADO ROUNDED =
                   WS-REG-NUM1 / WS-BUSCA-TAXA
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ITEM-OK
               END-COMPUTE
           END-IF.

       REAVALIAR-CONVERSAO-CRUZADA.
           COMPUTE WS-COD-ORIGEM =
               FUNCTION INTEGER(WS-REG-NUM2 / 100)
               ON SIZE ERROR
                   MOVE 0 TO WS-COD-ORIGEM
           END-COMPUTE
           COMPUTE WS-COD-DESTINO =
               WS-REG-NUM2 - WS-COD-ORIGEM * 100
               ON SIZE ERROR
                   MOVE 0 TO WS-COD-DESTINO
           END-COMPUTE

           MOVE WS-COD-ORIGEM TO WS-BUSCA-CODIGO
           PERFORM LOCALIZAR-MOEDA
           IF WS-BUSCA-ACHOU = 'N'
               MOVE 'N' TO WS-ITEM-OK
           ELSE
               MOVE WS-BUSCA-TAXA TO WS-TAXA-ORIGEM
               MOVE WS-BUSCA-NOME TO WS-NOME-ORIGEM
               MOVE WS-COD-DESTINO TO WS-BUSCA-CODIGO
               PERFORM LOCALIZAR-MOEDA
               IF WS-BUSCA-ACHOU = 'N' OR WS-BUSCA-TAXA = 0
                   MOVE 'N' TO WS-ITEM-OK
               ELSE
                   STRING WS-NOME-ORIGEM ">" WS-BUSCA-NOME
                       DELIMITED BY SIZE INTO WS-ITEM-MOEDA
                   MOVE WS-BUSCA-NOME TO WS-ITEM-UNIDADE
                   MOVE WS-BUSCA-TAXA TO WS-ITEM-FATOR
                   COMPUTE WS-ITEM-REAVALIADO ROUNDED =
                       WS-REG-NUM1 * WS-TAXA-ORIGEM / WS-BUSCA-TAXA
                       ON SIZE ERROR
                           MOVE 'N' TO WS-ITEM-OK
                   END-COMPUTE
               END-IF
           END-IF.

       ACUMULAR-GRUPO.
           COMPUTE WS-TOTAL-ORIGINAL ROUNDED = WS-TOTAL-ORIGINAL
               + WS-REG-RESULT * WS-ITEM-FATOR
           COMPUTE WS-TOTAL-REAVALIADO ROUNDED = WS-TOTAL-REAVALIADO
               + WS-ITEM-REAVALIADO * WS-ITEM-FATOR

           MOVE WS-ITEM-MOEDA TO WS-NOVO-MOEDA
           MOVE WS-REG-OPCAO TO WS-NOVO-OPCAO
           MOVE WS-REG-OPER TO WS-NOVO-OPER

           MOVE 'N' TO WS-ACHOU
           MOVE 0 TO WS-GRP-POS
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRUPOS-QTD
               IF WS-GRP-CHAVE(WS-IDX-GRP) = WS-GRUPO-NOVO
                   ADD 1 TO WS-GRP-QTD(WS-IDX-GRP)
                   ADD WS-REG-RESULT
                       TO WS-GRP-ORIGINAL(WS-IDX-GRP)
                   ADD WS-ITEM-REAVALIADO
                       TO WS-GRP-REAVALIADO(WS-IDX-GRP)
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-GRP TO WS-GRUPOS-QTD
               ELSE
                   IF WS-GRP-POS = 0 AND
                           WS-GRP-CHAVE(WS-IDX-GRP) > WS-GRUPO-NOVO
                       SET WS-GRP-POS TO WS-IDX-GRP
                       SET WS-IDX-GRP TO WS-GRUPOS-QTD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               IF WS-GRUPOS-QTD < 500
                   IF WS-GRP-POS = 0
                       COMPUTE WS-GRP-POS = WS-GRUPOS-QTD + 1
                   ELSE
                       PERFORM VARYING WS-IDX-GRP FROM WS-GRUPOS-QTD
                               BY -1 UNTIL WS-IDX-GRP < WS-GRP-POS
                           SET WS-IDX-DESL TO WS-IDX-GRP
                           SET WS-IDX-DESL UP BY 1
                           MOVE WS-GRUPO-LINHA(WS-IDX-GRP)
                               TO WS-GRUPO-LINHA(WS-IDX-DESL)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-GRUPOS-QTD
                   MOVE WS-GRUPO-NOVO TO WS-GRP-CHAVE(WS-GRP-POS)
                   MOVE WS-ITEM-UNIDADE TO WS-GRP-UNIDADE(WS-GRP-POS)
                   MOVE 1 TO WS-GRP-QTD(WS-GRP-POS)
                   MOVE WS-REG-RESULT TO WS-GRP-ORIGINAL(WS-GRP-POS)
                   MOVE WS-ITEM-REAVALIADO
                       TO WS-GRP-REAVALIADO(WS-GRP-POS)
               ELSE
                   ADD 1 TO WS-GRUPOS-EXCESSO
               END-IF
           END-IF.

       GRAVAR-RELATORIO.
           COMPUTE WS-TOTAL-DIFERENCA =
               WS-TOTAL-REAVALIADO - WS-TOTAL-ORIGINAL

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           OPEN OUTPUT REAV-FILE
           IF WS-REAV-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar "
                   WS-REAV-NOME " - status " WS-REAV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "REAVALIACAO CAMBIAL EM " WS-REAV-TXT
               " - PERIODO " WS-INICIO-TXT " A " WS-FIM-TXT
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "GERADO-EM " WS-DATA-HORA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "GANHO/PERDA = VALOR REAVALIADO - VALOR ORIGINAL, "
               "NA MOEDA DO RESULTADO (UN)"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "MOEDA   OP OPER   UN      QTD"
               "    VALOR ORIGINAL   VALOR REAVALIADO"
               "        GANHO/PERDA"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           MOVE SPACES TO WS-QUEBRA-MOEDA
           MOVE 0 TO WS-QUEBRA-OPCAO
           MOVE 0 TO WS-SUB-QTD
           MOVE 0 TO WS-SUB-ORIGINAL
           MOVE 0 TO WS-SUB-REAVALIADO
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRUPOS-QTD
               IF WS-IDX-GRP > 1 AND
                       (WS-GRP-MOEDA(WS-IDX-GRP) NOT = WS-QUEBRA-MOEDA
                       OR WS-GRP-OPCAO(WS-IDX-GRP) NOT =
                           WS-QUEBRA-OPCAO)
                   PERFORM EMITIR-SUBTOTAL
               END-IF
               MOVE WS-GRP-MOEDA(WS-IDX-GRP) TO WS-QUEBRA-MOEDA
               MOVE WS-GRP-OPCAO(WS-IDX-GRP) TO WS-QUEBRA-OPCAO
               MOVE WS-GRP-UNIDADE(WS-IDX-GRP) TO WS-QUEBRA-UNIDADE
               ADD WS-GRP-QTD(WS-IDX-GRP) TO WS-SUB-QTD
               ADD WS-GRP-ORIGINAL(WS-IDX-GRP) TO WS-SUB-ORIGINAL
               ADD WS-GRP-REAVALIADO(WS-IDX-GRP)
                   TO WS-SUB-REAVALIADO

               MOVE WS-GRP-MOEDA(WS-IDX-GRP) TO REL-MOEDA
               MOVE WS-GRP-OPCAO(WS-IDX-GRP) TO REL-OPCAO
               MOVE WS-GRP-OPER(WS-IDX-GRP) TO REL-OPER
               MOVE WS-GRP-UNIDADE(WS-IDX-GRP) TO REL-UNIDADE
               MOVE WS-GRP-QTD(WS-IDX-GRP) TO REL-QTD
               MOVE WS-GRP-ORIGINAL(WS-IDX-GRP) TO REL-ORIGINAL
               MOVE WS-GRP-REAVALIADO(WS-IDX-GRP) TO REL-REAVALIADO
               COMPUTE REL-DIFERENCA = WS-GRP-REAVALIADO(WS-IDX-GRP)
                   - WS-GRP-ORIGINAL(WS-IDX-GRP)
               MOVE REL-LINHA-DETALHE TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-PERFORM
           IF WS-GRUPOS-QTD > 0
               PERFORM EMITIR-SUBTOTAL
           ELSE
               MOVE SPACES TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF

           MOVE WS-CT-REAVALIADAS TO EXIB-QTD
           MOVE SPACES TO WS-LINHA
           STRING "CONVERSOES REAVALIADAS " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE WS-CT-SEM-TAXA TO EXIB-QTD
           MOVE SPACES TO WS-LINHA
           STRING "SEM TAXA NA DATA       " EXIB-QTD
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE WS-TOTAL-ORIGINAL TO EXIB-SOMA
           MOVE SPACES TO WS-LINHA
           STRING "TOTAL GERAL BRL ORIGINAL    " EXIB-SOMA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE WS-TOTAL-REAVALIADO TO EXIB-SOMA
           MOVE SPACES TO WS-LINHA
           STRING "TOTAL GERAL BRL REAVALIADO  " EXIB-SOMA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE WS-TOTAL-DIFERENCA TO EXIB-SOMA
           MOVE SPACES TO WS-LINHA
           STRING "TOTAL GERAL BRL GANHO/PERDA " EXIB-SOMA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "(VALORES EM MOEDA ESTRANGEIRA CONVERTIDOS PARA BRL "
               "PELA TAXA DA DATA DE REAVALIACAO)"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FIM REAVALIACAO " WS-REAV-TXT
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM EMITIR-LINHA

           CLOSE REAV-FILE.

       EMITIR-SUBTOTAL.
           MOVE WS-QUEBRA-MOEDA TO REL-MOEDA
           MOVE WS-QUEBRA-OPCAO TO REL-OPCAO
           MOVE "*TOTAL" TO REL-OPER
           MOVE WS-QUEBRA-UNIDADE TO REL-UNIDADE
           MOVE WS-SUB-QTD TO REL-QTD
           MOVE WS-SUB-ORIGINAL TO REL-ORIGINAL
           MOVE WS-SUB-REAVALIADO TO REL-REAVALIADO
           COMPUTE REL-DIFERENCA =
               WS-SUB-REAVALIADO - WS-SUB-ORIGINAL
           MOVE REL-LINHA-DETALHE TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITIR-LINHA
           MOVE 0 TO WS-SUB-QTD
           MOVE 0 TO WS-SUB-ORIGINAL
           MOVE 0 TO WS-SUB-REAVALIADO.

       EMITIR-LINHA.
           DISPLAY FUNCTION TRIM(WS-LINHA TRAILING)
           MOVE WS-LINHA TO REAV-RECORD
           WRITE REAV-RECORD.
