       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-IMPORTACAO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO "CALCIMP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

           SELECT IMPERR-FILE ASSIGN TO "CALCIMPE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPERR-STATUS.

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

           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-RECORD       PIC X(120).

       FD  IMPERR-FILE.
       01  IMPERR-RECORD       PIC X(180).

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

       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-IMPORT-STATUS    PIC XX.
       77 WS-IMPERR-STATUS    PIC XX.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-CAMBIO-STATUS    PIC XX.
       77 WS-TRANS-STATUS     PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.
       77 WS-CAMBIO-EOF       PIC X VALUE 'N'.

       77 WS-PARM-LINHA       PIC X(20).
       77 WS-ORIGEM           PIC X(8).
       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-DATA-HOJE-X      PIC X(8).
       77 WS-CAMBIO-OK        PIC X VALUE 'N'.

       01  WS-TAB-MOEDAS.
           05 WS-MOEDA-VALIDA OCCURS 99 TIMES PIC X.

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

       01  WS-CAMPOS-CSV.
           05 WS-CSV-REF       PIC X(20).
           05 WS-CSV-NUM1      PIC X(20).
           05 WS-CSV-NUM2      PIC X(20).
           05 WS-CSV-OPCAO     PIC X(20).
           05 WS-CSV-OPER      PIC X(20).
           05 WS-CSV-EXCESSO   PIC X(20).
       77 WS-QTD-CAMPOS       PIC 9(2).

       77 WS-LINHA-NUM        PIC 9(6) VALUE 0.
       77 WS-LINHA-ERRO       PIC X VALUE 'N'.
       77 WS-MOTIVO           PIC X(40).
       77 WS-CABECALHO-CSV    PIC X VALUE 'N'.

       77 WS-REG-NUM1         PIC S9(5).
       77 WS-REG-NUM2         PIC S9(5).
       77 WS-REG-OPCAO        PIC 9(2).
       77 WS-REG-REF          PIC X(10).
       77 WS-REG-OPER         PIC X(6).
       77 WS-COD-ORIGEM       PIC 9(2).
       77 WS-COD-DESTINO      PIC 9(2).

       77 WS-CAMPO-NOME       PIC X(5).
       77 WS-CAMPO-VALOR      PIC X(20).
       77 WS-VAL-TRIM         PIC X(20).
       77 WS-VAL-RESTO        PIC X(20).
       77 WS-VAL-INTEIRO      PIC X(20).
       77 WS-VAL-FRACAO       PIC X(20).
       77 WS-VAL-PARTES       PIC 9(2).
       77 WS-VAL-NEGATIVO     PIC X.
       77 WS-VAL-NUMERO       PIC 9(9).
       77 WS-VAL-RESULTADO    PIC S9(5).
       77 WS-VAL-OK           PIC X.

       01  WS-TAB-REFS.
           05 WS-REFS-QTD     PIC 9(4) VALUE 0.
           05 WS-REFS-ITEM OCCURS 2000 TIMES INDEXED BY WS-IDX-REF
                              PIC X(10).
       77 WS-REF-REPETIDA     PIC X.

       77 WS-CT-LIDAS         PIC 9(6) VALUE 0.
       77 WS-CT-ACEITAS       PIC 9(6) VALUE 0.
       77 WS-CT-RECUSADAS     PIC 9(6) VALUE 0.
       77 WS-HASH-TOTAL       PIC S9(13)V99 VALUE 0.

       77 EXIB-LINHA          PIC ZZZZZ9.
       77 EXIB-QTD            PIC ZZZZZ9.
       77 EXIB-HASH           PIC -(13)9.99.
       77 WS-LINHA-ERRO-CSV   PIC X(180).

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           DISPLAY "-----------------------------------".
           DISPLAY "   IMPORTAÇÃO DE LOTE (CSV)".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-X
           PERFORM TRATAR-PARAMETROS
           PERFORM VERIFICAR-LOTE-EXISTENTE
           PERFORM CARREGAR-MOEDAS
           PERFORM ABRIR-ARQUIVOS

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IMPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINHA-NUM
                       PERFORM TRATAR-LINHA
               END-READ
           END-PERFORM

           MOVE WS-CT-ACEITAS TO TRN-TRL-QTD
           MOVE WS-HASH-TOTAL TO TRN-TRL-HASH
           WRITE CALC-TRANS-RECORD FROM TRN-TRAILER

           CLOSE IMPORT-FILE
           CLOSE IMPERR-FILE
           CLOSE OPER-FILE
           CLOSE CALC-TRANS-FILE

           DISPLAY " "
           DISPLAY "----- Resumo da importação -----"
           DISPLAY "Lote " TRN-CAB-LOTE " origem "
               FUNCTION TRIM(WS-ORIGEM) " data " WS-DATA-HOJE
           MOVE WS-CT-LIDAS TO EXIB-QTD
           DISPLAY "Linhas lidas:         " EXIB-QTD
           MOVE WS-CT-ACEITAS TO EXIB-QTD
           DISPLAY "Detalhes gerados:     " EXIB-QTD
               " em CALCTRAN.DAT"
           MOVE WS-HASH-TOTAL TO EXIB-HASH
           DISPLAY "Hash NUM1:            " FUNCTION TRIM(EXIB-HASH)
           MOVE WS-CT-RECUSADAS TO EXIB-QTD
           DISPLAY "Linhas recusadas:     " EXIB-QTD
               " em CALCIMPE.CSV"
           DISPLAY "--------------------------------"

           IF WS-CT-RECUSADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       TRATAR-PARAMETROS.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINHA))
               TO WS-PARM-LINHA
           IF WS-PARM-LINHA = SPACES
               MOVE "IMPORT" TO WS-ORIGEM
           ELSE
               IF WS-PARM-LINHA(9:) NOT = SPACES
                   DISPLAY "Origem inválida: "
                       FUNCTION TRIM(WS-PARM-LINHA)
                       " - use até 8 caracteres."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-LINHA TO WS-ORIGEM
               IF WS-ORIGEM = "ORDENS" OR WS-ORIGEM = "REPARO"
                   DISPLAY "Origem " FUNCTION TRIM(WS-ORIGEM)
                       " é reservada - informe outra origem."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Origem do lote: " FUNCTION TRIM(WS-ORIGEM)
               " - data " WS-DATA-HOJE.

       VERIFICAR-LOTE-EXISTENTE.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               READ CALC-TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CALC-TRANS-RECORD(1:1) = "H"
                           MOVE CALC-TRANS-RECORD TO TRN-CABECALHO
                           IF TRN-CAB-DATA = WS-DATA-HOJE-X
                                   AND TRN-CAB-ORIGEM NOT = WS-ORIGEM
                               DISPLAY "Erro: CALCTRAN.DAT já contém "
                                   "o lote " TRN-CAB-LOTE " de "
                                   FUNCTION TRIM(TRN-CAB-ORIGEM)
                                   " para " WS-DATA-HOJE
                                   " - processe-o antes de importar "
                                   "o arquivo."
                               CLOSE CALC-TRANS-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CALC-TRANS-FILE
           END-IF.

       CARREGAR-MOEDAS.
           MOVE ALL "N" TO WS-TAB-MOEDAS
           MOVE 'N' TO WS-CAMBIO-OK
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS NOT = "00"
               DISPLAY "Aviso: não foi possível abrir CAMBIO.DAT "
                   "- status " WS-CAMBIO-STATUS
                   " - conversões serão recusadas."
           ELSE
               MOVE 'S' TO WS-CAMBIO-OK
               MOVE 'N' TO WS-CAMBIO-EOF
               PERFORM UNTIL WS-CAMBIO-EOF = 'Y'
                   READ CAMBIO-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CAMBIO-EOF
                       NOT AT END
                           IF CAMBIO-CODIGO > 0
                                   AND CAMBIO-DATA-VIGENCIA
                                       <= WS-DATA-HOJE
                               MOVE 'S'
                                   TO WS-MOEDA-VALIDA(CAMBIO-CODIGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CALCIMP.CSV "
                   "- status " WS-IMPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir OPERMST.DAT "
                   "- status " WS-OPER-STATUS
               CLOSE IMPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT IMPERR-FILE
           IF WS-IMPERR-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar CALCIMPE.CSV "
                   "- status " WS-IMPERR-STATUS
               CLOSE IMPORT-FILE
               CLOSE OPER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "LINHA;MOTIVO;CONTEUDO" TO IMPERR-RECORD
           WRITE IMPERR-RECORD

           OPEN OUTPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar CALCTRAN.DAT "
                   "- status " WS-TRANS-STATUS
               CLOSE IMPORT-FILE
               CLOSE OPER-FILE
               CLOSE IMPERR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ORIGEM TO TRN-CAB-ORIGEM
           MOVE WS-DATA-HOJE-X TO TRN-CAB-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRN-CAB-LOTE
           WRITE CALC-TRANS-RECORD FROM TRN-CABECALHO.

       TRATAR-LINHA.
           IF IMPORT-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CAMPOS-CSV
               MOVE 0 TO WS-QTD-CAMPOS
               UNSTRING IMPORT-RECORD DELIMITED BY ";"
                   INTO WS-CSV-REF WS-CSV-NUM1 WS-CSV-NUM2
                       WS-CSV-OPCAO WS-CSV-OPER WS-CSV-EXCESSO
                   TALLYING WS-QTD-CAMPOS
               END-UNSTRING
               IF WS-CT-LIDAS = 0 AND WS-CABECALHO-CSV = 'N'
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CSV-REF)) = "REF"
                   MOVE 'S' TO WS-CABECALHO-CSV
               ELSE
                   ADD 1 TO WS-CT-LIDAS
                   PERFORM VALIDAR-LINHA
                   IF WS-LINHA-ERRO = 'S'
                       PERFORM GRAVAR-LINHA-ERRO
                   ELSE
                       PERFORM GRAVAR-DETALHE
                   END-IF
               END-IF
           END-IF.

       VALIDAR-LINHA.
           MOVE 'N' TO WS-LINHA-ERRO
           MOVE SPACES TO WS-MOTIVO

           IF WS-QTD-CAMPOS < 5
               MOVE 'S' TO WS-LINHA-ERRO
               MOVE "CAMPOS INSUFICIENTES (ESPERADOS 5)" TO WS-MOTIVO
           END-IF
           IF WS-LINHA-ERRO = 'N' AND WS-CSV-EXCESSO NOT = SPACES
               MOVE 'S' TO WS-LINHA-ERRO
               MOVE "CAMPOS EXCEDENTES (ESPERADOS 5)" TO WS-MOTIVO
           END-IF

           IF WS-LINHA-ERRO = 'N'
               PERFORM VALIDAR-REF
           END-IF

           IF WS-LINHA-ERRO = 'N'
               MOVE "NUM1" TO WS-CAMPO-NOME
               MOVE WS-CSV-NUM1 TO WS-CAMPO-VALOR
               PERFORM CONVERTER-VALOR
               MOVE WS-VAL-RESULTADO TO WS-REG-NUM1
           END-IF
           IF WS-LINHA-ERRO = 'N'
               MOVE "NUM2" TO WS-CAMPO-NOME
               MOVE WS-CSV-NUM2 TO WS-CAMPO-VALOR
               PERFORM CONVERTER-VALOR
               MOVE WS-VAL-RESULTADO TO WS-REG-NUM2
           END-IF

           IF WS-LINHA-ERRO = 'N'
               PERFORM VALIDAR-OPCAO
           END-IF
           IF WS-LINHA-ERRO = 'N'
               PERFORM VALIDAR-OPERADOR
           END-IF
           IF WS-LINHA-ERRO = 'N'
               PERFORM VALIDAR-PARAMETRO-OPERACAO
           END-IF.

       VALIDAR-REF.
           MOVE FUNCTION TRIM(WS-CSV-REF) TO WS-VAL-TRIM
           IF WS-VAL-TRIM = SPACES
               MOVE 'S' TO WS-LINHA-ERRO
               MOVE "REF NAO INFORMADA" TO WS-MOTIVO
           ELSE
               IF WS-VAL-TRIM(11:) NOT = SPACES
                   MOVE 'S' TO WS-LINHA-ERRO
                   MOVE "REF COM MAIS DE 10 POSICOES" TO WS-MOTIVO
               ELSE
                   MOVE WS-VAL-TRIM TO WS-REG-REF
                   PERFORM VERIFICAR-REF-REPETIDA
                   IF WS-REF-REPETIDA = 'S'
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "REF REPETIDA NO ARQUIVO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-REF-REPETIDA.
           MOVE 'N' TO WS-REF-REPETIDA
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-REFS-QTD
               IF WS-REFS-ITEM(WS-IDX-REF) = WS-REG-REF
                   MOVE 'S' TO WS-REF-REPETIDA
                   SET WS-IDX-REF TO WS-REFS-QTD
               END-IF
           END-PERFORM.

       CONVERTER-VALOR.
           MOVE 'N' TO WS-VAL-OK
           MOVE 0 TO WS-VAL-RESULTADO
           MOVE 'N' TO WS-VAL-NEGATIVO
           MOVE FUNCTION TRIM(WS-CAMPO-VALOR) TO WS-VAL-TRIM
           IF WS-VAL-TRIM(1:1) = "-" OR WS-VAL-TRIM(1:1) = "+"
               IF WS-VAL-TRIM(1:1) = "-"
                   MOVE 'S' TO WS-VAL-NEGATIVO
               END-IF
               MOVE WS-VAL-TRIM(2:) TO WS-VAL-RESTO
           ELSE
               MOVE WS-VAL-TRIM TO WS-VAL-RESTO
           END-IF

           MOVE SPACES TO WS-VAL-INTEIRO
           MOVE SPACES TO WS-VAL-FRACAO
           MOVE 0 TO WS-VAL-PARTES
           UNSTRING WS-VAL-RESTO DELIMITED BY "," OR "."
               INTO WS-VAL-INTEIRO WS-VAL-FRACAO
               TALLYING WS-VAL-PARTES
               ON OVERFLOW
                   MOVE 9 TO WS-VAL-PARTES
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-VAL-INTEIRO = SPACES
                       OR WS-VAL-PARTES > 2
                   CONTINUE
               WHEN FUNCTION TRIM(WS-VAL-INTEIRO) NOT NUMERIC
                   CONTINUE
               WHEN WS-VAL-FRACAO NOT = SPACES
                       AND FUNCTION TRIM(WS-VAL-FRACAO) NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   MOVE 'S' TO WS-VAL-OK
           END-EVALUATE

           IF WS-VAL-OK NOT = 'S'
               MOVE 'S' TO WS-LINHA-ERRO
               STRING FUNCTION TRIM(WS-CAMPO-NOME)
                   " NAO NUMERICO" DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
               IF WS-VAL-FRACAO(3:) NOT = SPACES
                   MOVE 'S' TO WS-LINHA-ERRO
                   STRING FUNCTION TRIM(WS-CAMPO-NOME)
                       " COM SEPARADOR DE MILHAR" DELIMITED BY SIZE
                       INTO WS-MOTIVO
               ELSE
                   IF WS-VAL-FRACAO NOT = SPACES
                           AND FUNCTION NUMVAL(WS-VAL-FRACAO) NOT = 0
                       MOVE 'S' TO WS-LINHA-ERRO
                       STRING FUNCTION TRIM(WS-CAMPO-NOME)
                           " COM CASAS DECIMAIS" DELIMITED BY SIZE
                           INTO WS-MOTIVO
                   ELSE
                       IF FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-INTEIRO))
                               > 9
                           MOVE 99999999 TO WS-VAL-NUMERO
                       ELSE
                           COMPUTE WS-VAL-NUMERO =
                               FUNCTION NUMVAL(WS-VAL-INTEIRO)
                       END-IF
                       IF WS-VAL-NUMERO > 99999
                           MOVE 'S' TO WS-LINHA-ERRO
                           STRING FUNCTION TRIM(WS-CAMPO-NOME)
                               " FORA DA FAIXA (-99999 A 99999)"
                               DELIMITED BY SIZE INTO WS-MOTIVO
                       ELSE
                           MOVE WS-VAL-NUMERO TO WS-VAL-RESULTADO
                           IF WS-VAL-NEGATIVO = 'S'
                               COMPUTE WS-VAL-RESULTADO =
                                   0 - WS-VAL-RESULTADO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-OPCAO.
           MOVE FUNCTION TRIM(WS-CSV-OPCAO) TO WS-VAL-TRIM
           IF WS-VAL-TRIM = SPACES OR WS-VAL-TRIM(3:) NOT = SPACES
               MOVE 'S' TO WS-LINHA-ERRO
               MOVE "OPCAO INVALIDA" TO WS-MOTIVO
           ELSE
               IF FUNCTION TRIM(WS-VAL-TRIM) NOT NUMERIC
                   MOVE 'S' TO WS-LINHA-ERRO
                   MOVE "OPCAO INVALIDA" TO WS-MOTIVO
               ELSE
                   COMPUTE WS-REG-OPCAO =
                       FUNCTION NUMVAL(WS-VAL-TRIM)
                   IF WS-REG-OPCAO < 1 OR WS-REG-OPCAO > 12
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "OPCAO FORA DA FAIXA (1 A 12)"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-OPERADOR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-OPER))
               TO WS-VAL-TRIM
           IF WS-VAL-TRIM = SPACES OR WS-VAL-TRIM(7:) NOT = SPACES
               MOVE 'S' TO WS-LINHA-ERRO
               MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO
           ELSE
               MOVE WS-VAL-TRIM TO WS-REG-OPER
               MOVE WS-REG-OPER TO OPER-ID
               READ OPER-FILE KEY IS OPER-ID
                   INVALID KEY
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF OPER-ATIVO NOT = "S"
                           MOVE 'S' TO WS-LINHA-ERRO
                           MOVE "OPERADOR INATIVO" TO WS-MOTIVO
                       ELSE
                           IF OPER-AUTORIZACOES(WS-REG-OPCAO:1)
                                   NOT = "S"
                               MOVE 'S' TO WS-LINHA-ERRO
                               MOVE "OPERACAO NAO AUTORIZADA"
                                   TO WS-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-IF.

       VALIDAR-PARAMETRO-OPERACAO.
           EVALUATE WS-REG-OPCAO
               WHEN 7
               WHEN 8
                   IF WS-REG-NUM2 < 1 OR WS-REG-NUM2 > 99
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "MOEDA INVALIDA" TO WS-MOTIVO
                   ELSE
                       MOVE WS-REG-NUM2 TO WS-COD-ORIGEM
                       PERFORM VERIFICAR-MOEDA-ORIGEM
                   END-IF
               WHEN 9
                   IF WS-REG-NUM2 < 101 OR WS-REG-NUM2 > 9999
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "MOEDA INVALIDA" TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-COD-ORIGEM = WS-REG-NUM2 / 100
                       COMPUTE WS-COD-DESTINO =
                           WS-REG-NUM2 - WS-COD-ORIGEM * 100
                       PERFORM VERIFICAR-MOEDA-ORIGEM
                       IF WS-LINHA-ERRO = 'N'
                           IF WS-COD-DESTINO = 0
                               MOVE 'S' TO WS-LINHA-ERRO
                               MOVE "MOEDA DE DESTINO INVALIDA"
                                   TO WS-MOTIVO
                           ELSE
                               IF WS-MOEDA-VALIDA(WS-COD-DESTINO)
                                       NOT = 'S'
                                   MOVE 'S' TO WS-LINHA-ERRO
                                   MOVE "MOEDA DE DESTINO SEM TAXA "
                                       & "EM CAMBIO.DAT" TO WS-MOTIVO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN 10
               WHEN 11
               WHEN 12
                   IF WS-REG-NUM2 < 1000
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "NUM2 DEVE SER PERIODOS X 1000 + TAXA"
                           TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICAR-MOEDA-ORIGEM.
           IF WS-CAMBIO-OK NOT = 'S'
               MOVE 'S' TO WS-LINHA-ERRO
               MOVE "CAMBIO.DAT INDISPONIVEL" TO WS-MOTIVO
           ELSE
               IF WS-COD-ORIGEM = 0
                   MOVE 'S' TO WS-LINHA-ERRO
                   MOVE "MOEDA INVALIDA" TO WS-MOTIVO
               ELSE
                   IF WS-MOEDA-VALIDA(WS-COD-ORIGEM) NOT = 'S'
                       MOVE 'S' TO WS-LINHA-ERRO
                       MOVE "MOEDA SEM TAXA EM CAMBIO.DAT"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-DETALHE.
           MOVE SPACES TO TRN-DETALHE
           MOVE "D" TO TRN-DET-TIPO
           MOVE WS-REG-REF TO TRN-DET-REF
           MOVE WS-REG-NUM1 TO WS-VALOR-SINAL
           MOVE WS-VALOR-TEXTO TO TRN-DET-NUM1
           MOVE WS-REG-NUM2 TO WS-VALOR-SINAL
           MOVE WS-VALOR-TEXTO TO TRN-DET-NUM2
           MOVE WS-REG-OPCAO TO TRN-DET-OPCAO
           MOVE WS-REG-OPER TO TRN-DET-OPER
           WRITE CALC-TRANS-RECORD FROM TRN-DETALHE
           ADD 1 TO WS-CT-ACEITAS
           ADD WS-REG-NUM1 TO WS-HASH-TOTAL
           IF WS-REFS-QTD < 2000
               ADD 1 TO WS-REFS-QTD
               MOVE WS-REG-REF TO WS-REFS-ITEM(WS-REFS-QTD)
           END-IF.

       GRAVAR-LINHA-ERRO.
           ADD 1 TO WS-CT-RECUSADAS
           MOVE WS-LINHA-NUM TO EXIB-LINHA
           MOVE SPACES TO WS-LINHA-ERRO-CSV
           STRING FUNCTION TRIM(EXIB-LINHA) ";"
               FUNCTION TRIM(WS-MOTIVO) ";"
               FUNCTION TRIM(IMPORT-RECORD TRAILING)
               DELIMITED BY SIZE INTO WS-LINHA-ERRO-CSV
           MOVE WS-LINHA-ERRO-CSV TO IMPERR-RECORD
           WRITE IMPERR-RECORD
           DISPLAY "Linha " FUNCTION TRIM(EXIB-LINHA) " recusada: "
               FUNCTION TRIM(WS-MOTIVO).
