       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVACAO.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CALC-PEND-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CALC-REF-FILE ASSIGN TO "CALCREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFX-REF
               FILE STATUS IS WS-REFX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CALC-REJ-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT CALC-RESTMP-FILE ASSIGN TO "CALCRES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTMP-STATUS.

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

       FD  CALC-REJ-FILE.
       01  CALC-REJ-RECORD.
           05 REJ-NUM1         PIC X(10).
           05 REJ-NUM2         PIC X(10).
           05 REJ-OPCAO        PIC X(2).
           05 REJ-OPER         PIC X(6).
           05 REJ-MOTIVO-COD   PIC X(2).
           05 REJ-MOTIVO-TEXTO PIC X(30).
           05 REJ-REF          PIC X(10).

       FD  CALC-RESULT-FILE.
       01  CALC-RESULT-RECORD  PIC X(80).

       FD  CALC-RESTMP-FILE.
       01  CALC-RESTMP-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-PEND-STATUS      PIC XX.
       77 WS-REFX-STATUS      PIC XX.
       77 WS-AUDIT-STATUS     PIC XX.
       77 WS-REJ-STATUS       PIC XX.
       77 WS-RESULT-STATUS    PIC XX.
       77 WS-RESTMP-STATUS    PIC XX.
       77 WS-RESTMP-OK        PIC X VALUE 'N'.
       77 WS-EOF              PIC X VALUE 'N'.

       77 STR-OPCAO           PIC X(2).
       77 STR-OPER            PIC X(6).
       77 STR-NUMERO          PIC X(4).
       77 STR-CONFIRMA        PIC X.
       77 STR-MOTIVO          PIC X(30).
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-NUMERO           PIC 9(4) VALUE 0.

       77 WS-OPER-ATUAL       PIC X(6) VALUE SPACES.
       77 WS-OPER-OK          PIC X.
       77 WS-OPER-APROV-ATUAL PIC X.

       COPY "opacess.cpy".

       01  WS-TAB-PENDENTES.
           05 WS-QTD-PEND     PIC 9(4) VALUE 0.
           05 WS-PENDENCIA OCCURS 500 TIMES INDEXED BY WS-IDX-PEND.
               10 WS-TP-ID    PIC X(20).

       77 WS-SEL-OK           PIC X VALUE 'N'.
       77 WS-PEND-ABERTO      PIC X VALUE 'N'.
       77 WS-DECISAO          PIC X.
       77 WS-RES-RUN-OK       PIC X.
       77 WS-RES-ACHOU        PIC X.
       77 WS-CT-APROVADOS     PIC 9(4) VALUE 0.
       77 WS-CT-RECUSADOS     PIC 9(4) VALUE 0.

       01  RES-DETALHE.
           05 RES-DET-TIPO     PIC X.
           05 RES-DET-SEQ      PIC 9(6).
           05 RES-DET-NUM1     PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05 RES-DET-NUM2     PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05 RES-DET-OPCAO    PIC 9(2).
           05 RES-DET-STATUS   PIC X(2).
           05 RES-DET-MOTIVO   PIC X(2).
           05 RES-DET-RESULT   PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           05 RES-DET-OPER     PIC X(6).
           05 RES-DET-REF      PIC X(10).

       01  RES-TRAILER.
           05 RES-TRL-TIPO     PIC X.
           05 RES-TRL-LIDOS    PIC 9(6).
           05 RES-TRL-OK       PIC 9(6).
           05 RES-TRL-ERRO     PIC 9(6).
           05 RES-TRL-HASH     PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.

       01  WS-VALOR-TEXTO.
           05 WS-VALOR-SINAL   PIC S9(5)
                               SIGN IS LEADING SEPARATE.

       77 EXIB-NUM            PIC -(5)9.99.
       77 EXIB-RESULT         PIC -(10)9.99.
       77 EXIB-LIMITE         PIC Z(9)9.99.
       77 EXIB-NUMERO         PIC ZZZ9.

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
       77 WS-AUD-CONTEUDO     PIC X(136).
       77 WS-AUD-GRAVADA      PIC X VALUE 'N'.
       77 WS-REJ-GRAVADO      PIC X VALUE 'N'.
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
           DISPLAY "   APROVAÇÃO DE OPERAÇÕES PENDENTES".
           DISPLAY "-----------------------------------".

           PERFORM IDENTIFICAR-APROVADOR

           MOVE 0 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 4
               DISPLAY " "
               DISPLAY "1 - Listar pendentes"
               DISPLAY "2 - Aprovar"
               DISPLAY "3 - Recusar"
               DISPLAY "4 - Sair"
               DISPLAY "Opção: "
               ACCEPT STR-OPCAO
               IF FUNCTION TRIM(STR-OPCAO) NUMERIC
                   COMPUTE WS-OPCAO = FUNCTION NUMVAL(STR-OPCAO)
               ELSE
                   MOVE 0 TO WS-OPCAO
               END-IF
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-PENDENTES
                   WHEN 2
                       MOVE "A" TO WS-DECISAO
                       PERFORM DECIDIR-PENDENTE
                   WHEN 3
                       MOVE "R" TO WS-DECISAO
                       PERFORM DECIDIR-PENDENTE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opção inválida!"
               END-EVALUATE
           END-PERFORM

           DISPLAY " "
           DISPLAY "Aprovadas nesta sessão: " WS-CT-APROVADOS
           DISPLAY "Recusadas nesta sessão: " WS-CT-RECUSADOS
           DISPLAY "Fim da aprovação."
           STOP RUN.

       IDENTIFICAR-APROVADOR.
           MOVE 'N' TO WS-OPER-OK
           PERFORM UNTIL WS-OPER-OK = 'Y'
               DISPLAY "Identificação do aprovador: "
               ACCEPT STR-OPER
               MOVE FUNCTION UPPER-CASE(STR-OPER) TO STR-OPER
               MOVE STR-OPER TO WS-OPER-ATUAL
               PERFORM VALIDAR-OPERADOR
               IF WS-OPER-OK NOT = 'Y'
                   DISPLAY "Operador inválido ou inativo!"
               ELSE
                   IF WS-OPER-APROV-ATUAL NOT = "S"
                       DISPLAY "Operador sem permissão de "
                           "aprovação!"
                       MOVE 'N' TO WS-OPER-OK
                   ELSE
                       PERFORM CONFERIR-PIN
                   END-IF
               END-IF
           END-PERFORM.

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
           MOVE "APROVACAO" TO ACESSO-PROGRAMA
           MOVE WS-OPER-ATUAL TO ACESSO-OPER-ID
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           IF ACESSO-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-OPER-OK
           END-IF.

       LISTAR-PENDENTES.
           MOVE 0 TO WS-QTD-PEND
           OPEN INPUT CALC-PEND-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "Nenhuma operação pendente (CALCPEND.DAT "
                   "status " WS-PEND-STATUS ")."
           ELSE
               DISPLAY "  Nº Data/hora      Operador Op "
                   "      Resultado        Limite REF"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALC-PEND-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PEND-SITUACAO = "P"
                                   AND WS-QTD-PEND < 500
                               ADD 1 TO WS-QTD-PEND
                               MOVE PEND-ID TO WS-TP-ID(WS-QTD-PEND)
                               PERFORM EXIBIR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PEND-FILE
               DISPLAY WS-QTD-PEND " operação(ões) pendente(s)."
           END-IF.

       EXIBIR-PENDENTE.
           MOVE WS-QTD-PEND TO EXIB-NUMERO
           MOVE PEND-RESULT TO EXIB-RESULT
           MOVE PEND-LIMITE TO EXIB-LIMITE
           DISPLAY EXIB-NUMERO " " PEND-DATA-HORA " " PEND-OPER
               "   " PEND-OPCAO " " EXIB-RESULT " " EXIB-LIMITE
               " " PEND-REF.

       DECIDIR-PENDENTE.
           PERFORM SELECIONAR-PENDENTE
           IF WS-SEL-OK = 'S'
               MOVE PEND-NUM1 TO EXIB-NUM
               DISPLAY "  Origem:    " PEND-PROGRAMA " " PEND-RUN-ID
               DISPLAY "  Operador:  " PEND-OPER
               DISPLAY "  NUM1:      " EXIB-NUM
               MOVE PEND-NUM2 TO EXIB-NUM
               DISPLAY "  NUM2:      " EXIB-NUM
               DISPLAY "  Opção:     " PEND-OPCAO
               MOVE PEND-RESULT TO EXIB-RESULT
               DISPLAY "  Resultado: " EXIB-RESULT
               MOVE PEND-LIMITE TO EXIB-LIMITE
               DISPLAY "  Limite:    " EXIB-LIMITE
               DISPLAY "  REF:       " PEND-REF
               IF WS-DECISAO = "R"
                   DISPLAY "Motivo da recusa: "
                   ACCEPT STR-MOTIVO
                   IF STR-MOTIVO = SPACES
                       DISPLAY "Motivo obrigatório - operação "
                           "mantida pendente."
                       MOVE 'N' TO WS-SEL-OK
                   END-IF
               ELSE
                   MOVE SPACES TO STR-MOTIVO
               END-IF
           END-IF
           IF WS-SEL-OK = 'S'
               IF WS-DECISAO = "A"
                   DISPLAY "Confirma a APROVAÇÃO (S/N)? "
               ELSE
                   DISPLAY "Confirma a RECUSA (S/N)? "
               END-IF
               ACCEPT STR-CONFIRMA
               MOVE FUNCTION UPPER-CASE(STR-CONFIRMA)
                   TO STR-CONFIRMA
               IF STR-CONFIRMA NOT = "S"
                   DISPLAY "Operação mantida pendente."
                   MOVE 'N' TO WS-SEL-OK
               END-IF
           END-IF
           IF WS-SEL-OK = 'S'
               IF WS-DECISAO = "A"
                   PERFORM APROVAR-PENDENTE
               ELSE
                   PERFORM RECUSAR-PENDENTE
               END-IF
           END-IF
           IF WS-PEND-ABERTO = 'S'
               CLOSE CALC-PEND-FILE
               MOVE 'N' TO WS-PEND-ABERTO
           END-IF.

       SELECIONAR-PENDENTE.
           MOVE 'N' TO WS-SEL-OK
           IF WS-QTD-PEND = 0
               PERFORM LISTAR-PENDENTES
           END-IF
           IF WS-QTD-PEND = 0
               DISPLAY "Nada a decidir."
           ELSE
               DISPLAY "Número da pendência (0 cancela): "
               ACCEPT STR-NUMERO
               IF FUNCTION TRIM(STR-NUMERO) NUMERIC
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(STR-NUMERO)
               ELSE
                   MOVE 0 TO WS-NUMERO
               END-IF
               IF WS-NUMERO < 1 OR WS-NUMERO > WS-QTD-PEND
                   DISPLAY "Nenhuma pendência selecionada."
               ELSE
                   OPEN I-O CALC-PEND-FILE
                   IF WS-PEND-STATUS NOT = "00"
                       DISPLAY "Erro: não foi possível abrir "
                           "CALCPEND.DAT - status " WS-PEND-STATUS
                   ELSE
                       MOVE 'S' TO WS-PEND-ABERTO
                       MOVE WS-TP-ID(WS-NUMERO) TO PEND-ID
                       READ CALC-PEND-FILE KEY IS PEND-ID
                           INVALID KEY
                               DISPLAY "Pendência não encontrada!"
                           NOT INVALID KEY
                               PERFORM CONFERIR-SELECAO
                       END-READ
                       IF WS-SEL-OK NOT = 'S'
                           CLOSE CALC-PEND-FILE
                           MOVE 'N' TO WS-PEND-ABERTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFERIR-SELECAO.
           IF PEND-SITUACAO NOT = "P"
               DISPLAY "Pendência já decidida por " PEND-APROVADOR
                   "!"
           ELSE
               IF PEND-OPER = WS-OPER-ATUAL
                   DISPLAY "O aprovador não pode decidir uma "
                       "operação própria!"
               ELSE
                   MOVE 'S' TO WS-SEL-OK
               END-IF
           END-IF.

       APROVAR-PENDENTE.
           PERFORM GRAVAR-AUDITORIA-APROVACAO
           IF WS-AUD-GRAVADA NOT = 'S'
               DISPLAY "Aprovação não efetuada - a pendência "
                   "continua aberta."
           ELSE
               MOVE "A" TO PEND-SITUACAO
               PERFORM REGRAVAR-PENDENTE
               IF PEND-REF NOT = SPACES
                   PERFORM ATUALIZAR-REFERENCIA
               END-IF
               IF PEND-RUN-ID NOT = SPACES
                   PERFORM ATUALIZAR-RESULTADO-LOTE
               END-IF
               ADD 1 TO WS-CT-APROVADOS
               DISPLAY "Operação aprovada e lançada por " PEND-OPER
                   "/" WS-OPER-ATUAL "."
           END-IF.

       RECUSAR-PENDENTE.
           PERFORM GRAVAR-REJEITO
           IF WS-REJ-GRAVADO NOT = 'S'
               DISPLAY "Recusa não efetuada - a pendência "
                   "continua aberta."
           ELSE
               PERFORM GRAVAR-AUDITORIA-RECUSA
               IF WS-AUD-GRAVADA NOT = 'S'
                   DISPLAY "Recusa não efetuada - a pendência "
                       "continua aberta."
                   DISPLAY "Atenção: a linha da REF " PEND-REF
                       " já gravada em CALCREJ.DAT não deve ser "
                       "reprocessada."
               ELSE
                   MOVE "R" TO PEND-SITUACAO
                   PERFORM REGRAVAR-PENDENTE
                   IF PEND-REF NOT = SPACES
                       PERFORM ATUALIZAR-REFERENCIA
                   END-IF
                   IF PEND-RUN-ID NOT = SPACES
                       PERFORM ATUALIZAR-RESULTADO-LOTE
                   END-IF
                   ADD 1 TO WS-CT-RECUSADOS
                   DISPLAY "Operação recusada - enviada para "
                       "CALCREJ.DAT."
               END-IF
           END-IF.

       REGRAVAR-PENDENTE.
           MOVE WS-OPER-ATUAL TO PEND-APROVADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEND-DECISAO
           MOVE STR-MOTIVO TO PEND-MOTIVO
           REWRITE CALC-PEND-RECORD
               INVALID KEY
                   DISPLAY "Erro: não foi possível regravar "
                       "CALCPEND.DAT - status " WS-PEND-STATUS
           END-REWRITE.

       ATUALIZAR-REFERENCIA.
           OPEN I-O CALC-REF-FILE
           IF WS-REFX-STATUS NOT = "00"
               DISPLAY "Aviso: não foi possível abrir CALCREF.DAT "
                   "- status " WS-REFX-STATUS
           ELSE
               MOVE PEND-REF TO REFX-REF
               READ CALC-REF-FILE KEY IS REFX-REF
                   INVALID KEY
                       DISPLAY "Aviso: referência " PEND-REF
                           " ausente de CALCREF.DAT!"
                   NOT INVALID KEY
                       IF WS-DECISAO = "A"
                           MOVE "OK" TO REFX-SITUACAO
                           ADD 1 TO REFX-LANCAMENTOS
                       ELSE
                           IF REFX-LANCAMENTOS > 0
                               MOVE "OK" TO REFX-SITUACAO
                           ELSE
                               MOVE "ER" TO REFX-SITUACAO
                           END-IF
                       END-IF
                       REWRITE CALC-REF-RECORD
                           INVALID KEY
                               DISPLAY "Erro: não foi possível "
                                   "regravar CALCREF.DAT - status "
                                   WS-REFX-STATUS
                       END-REWRITE
               END-READ
               CLOSE CALC-REF-FILE
           END-IF.

       ATUALIZAR-RESULTADO-LOTE.
           MOVE 'N' TO WS-RES-RUN-OK
           MOVE 'N' TO WS-RES-ACHOU
           OPEN INPUT CALC-RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "Aviso: CALCRES.DAT indisponível - status "
                   WS-RESULT-STATUS
           ELSE
               OPEN OUTPUT CALC-RESTMP-FILE
               IF WS-RESTMP-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível gravar "
                       "CALCRES.TMP - status " WS-RESTMP-STATUS
                       " - CALCRES.DAT não alterado."
                   CLOSE CALC-RESULT-FILE
               ELSE
                   MOVE 'S' TO WS-RESTMP-OK
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CALC-RESULT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM AJUSTAR-LINHA-RESULTADO
                               WRITE CALC-RESTMP-RECORD
                                   FROM CALC-RESULT-RECORD
                               IF WS-RESTMP-STATUS NOT = "00"
                                   MOVE 'N' TO WS-RESTMP-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALC-RESULT-FILE
                   CLOSE CALC-RESTMP-FILE
                   EVALUATE TRUE
                       WHEN WS-RESTMP-OK NOT = 'S'
                           DISPLAY "Erro: falha ao gravar "
                               "CALCRES.TMP - status "
                               WS-RESTMP-STATUS
                               " - CALCRES.DAT não alterado."
                       WHEN WS-RES-ACHOU = 'S'
                           PERFORM COPIAR-RESULTADO-LOTE
                       WHEN OTHER
                           DISPLAY "Aviso: o run " PEND-RUN-ID
                               " não está mais em CALCRES.DAT - "
                               "arquivo de resultados não alterado."
                   END-EVALUATE
               END-IF
           END-IF.

       AJUSTAR-LINHA-RESULTADO.
           EVALUATE CALC-RESULT-RECORD(1:1)
               WHEN "H"
                   IF CALC-RESULT-RECORD(16:14) = PEND-RUN-ID
                       MOVE 'S' TO WS-RES-RUN-OK
                   END-IF
               WHEN "D"
                   MOVE CALC-RESULT-RECORD TO RES-DETALHE
                   IF WS-RES-RUN-OK = 'S'
                           AND WS-RES-ACHOU = 'N'
                           AND RES-DET-SEQ = PEND-LOTE-SEQ
                           AND RES-DET-STATUS = "PE"
                           AND RES-DET-REF = PEND-REF
                       MOVE 'S' TO WS-RES-ACHOU
                       IF WS-DECISAO = "A"
                           MOVE "OK" TO RES-DET-STATUS
                       ELSE
                           MOVE "ER" TO RES-DET-STATUS
                           MOVE "10" TO RES-DET-MOTIVO
                           MOVE 0 TO RES-DET-RESULT
                       END-IF
                       MOVE RES-DETALHE TO CALC-RESULT-RECORD
                   END-IF
               WHEN "T"
                   IF WS-RES-ACHOU = 'S'
                       MOVE CALC-RESULT-RECORD TO RES-TRAILER
                       IF WS-DECISAO = "A"
                           ADD 1 TO RES-TRL-OK
                           ADD PEND-RESULT TO RES-TRL-HASH
                       ELSE
                           ADD 1 TO RES-TRL-ERRO
                       END-IF
                       MOVE RES-TRAILER TO CALC-RESULT-RECORD
                   END-IF
           END-EVALUATE.

       COPIAR-RESULTADO-LOTE.
           OPEN INPUT CALC-RESTMP-FILE
           IF WS-RESTMP-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível ler CALCRES.TMP "
                   "- status " WS-RESTMP-STATUS
                   " - CALCRES.DAT não alterado."
           ELSE
               OPEN OUTPUT CALC-RESULT-FILE
               IF WS-RESULT-STATUS NOT = "00"
                   DISPLAY "Erro: não foi possível regravar "
                       "CALCRES.DAT - status " WS-RESULT-STATUS
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CALC-RESTMP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE CALC-RESULT-RECORD
                                   FROM CALC-RESTMP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CALC-RESULT-FILE
                   DISPLAY "CALCRES.DAT do run " PEND-RUN-ID
                       " atualizado (registro " PEND-LOTE-SEQ ")."
               END-IF
               CLOSE CALC-RESTMP-FILE
           END-IF.

       GRAVAR-REJEITO.
           MOVE 'N' TO WS-REJ-GRAVADO
           OPEN EXTEND CALC-REJ-FILE
           IF WS-REJ-STATUS = "35"
               OPEN OUTPUT CALC-REJ-FILE
           END-IF
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar CALCREJ.DAT "
                   "- status " WS-REJ-STATUS
           ELSE
               MOVE PEND-NUM1 TO WS-VALOR-SINAL
               MOVE WS-VALOR-TEXTO TO REJ-NUM1
               MOVE PEND-NUM2 TO WS-VALOR-SINAL
               MOVE WS-VALOR-TEXTO TO REJ-NUM2
               MOVE PEND-OPCAO TO REJ-OPCAO
               MOVE PEND-OPER TO REJ-OPER
               MOVE "10" TO REJ-MOTIVO-COD
               MOVE "recusado na aprovacao" TO REJ-MOTIVO-TEXTO
               MOVE PEND-REF TO REJ-REF
               WRITE CALC-REJ-RECORD
               IF WS-REJ-STATUS = "00"
                   MOVE 'S' TO WS-REJ-GRAVADO
               ELSE
                   DISPLAY "Erro: não foi possível gravar "
                       "CALCREJ.DAT - status " WS-REJ-STATUS
               END-IF
               CLOSE CALC-REJ-FILE
           END-IF.

       MONTAR-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-TS-ANO "-" WS-TS-MES "-" WS-TS-DIA " "
               WS-TS-HORA ":" WS-TS-MIN ":" WS-TS-SEG
               DELIMITED BY SIZE INTO WS-DATA-HORA.

       GRAVAR-AUDITORIA-APROVACAO.
           PERFORM MONTAR-DATA-HORA
           MOVE PEND-NUM1 TO AUD-NUM1
           MOVE PEND-NUM2 TO AUD-NUM2
           MOVE PEND-OPCAO TO AUD-OPCAO
           MOVE PEND-RESULT TO AUD-RESULT
           MOVE SPACES TO WS-AUD-CONTEUDO
           STRING WS-DATA-HORA " APROVACAO OPER=" PEND-OPER
               " NUM1=" AUD-NUM1 " NUM2=" AUD-NUM2
               " OPCAO=" AUD-OPCAO " RESULT=" AUD-RESULT
               " REF=" PEND-REF " APR=" WS-OPER-ATUAL
               DELIMITED BY SIZE INTO WS-AUD-CONTEUDO
           PERFORM GRAVAR-LINHA-AUDITORIA.

       GRAVAR-AUDITORIA-RECUSA.
           PERFORM MONTAR-DATA-HORA
           MOVE SPACES TO WS-AUD-CONTEUDO
           STRING WS-DATA-HORA " APROVACAO OPER=" PEND-OPER
               " RECUSA REF=" PEND-REF " PEND=" PEND-ID
               " APR=" WS-OPER-ATUAL
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
