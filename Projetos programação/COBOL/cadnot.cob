       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA-NOTURNA.
       AUTHOR. MATHEUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-CKPT-FILE ASSIGN TO "CADCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CAD-LOG-FILE ASSIGN TO "CADLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-CKPT-FILE.
       01  CAD-CKPT-RECORD.
           05 CKPT-CADEIA-ID   PIC X(14).
           05 CKPT-PASSO       PIC 9.
           05 CKPT-SITUACAO    PIC X(10).
           05 CKPT-DATA-HORA   PIC X(14).

       FD  CAD-LOG-FILE.
       01  CAD-LOG-RECORD.
           05 LOG-CADEIA-ID    PIC X(14).
           05 FILLER           PIC X.
           05 LOG-PASSO        PIC 9.
           05 FILLER           PIC X.
           05 LOG-PROGRAMA     PIC X(24).
           05 FILLER           PIC X.
           05 LOG-INICIO       PIC X(14).
           05 FILLER           PIC X.
           05 LOG-FIM          PIC X(14).
           05 FILLER           PIC X.
           05 LOG-RC           PIC 9(3).
           05 FILLER           PIC X.
           05 LOG-RESULTADO    PIC X(10).
           05 FILLER           PIC X.
           05 LOG-OBSERVACAO   PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-CKPT-STATUS      PIC XX.
       77 WS-LOG-STATUS       PIC XX.

       77 WS-PARM-LINHA       PIC X(32).
       77 WS-PARM-1           PIC X(10).
       77 WS-PARM-2           PIC X(10).
       77 WS-REINICIO         PIC X VALUE 'N'.
       77 WS-NOVA             PIC X VALUE 'N'.
       77 WS-FIM-MES          PIC X VALUE 'N'.

       77 WS-DATA-HOJE        PIC 9(8).
       77 WS-DATA-AMANHA      PIC 9(8).
       77 WS-CADEIA-ID        PIC X(14).

       77 WS-CKPT-ACHADO      PIC X VALUE 'N'.
       77 WS-CKPT-CADEIA-ID   PIC X(14).
       77 WS-CKPT-PASSO       PIC 9 VALUE 0.
       77 WS-CKPT-SITUACAO    PIC X(10).

       77 WS-PASSO-INICIAL    PIC 9 VALUE 1.
       77 WS-PASSO-FALHA      PIC 9 VALUE 0.
       77 WS-CADEIA-RETIDA    PIC X VALUE 'N'.
       77 WS-RC-LOTE-CALC     PIC 9(3) VALUE 0.
       77 WS-RC-CADEIA        PIC 9(2) VALUE 0.
       77 WS-SITUACAO-CADEIA  PIC X(10).

       77 WS-PASSO-ACAO       PIC X.
       77 WS-PASSO-RC         PIC 9(3).
       77 WS-RC-BRUTO         PIC S9(9).
       77 WS-COMANDO          PIC X(80).
       77 WS-CT-EXECUTADOS    PIC 9 VALUE 0.
       77 WS-CT-PULADOS       PIC 9 VALUE 0.
       77 WS-CT-FALHAS        PIC 9 VALUE 0.

       01  WS-TAB-PASSOS.
           05 WS-PASSO OCCURS 5 TIMES INDEXED BY WS-IDX-PASSO.
               10 WS-PASSO-PROGRAMA  PIC X(24).
               10 WS-PASSO-COMANDO   PIC X(40).
               10 WS-PASSO-EXEC-INI  PIC X(14).
               10 WS-PASSO-EXEC-FIM  PIC X(14).
               10 WS-PASSO-EXEC-RC   PIC 9(3).
               10 WS-PASSO-RESULTADO PIC X(10).
               10 WS-PASSO-OBS       PIC X(40).

       77 EXIB-PASSO          PIC 9.
       77 EXIB-RC             PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           DISPLAY "-----------------------------------".
           DISPLAY "   CADEIA NOTURNA DE PROCESSAMENTO".
           DISPLAY "-----------------------------------".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1)
           IF WS-DATA-AMANHA(7:2) = "01"
               MOVE 'S' TO WS-FIM-MES
           END-IF

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINHA) TO WS-PARM-LINHA
           PERFORM TRATAR-PARAMETROS

           PERFORM INICIAR-PASSOS
           PERFORM LER-CHECKPOINT
           PERFORM DEFINIR-PONTO-PARTIDA

           DISPLAY "Cadeia: " WS-CADEIA-ID
           MOVE WS-PASSO-INICIAL TO EXIB-PASSO
           DISPLAY "Iniciando no passo " EXIB-PASSO
           IF WS-FIM-MES = 'S'
               DISPLAY "Fim de mês: arquivamento do log incluído."
           END-IF

           OPEN EXTEND CAD-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CAD-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CADLOG.DAT "
                   "- status " WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM EXECUTAR-CADEIA

           PERFORM ENCERRAR-CADEIA
           CLOSE CAD-LOG-FILE

           PERFORM IMPRIMIR-RESUMO

           MOVE WS-RC-CADEIA TO RETURN-CODE
           STOP RUN.

       TRATAR-PARAMETROS.
           MOVE SPACES TO WS-PARM-1
           MOVE SPACES TO WS-PARM-2
           IF WS-PARM-LINHA NOT = SPACES
               UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
                   INTO WS-PARM-1 WS-PARM-2
               END-UNSTRING
           END-IF
           IF WS-PARM-1 = "REINICIO" OR WS-PARM-2 = "REINICIO"
               MOVE 'S' TO WS-REINICIO
           END-IF
           IF WS-PARM-1 = "NOVA" OR WS-PARM-2 = "NOVA"
               MOVE 'S' TO WS-NOVA
           END-IF
           IF WS-PARM-1 = "FIMMES" OR WS-PARM-2 = "FIMMES"
               MOVE 'S' TO WS-FIM-MES
           END-IF
           IF WS-REINICIO = 'S' AND WS-NOVA = 'S'
               DISPLAY "Parâmetros conflitantes: use REINICIO ou "
                   "NOVA, não ambos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       INICIAR-PASSOS.
           INITIALIZE WS-TAB-PASSOS
           MOVE "CAMBIO-VALIDACAO" TO WS-PASSO-PROGRAMA(1)
           MOVE "./cambval" TO WS-PASSO-COMANDO(1)
           MOVE "CALCULADORA BATCH" TO WS-PASSO-PROGRAMA(2)
           MOVE "./calculadora BATCH" TO WS-PASSO-COMANDO(2)
           MOVE "LOTE-EXPORTACAO" TO WS-PASSO-PROGRAMA(3)
           MOVE "./calcexp" TO WS-PASSO-COMANDO(3)
           MOVE "AUDITORIA-VERIFICACAO" TO WS-PASSO-PROGRAMA(4)
           MOVE "./audver" TO WS-PASSO-COMANDO(4)
           MOVE "AUDITORIA-ARQUIVAMENTO" TO WS-PASSO-PROGRAMA(5)
           MOVE "./auditarc" TO WS-PASSO-COMANDO(5)
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 5
               MOVE "NAO RODOU" TO WS-PASSO-RESULTADO(WS-IDX-PASSO)
           END-PERFORM.

       LER-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-ACHADO
           MOVE 0 TO WS-CKPT-PASSO
           OPEN INPUT CAD-CKPT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CAD-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-CKPT-ACHADO
                       MOVE CKPT-CADEIA-ID TO WS-CKPT-CADEIA-ID
                       MOVE CKPT-PASSO TO WS-CKPT-PASSO
                       MOVE CKPT-SITUACAO TO WS-CKPT-SITUACAO
               END-READ
               CLOSE CAD-CKPT-FILE
           END-IF.

       DEFINIR-PONTO-PARTIDA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CADEIA-ID
           MOVE 1 TO WS-PASSO-INICIAL

           IF WS-CKPT-ACHADO = 'S' AND WS-CKPT-PASSO > 0
               IF WS-REINICIO = 'S'
                   MOVE WS-CKPT-CADEIA-ID TO WS-CADEIA-ID
                   MOVE WS-CKPT-PASSO TO WS-PASSO-INICIAL
                   DISPLAY "Reinício da cadeia " WS-CADEIA-ID
                       " (situação anterior: "
                       FUNCTION TRIM(WS-CKPT-SITUACAO) ")"
               ELSE
                   IF WS-NOVA = 'S'
                       DISPLAY "Aviso: cadeia " WS-CKPT-CADEIA-ID
                           " incompleta descartada por NOVA!"
                   ELSE
                       MOVE WS-CKPT-PASSO TO EXIB-PASSO
                       DISPLAY "Cadeia " WS-CKPT-CADEIA-ID
                           " incompleta ("
                           FUNCTION TRIM(WS-CKPT-SITUACAO)
                           " no passo " EXIB-PASSO ")."
                       DISPLAY "Use REINICIO para retomar do passo "
                           "pendente ou NOVA para iniciar outra "
                           "cadeia."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               IF WS-REINICIO = 'S'
                   DISPLAY "Nenhuma cadeia pendente - iniciando "
                       "cadeia nova."
               END-IF
           END-IF.

       EXECUTAR-CADEIA.
           PERFORM VARYING WS-IDX-PASSO FROM WS-PASSO-INICIAL BY 1
                   UNTIL WS-IDX-PASSO > 5 OR WS-CADEIA-RETIDA = 'S'
               PERFORM DECIDIR-PASSO
               IF WS-PASSO-ACAO = 'E'
                   PERFORM EXECUTAR-PASSO
                   PERFORM AVALIAR-PASSO
               ELSE
                   ADD 1 TO WS-CT-PULADOS
                   MOVE "PULADO" TO WS-PASSO-RESULTADO(WS-IDX-PASSO)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO WS-PASSO-EXEC-INI(WS-IDX-PASSO)
                   MOVE WS-PASSO-EXEC-INI(WS-IDX-PASSO)
                       TO WS-PASSO-EXEC-FIM(WS-IDX-PASSO)
                   DISPLAY "Passo " WS-PASSO-PROGRAMA(WS-IDX-PASSO)
                       " pulado: " WS-PASSO-OBS(WS-IDX-PASSO)
               END-IF
               PERFORM GRAVAR-LOG-PASSO
           END-PERFORM.

       DECIDIR-PASSO.
           MOVE 'E' TO WS-PASSO-ACAO
           MOVE SPACES TO WS-PASSO-OBS(WS-IDX-PASSO)
           EVALUATE WS-IDX-PASSO
               WHEN 3
                   IF WS-RC-LOTE-CALC >= 8
                       MOVE 'P' TO WS-PASSO-ACAO
                       MOVE "lote terminou com RC 8"
                           TO WS-PASSO-OBS(WS-IDX-PASSO)
                   END-IF
               WHEN 5
                   IF WS-FIM-MES NOT = 'S'
                       MOVE 'P' TO WS-PASSO-ACAO
                       MOVE "nao e fim de mes"
                           TO WS-PASSO-OBS(WS-IDX-PASSO)
                   ELSE
                       IF WS-PASSO-FALHA > 0
                           MOVE 'P' TO WS-PASSO-ACAO
                           MOVE "falha anterior na cadeia"
                               TO WS-PASSO-OBS(WS-IDX-PASSO)
                       END-IF
                   END-IF
           END-EVALUATE.

       EXECUTAR-PASSO.
           MOVE WS-CADEIA-ID TO CKPT-CADEIA-ID
           SET CKPT-PASSO TO WS-IDX-PASSO
           MOVE "EXECUTANDO" TO CKPT-SITUACAO
           PERFORM GRAVAR-CHECKPOINT

           DISPLAY " "
           DISPLAY ">>> Passo " WS-PASSO-PROGRAMA(WS-IDX-PASSO)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-PASSO-EXEC-INI(WS-IDX-PASSO)
           MOVE WS-PASSO-COMANDO(WS-IDX-PASSO) TO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-BRUTO
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-PASSO-EXEC-FIM(WS-IDX-PASSO)
           ADD 1 TO WS-CT-EXECUTADOS

           IF WS-RC-BRUTO < 0
               MOVE 999 TO WS-PASSO-RC
           ELSE
               COMPUTE WS-PASSO-RC =
                   FUNCTION INTEGER(WS-RC-BRUTO / 256)
                   ON SIZE ERROR
                       MOVE 999 TO WS-PASSO-RC
               END-COMPUTE
               IF WS-PASSO-RC = 0 AND WS-RC-BRUTO > 0
                   MOVE 999 TO WS-PASSO-RC
               END-IF
           END-IF
           MOVE WS-PASSO-RC TO WS-PASSO-EXEC-RC(WS-IDX-PASSO).

       AVALIAR-PASSO.
           EVALUATE TRUE
               WHEN WS-PASSO-RC = 0
                   MOVE "OK" TO WS-PASSO-RESULTADO(WS-IDX-PASSO)
               WHEN WS-PASSO-RC < 8
                   MOVE "AVISO" TO WS-PASSO-RESULTADO(WS-IDX-PASSO)
               WHEN OTHER
                   MOVE "FALHA" TO WS-PASSO-RESULTADO(WS-IDX-PASSO)
                   EVALUATE WS-PASSO-RC
                       WHEN 127
                           MOVE "programa nao encontrado"
                               TO WS-PASSO-OBS(WS-IDX-PASSO)
                       WHEN 999
                           MOVE "terminou de forma anormal"
                               TO WS-PASSO-OBS(WS-IDX-PASSO)
                   END-EVALUATE
           END-EVALUATE

           IF WS-IDX-PASSO = 1 AND WS-PASSO-RC > 0
               MOVE "RETIDO" TO WS-PASSO-RESULTADO(WS-IDX-PASSO)
               IF WS-PASSO-OBS(WS-IDX-PASSO) = SPACES
                   MOVE "taxas nao conferem - lote retido"
                       TO WS-PASSO-OBS(WS-IDX-PASSO)
               END-IF
               MOVE 'S' TO WS-CADEIA-RETIDA
           END-IF
           IF WS-IDX-PASSO = 2
               MOVE WS-PASSO-RC TO WS-RC-LOTE-CALC
           END-IF
           IF WS-IDX-PASSO = 4 AND WS-PASSO-RC >= 8
                   AND WS-PASSO-OBS(WS-IDX-PASSO) = SPACES
               MOVE "log de auditoria nao confere"
                   TO WS-PASSO-OBS(WS-IDX-PASSO)
           END-IF

           IF WS-PASSO-RC >= 8 OR WS-CADEIA-RETIDA = 'S'
               ADD 1 TO WS-CT-FALHAS
               IF WS-PASSO-FALHA = 0
                   SET WS-PASSO-FALHA TO WS-IDX-PASSO
               END-IF
           END-IF

           MOVE WS-PASSO-RC TO EXIB-RC
           DISPLAY "<<< Passo " WS-PASSO-PROGRAMA(WS-IDX-PASSO)
               " RC=" EXIB-RC " "
               WS-PASSO-RESULTADO(WS-IDX-PASSO).

       GRAVAR-LOG-PASSO.
           MOVE SPACES TO CAD-LOG-RECORD
           MOVE WS-CADEIA-ID TO LOG-CADEIA-ID
           SET LOG-PASSO TO WS-IDX-PASSO
           MOVE WS-PASSO-PROGRAMA(WS-IDX-PASSO) TO LOG-PROGRAMA
           MOVE WS-PASSO-EXEC-INI(WS-IDX-PASSO) TO LOG-INICIO
           MOVE WS-PASSO-EXEC-FIM(WS-IDX-PASSO) TO LOG-FIM
           MOVE WS-PASSO-EXEC-RC(WS-IDX-PASSO) TO LOG-RC
           MOVE WS-PASSO-RESULTADO(WS-IDX-PASSO) TO LOG-RESULTADO
           MOVE WS-PASSO-OBS(WS-IDX-PASSO) TO LOG-OBSERVACAO
           WRITE CAD-LOG-RECORD.

       ENCERRAR-CADEIA.
           EVALUATE TRUE
               WHEN WS-CADEIA-RETIDA = 'S'
                   MOVE "RETIDA" TO WS-SITUACAO-CADEIA
                   MOVE 8 TO WS-RC-CADEIA
               WHEN WS-PASSO-FALHA > 0
                   MOVE "FALHA" TO WS-SITUACAO-CADEIA
                   MOVE 8 TO WS-RC-CADEIA
               WHEN WS-RC-LOTE-CALC > 0
                   MOVE "AVISO" TO WS-SITUACAO-CADEIA
                   MOVE 4 TO WS-RC-CADEIA
               WHEN OTHER
                   MOVE "CONCLUIDA" TO WS-SITUACAO-CADEIA
                   MOVE 0 TO WS-RC-CADEIA
           END-EVALUATE

           MOVE WS-CADEIA-ID TO CKPT-CADEIA-ID
           MOVE WS-PASSO-FALHA TO CKPT-PASSO
           MOVE WS-SITUACAO-CADEIA TO CKPT-SITUACAO
           PERFORM GRAVAR-CHECKPOINT

           MOVE SPACES TO CAD-LOG-RECORD
           MOVE WS-CADEIA-ID TO LOG-CADEIA-ID
           MOVE 0 TO LOG-PASSO
           MOVE "CADEIA-NOTURNA" TO LOG-PROGRAMA
           MOVE WS-CADEIA-ID TO LOG-INICIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FIM
           MOVE WS-RC-CADEIA TO LOG-RC
           MOVE WS-SITUACAO-CADEIA TO LOG-RESULTADO
           IF WS-PASSO-FALHA > 0
               MOVE WS-PASSO-FALHA TO EXIB-PASSO
               STRING "reiniciar no passo " EXIB-PASSO
                   DELIMITED BY SIZE INTO LOG-OBSERVACAO
           END-IF
           WRITE CAD-LOG-RECORD.

       GRAVAR-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKPT-DATA-HORA
           OPEN OUTPUT CAD-CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível gravar CADCKPT.DAT "
                   "- status " WS-CKPT-STATUS
           ELSE
               WRITE CAD-CKPT-RECORD
               CLOSE CAD-CKPT-FILE
           END-IF.

       IMPRIMIR-RESUMO.
           DISPLAY " "
           DISPLAY "========================================"
           DISPLAY "   RESUMO DA CADEIA NOTURNA " WS-CADEIA-ID
           DISPLAY "========================================"
           DISPLAY "P PROGRAMA                 INICIO         "
               "FIM             RC RESULTADO"
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 5
               SET EXIB-PASSO TO WS-IDX-PASSO
               MOVE WS-PASSO-EXEC-RC(WS-IDX-PASSO) TO EXIB-RC
               DISPLAY EXIB-PASSO " "
                   WS-PASSO-PROGRAMA(WS-IDX-PASSO) " "
                   WS-PASSO-EXEC-INI(WS-IDX-PASSO) " "
                   WS-PASSO-EXEC-FIM(WS-IDX-PASSO) " "
                   EXIB-RC " "
                   WS-PASSO-RESULTADO(WS-IDX-PASSO)
               IF WS-PASSO-OBS(WS-IDX-PASSO) NOT = SPACES
                   DISPLAY "  -> " WS-PASSO-OBS(WS-IDX-PASSO)
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------"
           DISPLAY "Passos executados: " WS-CT-EXECUTADOS
               "   pulados: " WS-CT-PULADOS
               "   com falha: " WS-CT-FALHAS
           DISPLAY "Situação da cadeia: " WS-SITUACAO-CADEIA
               " RC=" WS-RC-CADEIA
           IF WS-PASSO-FALHA > 0
               MOVE WS-PASSO-FALHA TO EXIB-PASSO
               DISPLAY "Corrija a causa e execute com REINICIO - "
                   "a cadeia retoma no passo " EXIB-PASSO
           END-IF
           DISPLAY "Log da cadeia gravado em CADLOG.DAT"
           DISPLAY "========================================".
