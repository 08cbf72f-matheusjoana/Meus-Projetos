               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
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

       FD  CALC-CTL-FILE.
       01  CALC-CTL-RECORD.
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

       WORKING-STORAGE SECTION.

       77 STR-NUM1      PIC X(10).
       77 NUM1          PIC S9(5)V99 VALUE 0.
       77 NUM2          PIC S9(5)V99 VALUE 0.
       77 RESULT        PIC S9(10)V99 VALUE 0.
       77 OPCAO         PIC 9(2) VALUE 0.

       77 NUMERIC-CHECK PIC X.
       77 WS-VALIDA-TEXTO   PIC X(10).
       77 WS-VALIDA-OK      PIC X.
       77 EXIB-RESULT       PIC -(10)9.99.
       77 EXIB-SOMA-OPCAO   PIC -(11)9.99.
       77 EXIB-OPCAO        PIC Z9.

       77 WS-RUN-MODE   PIC X VALUE 'I'.
           88 WS-MODO-INTERATIVO VALUE 'I'.

       77 WS-TOTAL-OPERACOES  PIC 9(5) VALUE 0.
       77 WS-TOTAL-GERAL      PIC S9(11)V99 VALUE 0.
       77 WS-ULTIMO-OPCAO     PIC 9(2) VALUE 0.
       77 WS-ULTIMO-RESULT    PIC S9(10)V99 VALUE 0.
       01  WS-RESUMO.
           05 WS-RESUMO-OPERACAO OCCURS 12 TIMES INDEXED BY WS-IDX.
               10 WS-RESUMO-QTD  PIC 9(5) VALUE 0.
               10 WS-RESUMO-SOMA PIC S9(11)V99 VALUE 0.

       77 WS-ARQ-TOTAL-RESULT PIC S9(13)V99 VALUE 0.
       77 WS-RECON-FALHA      PIC X VALUE 'N'.
       77 WS-RECON-VALOR      PIC X(14).
       77 WS-CT-DUPLICADOS    PIC 9(8) VALUE 0.
       77 WS-CT-LIBERADOS     PIC 9(8) VALUE 0.

       77 WS-REFX-STATUS      PIC XX.
       77 WS-LIB-STATUS       PIC XX.
       77 WS-REFX-ABERTO      PIC X VALUE 'N'.
       77 WS-REFX-SITUACAO    PIC X(2).
       77 WS-REF-DUPLICADA    PIC X VALUE 'N'.
       77 WS-LIB-OPER         PIC X(6) VALUE SPACES.

       77 WS-PEND-STATUS      PIC XX.
       77 WS-PENDENTE         PIC X VALUE 'N'.
       77 WS-PEND-GRAVADO     PIC X.
       77 WS-PEND-SEQ         PIC 9(6) VALUE 0.
       77 WS-PEND-TENTATIVAS  PIC 9(3).
       77 WS-RESULT-ABS       PIC S9(10)V99.
       77 WS-CT-PENDENTES     PIC 9(8) VALUE 0.
       77 WS-ARQ-PEND         PIC 9(8) VALUE 0.
       77 EXIB-CONTADOR       PIC ZZZZZZZ9.
       77 EXIB-TOTAL          PIC -(13)9.99.

       COPY "calcmot.cpy".
       COPY "opacess.cpy".

       77 WS-OPER-STATUS      PIC XX.
       77 STR-OPER            PIC X(6).
       77 WS-OPER-ATUAL       PIC X(6) VALUE SPACES.
       77 WS-OPER-OK          PIC X.
       77 WS-OPRES-ACHOU      PIC X.
       77 WS-OPER-AUT-ATUAL   PIC X(20).
       77 WS-OPER-LIMITE-ATUAL PIC 9(10)V99 VALUE 0.

       01  WS-RESUMO-OPERADORES.
           05 WS-QTD-OPER-RESUMO PIC 9(3) VALUE 0.
           MOVE "ADMIN " TO OPER-ID
           MOVE "ADMINISTRADOR" TO OPER-NOME
           MOVE "S" TO OPER-ATIVO
           MOVE "SSSSSSSSSSSSNNNNNNNN" TO OPER-AUTORIZACOES
           INITIALIZE ACESSO-PARAMETROS
           MOVE "H" TO ACESSO-FUNCAO
           MOVE "CALCULADORA" TO ACESSO-PROGRAMA
           MOVE OPER-ID TO ACESSO-OPER-ID
           MOVE "1234" TO ACESSO-PIN
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           MOVE ACESSO-PIN-HASH TO OPER-PIN-HASH
           MOVE 0 TO OPER-LIMITE
           MOVE "S" TO OPER-APROVADOR
           MOVE 0 TO OPER-PIN-DATA
           MOVE 0 TO OPER-TENTATIVAS
           MOVE "N" TO OPER-BLOQUEADO
           WRITE OPER-RECORD
           CLOSE OPER-FILE.

       VALIDAR-OPERADOR.
           MOVE 'N' TO WS-OPER-OK
           MOVE ALL "N" TO WS-OPER-AUT-ATUAL
           MOVE 0 TO WS-OPER-LIMITE-ATUAL
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE WS-OPER-ATUAL TO OPER-ID
                           MOVE 'Y' TO WS-OPER-OK
                           MOVE OPER-AUTORIZACOES
                               TO WS-OPER-AUT-ATUAL
                           MOVE OPER-LIMITE TO WS-OPER-LIMITE-ATUAL
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       CONFERIR-PIN.
           INITIALIZE ACESSO-PARAMETROS
           MOVE "E" TO ACESSO-FUNCAO
           MOVE "CALCULADORA" TO ACESSO-PROGRAMA
           MOVE WS-OPER-ATUAL TO ACESSO-OPER-ID
           CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
           IF ACESSO-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-OPER-OK
           END-IF.

       IDENTIFICAR-OPERADOR.

       ACUMULAR-TOTAIS.
           MOVE OPCAO TO WS-ULTIMO-OPCAO
           IF WS-PENDENTE = 'S'
               MOVE 0 TO WS-ULTIMO-OPCAO
           END-IF
           MOVE RESULT TO WS-ULTIMO-RESULT
           MOVE 'Y' TO WS-ULTIMO-TOTAL-OK
           MOVE 'Y' TO WS-ULTIMO-RESUMO-OK
           IF WS-ULTIMO-OPCAO >= 1 AND WS-ULTIMO-OPCAO <= 12
               ADD 1 TO WS-TOTAL-OPERACOES
               ADD 1 TO WS-RESUMO-QTD(OPCAO)
               ADD RESULT TO WS-TOTAL-GERAL
           END-PERFORM.

       DESFAZER-TOTAIS.
           IF WS-ULTIMO-OPCAO >= 1 AND WS-ULTIMO-OPCAO <= 12
               SUBTRACT 1 FROM WS-TOTAL-OPERACOES
               SUBTRACT 1 FROM WS-RESUMO-QTD(WS-ULTIMO-OPCAO)
               IF WS-ULTIMO-TOTAL-OK = 'Y'
           DISPLAY " ".
           DISPLAY "----- Resumo da sessão -----".
           DISPLAY "Operações realizadas: " WS-TOTAL-OPERACOES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
               IF WS-RESUMO-QTD(WS-IDX) > 0
                   MOVE WS-RESUMO-SOMA(WS-IDX) TO EXIB-SOMA-OPCAO
                   SET EXIB-OPCAO TO WS-IDX
               MOVE 8 TO WS-RC-LOTE
               PERFORM GRAVAR-RUN-CONTROLE
           ELSE
               PERFORM ABRIR-INDICE-REFERENCIAS
               IF WS-REFX-ABERTO NOT = 'S'
                   DISPLAY "Lote recusado: índice de referências "
                       "CALCREF.DAT indisponível - nenhum registro "
                       "processado!"
                   MOVE 0 TO WS-SEQ-ATUAL
                   MOVE 8 TO WS-RC-LOTE
                   PERFORM GRAVAR-RUN-CONTROLE
               ELSE
                   PERFORM PROCESSAR-ARQUIVO-LOTE
                   CLOSE CALC-REF-FILE
               END-IF
           END-IF.

       ABRIR-INDICE-REFERENCIAS.
           MOVE 'N' TO WS-REFX-ABERTO
           OPEN I-O CALC-REF-FILE
           IF WS-REFX-STATUS = "35"
               OPEN OUTPUT CALC-REF-FILE
               CLOSE CALC-REF-FILE
               OPEN I-O CALC-REF-FILE
           END-IF
           IF WS-REFX-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CALCREF.DAT "
                   "- status " WS-REFX-STATUS
           ELSE
               MOVE 'S' TO WS-REFX-ABERTO
           END-IF.

       PROCESSAR-ARQUIVO-LOTE.
       RECONCILIAR-LOTE.
           MOVE 0 TO WS-ARQ-OK
           MOVE 0 TO WS-ARQ-ERRO
           MOVE 0 TO WS-ARQ-PEND
           MOVE 0 TO WS-ARQ-TOTAL-RESULT
           MOVE 'N' TO WS-RECON-FALHA

           DISPLAY "Linhas ERRO no arquivo:      " EXIB-CONTADOR
           MOVE WS-ARQ-REJEITOS TO EXIB-CONTADOR
           DISPLAY "Rejeitos no arquivo:         " EXIB-CONTADOR
           MOVE WS-CT-DUPLICADOS TO EXIB-CONTADOR
           DISPLAY "Duplicadas nesta execução:   " EXIB-CONTADOR
           MOVE WS-CT-LIBERADOS TO EXIB-CONTADOR
           DISPLAY "Repostagens liberadas:       " EXIB-CONTADOR
           MOVE WS-CT-PENDENTES TO EXIB-CONTADOR
           DISPLAY "Pendentes de aprovação:      " EXIB-CONTADOR
           MOVE WS-ARQ-PEND TO EXIB-CONTADOR
           DISPLAY "Pendentes no arquivo:        " EXIB-CONTADOR
           MOVE WS-CT-TOTAL-RESULT TO EXIB-TOTAL
           DISPLAY "Total RESULT desta execução: " EXIB-TOTAL
           MOVE WS-ARQ-TOTAL-RESULT TO EXIB-TOTAL
           DISPLAY "Total RESULT no arquivo:     " EXIB-TOTAL
           PERFORM EXIBIR-RESUMO-OPERADORES

           IF WS-CT-OK + WS-CT-ERRO + WS-CT-PENDENTES
                   NOT = WS-CT-PROCESSADOS
               MOVE 'S' TO WS-RECON-FALHA
               DISPLAY "DIVERGÊNCIA: OK + ERRO + PENDENTES difere "
                   "das transações processadas!"
           END-IF
           IF WS-CT-AUDITORIA NOT = WS-CT-OK
               MOVE 'S' TO WS-RECON-FALHA
               DISPLAY "DIVERGÊNCIA: auditoria difere das "
                   "linhas OK desta execução!"
           END-IF
           IF WS-ARQ-OK + WS-ARQ-ERRO + WS-ARQ-PEND
                   NOT = WS-SEQ-ATUAL
               MOVE 'S' TO WS-RECON-FALHA
               DISPLAY "DIVERGÊNCIA: linhas no arquivo diferem "
                   "das transações lidas!"
           IF WS-ULTIMO-SEQ = 0
               IF WS-ARQ-OK NOT = WS-CT-OK
                       OR WS-ARQ-ERRO NOT = WS-CT-ERRO
                       OR WS-ARQ-PEND NOT = WS-CT-PENDENTES
                   MOVE 'S' TO WS-RECON-FALHA
                   DISPLAY "DIVERGÊNCIA: contagem do arquivo "
                       "difere da contagem da execução!"
               IF CALC-RESULT-RECORD(26:2) = "ER"
                   ADD 1 TO WS-ARQ-ERRO
               END-IF
               IF CALC-RESULT-RECORD(26:2) = "PE"
                   ADD 1 TO WS-ARQ-PEND
               END-IF
           END-IF.

       LIMPAR-CHECKPOINT.
           ADD 1 TO WS-CT-PROCESSADOS

           MOVE FUNCTION UPPER-CASE(TRN-DET-OPER) TO WS-OPER-ATUAL
           PERFORM VERIFICAR-DUPLICIDADE
           IF WS-REF-DUPLICADA = 'S'
               MOVE 'S' TO WS-LOTE-ERRO
               MOVE "referencia duplicada" TO WS-MOTIVO-ERRO
               MOVE 0 TO NUM1
               MOVE 0 TO NUM2
               ADD 1 TO WS-CT-DUPLICADOS
               PERFORM GRAVAR-DETALHE-ERRO
           ELSE
               PERFORM VALIDAR-OPERADOR
               IF WS-OPER-OK NOT = 'Y'
                   MOVE 'S' TO WS-LOTE-ERRO
                   MOVE "operador invalido" TO WS-MOTIVO-ERRO
                   MOVE 0 TO NUM1
                   MOVE 0 TO NUM2
                   PERFORM GRAVAR-DETALHE-ERRO
               ELSE
                   PERFORM LER-NUM1
                   PERFORM LER-NUM2

                   IF WS-LOTE-ERRO = 'S'
                       MOVE 0 TO NUM1
                       MOVE 0 TO NUM2
                       PERFORM GRAVAR-DETALHE-ERRO
                   ELSE
                       PERFORM MENU-OPERACOES
                       IF WS-LOTE-ERRO = 'S'
                           PERFORM GRAVAR-DETALHE-ERRO
                       ELSE
                           IF WS-PENDENTE = 'S'
                               PERFORM GRAVAR-DETALHE-PENDENTE
                           ELSE
                               PERFORM GRAVAR-DETALHE-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-DUPLICIDADE.
           MOVE 'N' TO WS-REF-DUPLICADA
           MOVE SPACES TO WS-LIB-OPER
           IF WS-REF-ATUAL NOT = SPACES
               MOVE WS-REF-ATUAL TO REFX-REF
               READ CALC-REF-FILE KEY IS REFX-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REFX-SITUACAO = "OK"
                               OR REFX-SITUACAO = "PE"
                           MOVE 'S' TO WS-REF-DUPLICADA
                       END-IF
               END-READ
           END-IF
           IF WS-REF-DUPLICADA = 'S'
               PERFORM CONSULTAR-LIBERACAO
               IF WS-LIB-OPER NOT = SPACES
                   MOVE 'N' TO WS-REF-DUPLICADA
                   DISPLAY "Referência " WS-REF-ATUAL
                       " já lançada no run " REFX-RUN-ID
                       " - repostagem liberada por " WS-LIB-OPER
               ELSE
                   DISPLAY "Referência " WS-REF-ATUAL
                       " já lançada no run " REFX-RUN-ID
                       " - rejeitada como duplicada!"
               END-IF
           END-IF.

       CONSULTAR-LIBERACAO.
           MOVE SPACES TO WS-LIB-OPER
           OPEN INPUT CALC-LIB-FILE
           IF WS-LIB-STATUS = "00"
               MOVE WS-REF-ATUAL TO LIB-REF
               READ CALC-LIB-FILE KEY IS LIB-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIB-USADA = "N"
                           MOVE LIB-OPER TO WS-LIB-OPER
                       END-IF
               END-READ
               CLOSE CALC-LIB-FILE
           END-IF.

       BAIXAR-LIBERACAO.
           OPEN I-O CALC-LIB-FILE
           IF WS-LIB-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CALCLIB.DAT "
                   "- status " WS-LIB-STATUS
           ELSE
               MOVE WS-REF-ATUAL TO LIB-REF
               READ CALC-LIB-FILE KEY IS LIB-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO LIB-USADA
                       MOVE WS-RUN-ID TO LIB-RUN-ID
                       REWRITE CALC-LIB-RECORD
                           INVALID KEY
                               DISPLAY "Erro: não foi possível "
                                   "baixar a liberação de "
                                   WS-REF-ATUAL " - status "
                                   WS-LIB-STATUS
                       END-REWRITE
               END-READ
               CLOSE CALC-LIB-FILE
           END-IF
           ADD 1 TO WS-CT-LIBERADOS.

       REGISTRAR-REFERENCIA.
           IF WS-REF-ATUAL NOT = SPACES
               MOVE WS-REF-ATUAL TO REFX-REF
               READ CALC-REF-FILE KEY IS REFX-REF
                   INVALID KEY
                       MOVE 0 TO REFX-LANCAMENTOS
                       PERFORM MONTAR-REFERENCIA
                       WRITE CALC-REF-RECORD
                           INVALID KEY
                               DISPLAY "Erro: não foi possível "
                                   "gravar CALCREF.DAT - status "
                                   WS-REFX-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       IF WS-REFX-SITUACAO NOT = "ER"
                               OR REFX-SITUACAO = "ER"
                           PERFORM MONTAR-REFERENCIA
                           REWRITE CALC-REF-RECORD
                               INVALID KEY
                                   DISPLAY "Erro: não foi possível "
                                       "regravar CALCREF.DAT - "
                                       "status " WS-REFX-STATUS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       MONTAR-REFERENCIA.
           MOVE WS-REF-ATUAL TO REFX-REF
           MOVE WS-RUN-ID TO REFX-RUN-ID
           MOVE WS-RUN-ID(1:8) TO REFX-DATA
           MOVE TRN-CAB-LOTE TO REFX-LOTE
           MOVE WS-OPER-ATUAL TO REFX-OPER
           MOVE WS-REFX-SITUACAO TO REFX-SITUACAO
           IF WS-REFX-SITUACAO = "OK"
               ADD 1 TO REFX-LANCAMENTOS
           END-IF.

       GRAVAR-DETALHE-OK.
           MOVE WS-SEQ-ATUAL TO RES-DET-SEQ
           MOVE NUM1 TO RES-DET-NUM1
           WRITE CALC-RESULT-RECORD FROM RES-DETALHE
           ADD 1 TO WS-CT-OK
           ADD RESULT TO WS-CT-TOTAL-RESULT
           MOVE "OK" TO WS-REFX-SITUACAO
           PERFORM REGISTRAR-REFERENCIA
           IF WS-LIB-OPER NOT = SPACES
               PERFORM BAIXAR-LIBERACAO
           END-IF
           PERFORM ACUMULAR-OPERADOR.

       GRAVAR-DETALHE-PENDENTE.
           MOVE WS-SEQ-ATUAL TO RES-DET-SEQ
           MOVE NUM1 TO RES-DET-NUM1
           MOVE NUM2 TO RES-DET-NUM2
           MOVE OPCAO TO RES-DET-OPCAO
           MOVE "PE" TO RES-DET-STATUS
           MOVE SPACES TO RES-DET-MOTIVO
           MOVE RESULT TO RES-DET-RESULT
           MOVE WS-OPER-ATUAL TO RES-DET-OPER
           MOVE WS-REF-ATUAL TO RES-DET-REF
           WRITE CALC-RESULT-RECORD FROM RES-DETALHE
           ADD 1 TO WS-CT-PENDENTES
           MOVE "PE" TO WS-REFX-SITUACAO
           PERFORM REGISTRAR-REFERENCIA
           IF WS-LIB-OPER NOT = SPACES
               PERFORM BAIXAR-LIBERACAO
           END-IF.

       GRAVAR-DETALHE-ERRO.
           PERFORM DEFINIR-MOTIVO-COD
           MOVE WS-SEQ-ATUAL TO RES-DET-SEQ
           MOVE WS-REF-ATUAL TO RES-DET-REF
           WRITE CALC-RESULT-RECORD FROM RES-DETALHE
           ADD 1 TO WS-CT-ERRO
           IF WS-REF-DUPLICADA NOT = 'S'
               MOVE "ER" TO WS-REFX-SITUACAO
               PERFORM REGISTRAR-REFERENCIA
           END-IF
           PERFORM GRAVAR-REJEITO.

       DEFINIR-MOTIVO-COD.
                   MOVE "07" TO WS-MOTIVO-COD
               WHEN "operador nao autorizado"
                   MOVE "08" TO WS-MOTIVO-COD
               WHEN "referencia duplicada"
                   MOVE "09" TO WS-MOTIVO-COD
               WHEN "parametro financeiro invalido"
                   MOVE "11" TO WS-MOTIVO-COD
               WHEN OTHER
                   MOVE "99" TO WS-MOTIVO-COD
           END-EVALUATE.
                   "= código da moeda)"
               DISPLAY "9 - Conversão entre moedas (NUM2 = "
                   "origem x 100 + destino)"
               DISPLAY "10 - Juros compostos sobre NUM1 (NUM2 = "
                   "períodos x 1000 + taxa em décimos de %)"
               DISPLAY "11 - Prestação fixa - tabela Price (NUM2 = "
                   "períodos x 1000 + taxa em décimos de %)"
               DISPLAY "12 - Valor presente de NUM1 (NUM2 = "
                   "períodos x 1000 + taxa em décimos de %)"
               DISPLAY "     ex. NUM2 = 12015: 12 períodos a 1,5% "
                   "ao período"
               PERFORM EXIBIR-MOEDAS
               DISPLAY "Opção: "
               ACCEPT STR-OPCAO
           END-IF

           MOVE 'N' TO WS-OPERACAO-ERRO
           MOVE 'N' TO WS-PENDENTE
           MOVE SPACES TO WS-MOTIVO-ERRO

           IF OPCAO < 1 OR OPCAO > 12
               DISPLAY "Opção inválida!"
               MOVE 'S' TO WS-OPERACAO-ERRO
               MOVE "opcao invalida" TO WS-MOTIVO-ERRO

           MOVE 1 TO WS-MODO-ARRED
           IF WS-MODO-INTERATIVO AND WS-OPERACAO-ERRO = 'N'
                   AND OPCAO >= 1 AND OPCAO <= 12
               PERFORM LER-MODO-ARRED
           END-IF

           END-IF

           IF OPCAO NOT = 0
               PERFORM VERIFICAR-LIMITE
           END-IF

           IF OPCAO NOT = 0
               IF WS-PENDENTE = 'S'
                   PERFORM GRAVAR-PENDENTE
               ELSE
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

       VERIFICAR-LIMITE.
           MOVE 'N' TO WS-PENDENTE
           IF WS-OPER-LIMITE-ATUAL > 0
               IF RESULT < 0
                   COMPUTE WS-RESULT-ABS = 0 - RESULT
               ELSE
                   MOVE RESULT TO WS-RESULT-ABS
               END-IF
               IF WS-RESULT-ABS > WS-OPER-LIMITE-ATUAL
                   MOVE 'S' TO WS-PENDENTE
               END-IF
           END-IF.

       GRAVAR-PENDENTE.
           OPEN I-O CALC-PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT CALC-PEND-FILE
               CLOSE CALC-PEND-FILE
               OPEN I-O CALC-PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir CALCPEND.DAT "
                   "- status " WS-PEND-STATUS
               MOVE 'S' TO WS-OPERACAO-ERRO
               MOVE 'N' TO WS-PENDENTE
               MOVE "pendencia nao registrada" TO WS-MOTIVO-ERRO
               IF WS-MODO-LOTE
                   MOVE 'S' TO WS-LOTE-ERRO
               END-IF
               MOVE 0 TO OPCAO
           ELSE
               MOVE SPACES TO CALC-PEND-RECORD
               IF WS-MODO-LOTE
                   MOVE WS-RUN-ID TO PEND-DATA-HORA
                   MOVE WS-SEQ-ATUAL TO WS-PEND-SEQ
                   MOVE "CALCULADORA" TO PEND-PROGRAMA
                   MOVE WS-RUN-ID TO PEND-RUN-ID
                   MOVE WS-SEQ-ATUAL TO PEND-LOTE-SEQ
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO PEND-DATA-HORA
                   ADD 1 TO WS-PEND-SEQ
                   MOVE "CALCULADORA" TO PEND-PROGRAMA
                   MOVE SPACES TO PEND-RUN-ID
                   MOVE 0 TO PEND-LOTE-SEQ
               END-IF
               MOVE WS-REF-ATUAL TO PEND-REF
               MOVE WS-OPER-ATUAL TO PEND-OPER
               MOVE NUM1 TO PEND-NUM1
               MOVE NUM2 TO PEND-NUM2
               MOVE OPCAO TO PEND-OPCAO
               MOVE RESULT TO PEND-RESULT
               MOVE WS-OPER-LIMITE-ATUAL TO PEND-LIMITE
               MOVE "P" TO PEND-SITUACAO
               MOVE SPACES TO PEND-APROVADOR
               MOVE SPACES TO PEND-DECISAO
               MOVE SPACES TO PEND-MOTIVO
               MOVE 'N' TO WS-PEND-GRAVADO
               MOVE 0 TO WS-PEND-TENTATIVAS
               PERFORM UNTIL WS-PEND-GRAVADO = 'S'
                       OR WS-PEND-TENTATIVAS > 99
                   MOVE WS-PEND-SEQ TO PEND-SEQ
                   WRITE CALC-PEND-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PEND-SEQ
                           ADD 1 TO WS-PEND-TENTATIVAS
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PEND-GRAVADO
                   END-WRITE
               END-PERFORM
               CLOSE CALC-PEND-FILE
               IF WS-PEND-GRAVADO = 'S'
                   MOVE RESULT TO EXIB-RESULT
                   DISPLAY "Valor " EXIB-RESULT " acima do limite "
                       "do operador " WS-OPER-ATUAL
                       " - enviado para aprovação."
               ELSE
                   DISPLAY "Erro: não foi possível gravar "
                       "CALCPEND.DAT - status " WS-PEND-STATUS
                   MOVE 'S' TO WS-OPERACAO-ERRO
                   MOVE 'N' TO WS-PENDENTE
                   MOVE "pendencia nao registrada" TO WS-MOTIVO-ERRO
                   IF WS-MODO-LOTE
                       MOVE 'S' TO WS-LOTE-ERRO
                   END-IF
                   MOVE 0 TO OPCAO
               END-IF
           END-IF.

       EXIBIR-MOEDAS.
                   DISPLAY "Resultado de " MOTOR-MOEDA-SIGLA
                       " em " MOTOR-MOEDA-SIGLA-DEST ": "
                       EXIB-RESULT
               WHEN 10
                   DISPLAY "Montante com juros compostos: "
                       EXIB-RESULT
               WHEN 11
                   DISPLAY "Valor da prestação: " EXIB-RESULT
               WHEN 12
                   DISPLAY "Valor presente: " EXIB-RESULT
           END-EVALUATE.

       EXIBIR-ERRO-OPERACAO.
                   DISPLAY "Erro: código de moeda inválido!"
               WHEN "raiz de negativo"
                   DISPLAY "Erro: raiz de número negativo!"
               WHEN "parametro financeiro invalido"
                   DISPLAY "Erro: parâmetro financeiro inválido! "
                       "NUM1 >= 0 e NUM2 = períodos (1-99) x 1000 "
                       "+ taxa em décimos de %."
               WHEN "opcao invalida"
                   DISPLAY "Opção inválida!"
               WHEN OTHER
           MOVE NUM2 TO AUD-NUM2
           MOVE RESULT TO AUD-RESULT
           MOVE SPACES TO WS-AUD-CONTEUDO
           IF WS-LIB-OPER NOT = SPACES
               STRING WS-DATA-HORA " CALCULADORA OPER="
                   WS-OPER-ATUAL
                   " NUM1=" AUD-NUM1 " NUM2=" AUD-NUM2
                   " OPCAO=" OPCAO " RESULT=" AUD-RESULT
                   " REF=" WS-REF-ATUAL " LIB=" WS-LIB-OPER
                   DELIMITED BY SIZE INTO WS-AUD-CONTEUDO
           ELSE
               STRING WS-DATA-HORA " CALCULADORA OPER="
                   WS-OPER-ATUAL
                   " NUM1=" AUD-NUM1 " NUM2=" AUD-NUM2
                   " OPCAO=" OPCAO " RESULT=" AUD-RESULT
                   " REF=" WS-REF-ATUAL
                   DELIMITED BY SIZE INTO WS-AUD-CONTEUDO
           END-IF
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD
           IF WS-MODO-LOTE
