               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-SEQ-STATUS.

           SELECT OPER-OLD-FILE ASSIGN TO "OPERMST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPER-ID
               FILE STATUS IS WS-OPER-OLD-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 SEQ-OPER-AUT     PIC X(9).
           05 SEQ-OPER-PIN     PIC X(4).

       FD  OPER-OLD-FILE.
       01  OPER-OLD-RECORD.
           05 OLD-OPER-ID      PIC X(6).
           05 OLD-OPER-NOME    PIC X(30).
           05 OLD-OPER-ATIVO   PIC X(1).
           05 OLD-OPER-AUT     PIC X(9).
           05 OLD-OPER-PIN     PIC X(4).

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

       FD  CAMBIO-SEQ-FILE.
       01  CAMBIO-SEQ-RECORD.

       WORKING-STORAGE SECTION.
       77 WS-OPER-SEQ-STATUS  PIC XX.
       77 WS-OPER-OLD-STATUS  PIC XX.
       77 WS-OPER-STATUS      PIC XX.
       77 WS-CAMBIO-SEQ-STATUS PIC XX.
       77 WS-CAMBIO-STATUS    PIC XX.
       77 WS-EOF              PIC X VALUE 'N'.
       77 WS-PARM-LINHA       PIC X(20).
       77 WS-ORIGEM-OPER      PIC X VALUE 'S'.
       77 WS-OPER-CRIADO      PIC X VALUE 'N'.

       01  WS-OPER-ORIGEM.
           05 ORIG-OPER-ID     PIC X(6).
           05 ORIG-OPER-NOME   PIC X(30).
           05 ORIG-OPER-ATIVO  PIC X(1).
           05 ORIG-OPER-AUT    PIC X(9).
           05 ORIG-OPER-PIN    PIC X(4).

       77 WS-CT-OPER-LIDOS    PIC 9(5) VALUE 0.
       77 WS-CT-OPER-GRAVADOS PIC 9(5) VALUE 0.
       77 WS-CT-CAMB-DUPL     PIC 9(5) VALUE 0.
       77 EXIB-CONTADOR       PIC ZZZZ9.

       COPY "opacess.cpy".

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           DISPLAY "-----------------------------------".
           DISPLAY "   CONVERSÃO DOS CADASTROS PARA INDEXADO".
           DISPLAY "-----------------------------------".

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINHA) TO WS-PARM-LINHA
           IF WS-PARM-LINHA(1:6) = "ANTIGO"
               MOVE 'A' TO WS-ORIGEM-OPER
               DISPLAY "Entrada: OPERMST.OLD (indexado no layout "
                   "antigo) e CAMBIO.SEQ"
           ELSE
               DISPLAY "Entrada: OPERMST.SEQ e CAMBIO.SEQ "
                   "(sequenciais antigos)"
           END-IF
           DISPLAY "Saída:   OPERMST.DAT e CAMBIO.DAT "
               "(indexados)".

           STOP RUN.

       CONVERTER-OPERADORES.
           IF WS-ORIGEM-OPER = 'A'
               PERFORM CONVERTER-OPER-ANTIGO
           ELSE
               PERFORM CONVERTER-OPER-SEQ
           END-IF
           IF WS-OPER-CRIADO = 'S'
               PERFORM GARANTIR-APROVADOR
           END-IF.

       CONVERTER-OPER-SEQ.
           OPEN INPUT OPER-SEQ-FILE
           IF WS-OPER-SEQ-STATUS NOT = "00"
               DISPLAY "OPERMST.SEQ não encontrado - operadores "
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-OPER-CRIADO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPER-SEQ-FILE
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CT-OPER-LIDOS
                           MOVE OPER-SEQ-RECORD TO WS-OPER-ORIGEM
                           PERFORM GRAVAR-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
           END-IF.

       CONVERTER-OPER-ANTIGO.
           OPEN INPUT OPER-OLD-FILE
           IF WS-OPER-OLD-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir OPERMST.OLD "
                   "- status " WS-OPER-OLD-STATUS
               DISPLAY "Renomeie o OPERMST.DAT atual para "
                   "OPERMST.OLD antes da conversão."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível criar "
                   "OPERMST.DAT - status " WS-OPER-STATUS
               CLOSE OPER-OLD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-OPER-CRIADO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPER-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-OPER-LIDOS
                       MOVE OPER-OLD-RECORD TO WS-OPER-ORIGEM
                       PERFORM GRAVAR-OPERADOR
               END-READ
           END-PERFORM
           CLOSE OPER-OLD-FILE
           CLOSE OPER-FILE.

       GRAVAR-OPERADOR.
           MOVE ORIG-OPER-ID TO OPER-ID
           MOVE ORIG-OPER-NOME TO OPER-NOME
           MOVE ORIG-OPER-ATIVO TO OPER-ATIVO
           MOVE ALL "N" TO OPER-AUTORIZACOES
           MOVE ORIG-OPER-AUT TO OPER-AUTORIZACOES(1:9)
           IF ORIG-OPER-PIN = SPACES
               MOVE 0 TO OPER-PIN-HASH
           ELSE
               INITIALIZE ACESSO-PARAMETROS
               MOVE "H" TO ACESSO-FUNCAO
               MOVE "CADASTRO-CONVERSAO" TO ACESSO-PROGRAMA
               MOVE ORIG-OPER-ID TO ACESSO-OPER-ID
               MOVE ORIG-OPER-PIN TO ACESSO-PIN
               CALL "OPERADOR-ACESSO" USING ACESSO-PARAMETROS
               MOVE ACESSO-PIN-HASH TO OPER-PIN-HASH
           END-IF
           MOVE 0 TO OPER-LIMITE
           MOVE "N" TO OPER-APROVADOR
           MOVE 0 TO OPER-PIN-DATA
           MOVE 0 TO OPER-TENTATIVAS
           MOVE "N" TO OPER-BLOQUEADO
           WRITE OPER-RECORD
               INVALID KEY
                   ADD 1 TO WS-CT-OPER-DUPL
                   DISPLAY "Aviso: operador " ORIG-OPER-ID
                       " duplicado - primeira ocorrência mantida!"
               NOT INVALID KEY
                   ADD 1 TO WS-CT-OPER-GRAVADOS
           END-WRITE.

       GARANTIR-APROVADOR.
           OPEN I-O OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erro: não foi possível abrir OPERMST.DAT "
                   "- status " WS-OPER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ADMIN " TO OPER-ID
           READ OPER-FILE KEY IS OPER-ID
               INVALID KEY
                   PERFORM GRAVAR-ADMIN-PADRAO
               NOT INVALID KEY
                   MOVE "S" TO OPER-APROVADOR
                   REWRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Erro: não foi possível regravar "
                               "ADMIN - status " WS-OPER-STATUS
                       NOT INVALID KEY
                           DISPLAY "Operador ADMIN marcado como "
                               "aprovador."
                   END-REWRITE
           END-READ
           CLOSE OPER-FILE
           DISPLAY "Aviso: o layout antigo não tem aprovadores - "
               "revise limites e aprovadores no OPERADOR-MANUTENCAO.".

       GRAVAR-ADMIN-PADRAO.
           MOVE "ADMIN " TO OPER-ID
           MOVE "ADMINISTRADOR" TO OPER-NOME
           MOVE "S" TO OPER-ATIVO
           MOVE "SSSSSSSSSSSSNNNNNNNN" TO OPER-AUTORIZACOES
           INITIALIZE ACESSO-PARAMETROS
           MOVE "H" TO ACESSO-FUNCAO
           MOVE "CADASTRO-CONVERSAO" TO ACESSO-PROGRAMA
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
               INVALID KEY
                   DISPLAY "Erro: não foi possível incluir ADMIN "
                       "- status " WS-OPER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CT-OPER-GRAVADOS
                   DISPLAY "Operador ADMIN incluído como aprovador "
                       "(PIN provisório 1234)."
           END-WRITE.

       CONVERTER-CAMBIO.
           OPEN INPUT CAMBIO-SEQ-FILE
           IF WS-CAMBIO-SEQ-STATUS NOT = "00"
