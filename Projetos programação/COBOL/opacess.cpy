       01  ACESSO-PARAMETROS.
           05 ACESSO-FUNCAO     PIC X.
           05 ACESSO-PROGRAMA   PIC X(24).
           05 ACESSO-OPER-ID    PIC X(6).
           05 ACESSO-PIN        PIC X(4).
           05 ACESSO-PIN-HASH   PIC 9(10).
           05 ACESSO-EVENTO     PIC X(12).
           05 ACESSO-POR        PIC X(6).
           05 ACESSO-DETALHE    PIC X(40).
           05 ACESSO-RESULTADO  PIC X.
           05 ACESSO-MAX-TENTATIVAS PIC 9(2).
           05 ACESSO-VALIDADE-DIAS  PIC 9(3).
