       01  MOTOR-PARAMETROS.
           05 MOTOR-NUM1        PIC S9(5)V99.
           05 MOTOR-NUM2        PIC S9(5)V99.
           05 MOTOR-OPCAO       PIC 9(2).
           05 MOTOR-MODO-ARRED  PIC 9.
           05 MOTOR-RESULT      PIC S9(10)V99.
           05 MOTOR-ERRO        PIC X.
