       FD  AUTORIZACOES-HE-FILE.
      *    HORAS no mesmo formato HHMM do ponto (0230 = duas horas e
      *    meia de extra autorizadas no dia).
       01  AHE-AUTORIZACAO-REC.
           05  AHE-COD            PIC X(6).
           05  AHE-DATA           PIC 9(8).
           05  AHE-HORAS          PIC 9(4).
           05  AHE-HORAS-R REDEFINES AHE-HORAS.
               10  AHE-HH         PIC 9(2).
               10  AHE-MM         PIC 9(2).
           05  AHE-APROVADOR      PIC X(8).
           05  AHE-DATA-APROVACAO PIC 9(8).
           05  AHE-MOTIVO         PIC X(20).
