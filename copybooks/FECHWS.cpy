      *    campos de trabalho das competencias fechadas (ver
      *    FECHSEL/FECHFD/FECHPROC). o chamador poe o mes em
      *    WS-FECH-COMPETENCIA; CONFERE-COMPETENCIA-FECHADA liga
      *    COMPETENCIA-FECHADA e devolve em WS-FECH-PROXIMA-ABERTA
      *    o primeiro mes aberto a partir dele (o proprio, se
      *    aberto).
       01  WS-FECH-STATUS PIC XX.
       01  WS-FECH-COMPETENCIA PIC 9(6).
       01  WS-FECH-PROXIMA-ABERTA PIC 9(6).
       01  WS-FECH-PROXIMA-R REDEFINES WS-FECH-PROXIMA-ABERTA.
           05  WS-FECH-PROX-ANO PIC 9(4).
           05  WS-FECH-PROX-MES PIC 9(2).
       01  WS-FECH-FECHADA PIC X VALUE "N".
           88  COMPETENCIA-FECHADA VALUE "S".
       01  WS-FECH-ACHOU PIC X.
       01  WS-FECH-IDX PIC 9(3).
       01  WS-FECH-QTD PIC 9(3) VALUE 0.
       01  WS-FECH-TABELA.
           05  TAB-FECH-COMPETENCIA PIC 9(6) OCCURS 240 TIMES.
