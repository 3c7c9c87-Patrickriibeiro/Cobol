      *    campos de trabalho dos recebimentos em suspenso (ver
      *    SUSPSEL/SUSPFD/SUSPPROC): o arquivo fica inteiro em
      *    tabela. LANCA-RECEBIMENTO credita WS-RECB-VALOR no
      *    cliente WS-RECB-CLIENTE - razao e linha RECEBIMENTO no
      *    historico, carimbada com WS-RECB-DATA-HORA e
      *    WS-RECB-OPERADOR - e devolve WS-RECB-LANCADO = "S".
       01  WS-SUSPENSO-STATUS PIC XX.
       01  WS-TABELA-SUSPENSOS.
           05  TAB-SUS OCCURS 2000 TIMES INDEXED BY SUS-IDX
                       PIC X(93).
       01  WS-QTD-SUSPENSOS PIC 9(4) VALUE 0.

       01  WS-RECB-CLIENTE     PIC X(20).
       01  WS-RECB-VALOR       PIC 9(9)V99.
       01  WS-RECB-DATA-HORA   PIC X(14).
       01  WS-RECB-OPERADOR    PIC X(8).
       01  WS-RECB-LANCADO     PIC X.
       01  WS-RECB-EDIT        PIC +9(6).99.
      *    maior saldo que RAZAO-TOTAL comporta.
       01  WS-RECB-SALDO-MAXIMO PIC 9(6)V99 VALUE 999999.99.
