      *    campos de trabalho das cartas de cobranca (ver COBRSEL/
      *    COBRFD/COBRPROC): o arquivo fica inteiro em tabela.
      *    PROCURA-ESTAGIO-COBRANCA devolve em WS-COB-ESTAGIO-ENVIADO
      *    o maior estagio ja enviado no atraso em aberto de
      *    WS-COB-CLIENTE-PEDIDO (zero se nenhum) e em
      *    WS-COB-ULTIMO a linha da tabela desse registro.
       01  WS-COBRANCA-STATUS PIC XX.
       01  WS-TABELA-COBRANCAS.
           05  TAB-COB OCCURS 3000 TIMES INDEXED BY COB-IDX
                       PIC X(69).
       01  WS-QTD-COBRANCAS PIC 9(4) VALUE 0.
       01  WS-COB-CLIENTE-PEDIDO PIC X(20).
       01  WS-COB-ESTAGIO-ENVIADO PIC 9.
       01  WS-COB-ULTIMO PIC 9(4).
