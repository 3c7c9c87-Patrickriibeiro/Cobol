      *    campos de trabalho do acompanhamento de experiencia (ver
      *    EXPSEL/EXPFD/EXPPROC): o arquivo inteiro fica em tabela
      *    de imagens do registro; PROCURA-EXPERIENCIA acha o
      *    registro de EXP-COD e devolve a linha em
      *    WS-EXP-ACHADA (zero = nao tem).
       01  WS-EXPER-STATUS PIC XX.
       01  WS-TABELA-EXPERIENCIA.
           05  TAB-EXP OCCURS 1000 TIMES INDEXED BY EXP-IDX
                       PIC X(64).
       01  WS-QTD-EXPERIENCIA PIC 9(4) VALUE 0.
       01  WS-EXP-ACHADA PIC 9(4).
       01  WS-EXP-COD-PEDIDO PIC X(6).
      *    ultimo dia do prazo corrente (primeiro ou prorrogacao).
       01  WS-EXP-PRAZO PIC 9(8).
