      *    campos de trabalho do acrescimo de creditos a remessa
      *    bancaria (ver REMPROC.cpy): o programa carrega a remessa
      *    uma vez (CARREGA-REMESSA), poe codigo, nome e valor em
      *    WS-REMADD-COD/-NOME/-VALOR/-SEQ para cada credito
      *    (ANOTA-CREDITO-REMESSA) e regrava no fim
      *    (REGRAVA-REMESSA), com o rodape refeito sobre todos os
      *    creditos para o PROG64 conferir. remessa ja enviada
      *    (REMESSA-ENVIADA no cabecalho) nao e carregada: o
      *    acrescimo comeca remessa nova.
       01  WS-REMESSA-STATUS PIC XX.
       01  WS-TABELA-REMESSA.
           05  TAB-REM OCCURS 500 TIMES PIC X(74).
       01  WS-QTD-REMESSA PIC 9(3) VALUE 0.
       01  WS-REM-IDX PIC 9(3).
       01  WS-REM-TEM-CABECALHO PIC X VALUE "N".
       01  WS-REM-JA-ENVIADA PIC X VALUE "N".
           88  REMESSA-ANTERIOR-ENVIADA VALUE "S".
       01  WS-REM-CONTAGEM PIC 9(7) VALUE 0.
       01  WS-REM-SOMA PIC 9(11)V99 VALUE 0.
       01  WS-REM-HASH PIC 9(9) VALUE 0.
       01  WS-REM-COD-NUMERO PIC 9(5).
       01  WS-REM-DATA-HORA PIC X(21).
       01  WS-REMADD-COD PIC X(6).
       01  WS-REMADD-NOME PIC X(20).
       01  WS-REMADD-VALOR PIC 9(9)V99.
      *    sequencia de origem do credito (ver REMFD.cpy).
       01  WS-REMADD-SEQ PIC 9(3) VALUE 0.
           88  REMADD-ORIGEM-RESCISAO VALUE 901.
           88  REMADD-ORIGEM-FERIAS VALUE 902.
       01  WS-REMADD-OK PIC X.
           88  CREDITO-REMESSA-ANOTADO VALUE "S".
