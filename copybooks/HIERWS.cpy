      *    campos de trabalho da linha de comando (ver HIERPROC.cpy):
      *    o chamador poe o codigo em WS-HIER-COD-PEDIDO e recebe o
      *    chefe imediato ativo e o chefe do chefe, codigo e nome -
      *    o nome e o destinatario das mensagens da fila do PROG10.
       01  WS-HIER-COD-PEDIDO   PIC X(6).
       01  WS-HIER-CHEFE-COD    PIC X(6).
       01  WS-HIER-CHEFE-NOME   PIC X(20).
       01  WS-HIER-CHEFE2-COD   PIC X(6).
       01  WS-HIER-CHEFE2-NOME  PIC X(20).
      *    chefe proposto para WS-HIER-COD-PEDIDO na conferencia;
      *    resultado S=aceito P=o proprio I=inexistente ou inativo
      *    C=fecha um ciclo.
       01  WS-HIER-SUPERIOR-PROPOSTO PIC X(6).
       01  WS-HIER-RESULTADO    PIC X.
           88  HIER-ACEITO         VALUE "S".
           88  HIER-PROPRIO        VALUE "P".
           88  HIER-INATIVO        VALUE "I".
           88  HIER-CICLO          VALUE "C".
       01  WS-HIER-PROXIMO      PIC X(6).
       01  WS-HIER-ACHADO-COD   PIC X(6).
       01  WS-HIER-ACHADO-NOME  PIC X(20).
       01  WS-HIER-NIVEIS       PIC 9(3).
      *    mais niveis que isso so com dado corrompido (ciclo
      *    gravado por fora da manutencao).
       01  WS-HIER-MAX-NIVEIS   PIC 9(3) VALUE 50.
       01  WS-HIER-IMAGEM       PIC X(142).
