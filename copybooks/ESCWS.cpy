      *    campos de trabalho da escala (ver ESCSEL/ESCFD/ESCPROC):
      *    turnos e atribuicoes ficam inteiros em tabela. o chamador
      *    poe codigo e data em WS-ESC-COD-PEDIDO/WS-ESC-DATA-PEDIDA
      *    e o TURNO-DO-DIA devolve o turno em TUR-TURNO-REC, com
      *    ESC-COM-TURNO e ESC-DIA-DE-TRABALHO.
       01  WS-TURNOS-STATUS  PIC XX.
       01  WS-ESCALAS-STATUS PIC XX.
       01  WS-TABELA-TURNOS.
           05  TAB-TUR OCCURS 50 TIMES INDEXED BY TUR-IDX
                       PIC X(67).
       01  WS-QTD-TURNOS PIC 9(2) VALUE 0.
       01  WS-TUR-ACHADO PIC 9(2).
       01  WS-TABELA-ESCALAS.
           05  TAB-ESC OCCURS 2000 TIMES INDEXED BY ESC-IDX
                       PIC X(34).
       01  WS-QTD-ESCALAS PIC 9(4) VALUE 0.
       01  WS-ESC-ACHADA PIC 9(4).
       01  WS-ESC-COD-PEDIDO PIC X(6).
       01  WS-ESC-DATA-PEDIDA PIC 9(8).
       01  WS-ESC-MELHOR-VIGENCIA PIC 9(8).
       01  WS-ESC-TURNO-DO-DIA PIC X(4).
       01  WS-ESC-POSICAO PIC 9(2).
       01  WS-ESC-TEM-TURNO PIC X VALUE "N".
           88  ESC-COM-TURNO VALUE "S".
       01  WS-ESC-TRABALHA PIC X VALUE "N".
           88  ESC-DIA-DE-TRABALHO VALUE "S".
