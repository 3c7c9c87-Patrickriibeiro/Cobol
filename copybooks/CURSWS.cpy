      *    campos de trabalho do catalogo de cursos (ver CURSSEL/
      *    CURSFD/CURSPROC): catalogo e obrigatorios ficam inteiros
      *    em tabela. PROCURA-CURSO acha WS-CUR-CODIGO-PEDIDO e
      *    devolve a linha em WS-CURSO-ACHADO (zero = nao tem);
      *    CALCULA-VENCIMENTO-CURSO soma WS-CUR-MESES a
      *    WS-CUR-DATA-BASE em WS-CUR-VENCIMENTO.
       01  WS-CURSOS-STATUS PIC XX.
       01  WS-OBRIGATORIOS-STATUS PIC XX.
       01  WS-TABELA-CURSOS.
           05  TAB-CURSO OCCURS 200 TIMES INDEXED BY CURSO-IDX
                       PIC X(46).
       01  WS-QTD-CURSOS PIC 9(3) VALUE 0.
       01  WS-TABELA-OBRIGATORIOS.
           05  TAB-OBR OCCURS 300 TIMES INDEXED BY OBR-IDX
                       PIC X(15).
       01  WS-QTD-OBRIGATORIOS PIC 9(3) VALUE 0.
       01  WS-CUR-CODIGO-PEDIDO PIC X(10).
       01  WS-CURSO-ACHADO PIC 9(3).
       01  WS-CUR-MESES PIC 9(3).
       01  WS-CUR-DATA-BASE PIC 9(8).
       01  WS-CUR-VENCIMENTO PIC 9(8).
       01  WS-CUR-VENCIMENTO-R REDEFINES WS-CUR-VENCIMENTO.
           05  WS-CUR-VENC-ANO PIC 9(4).
           05  WS-CUR-VENC-MES PIC 9(2).
           05  WS-CUR-VENC-DIA PIC 9(2).
       01  WS-CUR-MESES-CORRIDOS PIC 9(5).
