      *    campos de trabalho dos exames ocupacionais (ver ASOSEL/
      *    ASOFD/ASOPROC): exames e regras ficam inteiros em tabela.
      *    PROCURA-ULTIMO-EXAME devolve em WS-ASO-ULTIMO a linha do
      *    exame mais recente (fora o demissional) de
      *    WS-ASO-COD-PEDIDO; BUSCA-INTERVALO-ASO devolve em
      *    WS-ASO-MESES o intervalo do grupo e idade pedidos.
       01  WS-EXAMES-STATUS PIC XX.
       01  WS-ASOREGRA-STATUS PIC XX.
       01  WS-TABELA-EXAMES.
           05  TAB-ASO OCCURS 2000 TIMES INDEXED BY ASO-IDX
                       PIC X(62).
       01  WS-QTD-EXAMES PIC 9(4) VALUE 0.
       01  WS-TABELA-REGRAS-ASO.
           05  TAB-ASOR OCCURS 50 TIMES INDEXED BY ASOR-IDX.
               10  TAB-ASOR-GRUPO      PIC X(2).
               10  TAB-ASOR-IDADE-DE   PIC 9(3).
               10  TAB-ASOR-IDADE-ATE  PIC 9(3).
               10  TAB-ASOR-MESES      PIC 9(3).
       01  WS-QTD-REGRAS-ASO PIC 9(2) VALUE 0.
       01  WS-ASO-COD-PEDIDO PIC X(6).
       01  WS-ASO-ULTIMO PIC 9(4).
       01  WS-ASO-GRUPO-PEDIDO PIC X(2).
       01  WS-ASO-IDADE PIC 9(3).
       01  WS-ASO-MESES PIC 9(3).
      *    sem regra para o grupo e idade vale o minimo da NR-7:
      *    anual para menores de 18 e maiores de 45, senao a cada
      *    dois anos.
       01  WS-ASO-MESES-JOVEM-IDOSO PIC 9(3) VALUE 12.
       01  WS-ASO-MESES-PADRAO PIC 9(3) VALUE 24.
      *    data do exame e nascimento para a idade; a data base
      *    mais WS-ASO-MESES da o proximo vencimento.
       01  WS-ASO-NASCIMENTO PIC 9(8).
       01  WS-ASO-NASCIMENTO-R REDEFINES WS-ASO-NASCIMENTO.
           05  WS-ASO-NASC-ANO    PIC 9(4).
           05  WS-ASO-NASC-MES-DIA PIC 9(4).
       01  WS-ASO-DATA-BASE PIC 9(8).
       01  WS-ASO-DATA-BASE-R REDEFINES WS-ASO-DATA-BASE.
           05  WS-ASO-BASE-ANO    PIC 9(4).
           05  WS-ASO-BASE-MES-DIA PIC 9(4).
       01  WS-ASO-PROXIMO-CALC PIC 9(8).
       01  WS-ASO-PROXIMO-CALC-R REDEFINES WS-ASO-PROXIMO-CALC.
           05  WS-ASO-PROX-ANO PIC 9(4).
           05  WS-ASO-PROX-MES PIC 9(2).
           05  WS-ASO-PROX-DIA PIC 9(2).
       01  WS-ASO-MESES-CORRIDOS PIC 9(5).
