      *    campos de trabalho das ordens judiciais (ver ORDJSEL/
      *    ORDJFD/ORDJPROC). o chamador poe o periodo da competencia
      *    em WS-ORDJ-PERIODO-INICIO/-FIM e carrega as ordens
      *    vigentes uma vez (CARREGA-ORDENS-JUDICIAIS); por
      *    funcionario poe codigo, bruto e liquido (bruto menos
      *    INSS e IRRF) em WS-ORDJ-COD/-BRUTO/-LIQUIDO e recebe do
      *    CALCULA-ORDENS-JUDICIAIS o valor de cada ordem em
      *    TAB-OJ-VALOR-MES, o total em WS-ORDJ-TOTAL e a margem
      *    consignavel que sobra para o emprestimo em
      *    WS-ORDJ-MARGEM (WS-ORDJ-MARGEM-PCT do liquido, menos as
      *    ordens). ordem que nao cabe no liquido sai parcial e
      *    liga ORDEM-JUDICIAL-PARCIAL.
       01  WS-ORDJ-STATUS PIC XX.
       01  WS-ORDJ-PERIODO-INICIO PIC 9(8).
       01  WS-ORDJ-PERIODO-FIM PIC 9(8).
       01  WS-TABELA-ORDENS-JUDICIAIS.
           05  TAB-OJ OCCURS 200 TIMES INDEXED BY OJ-IDX.
               10  TAB-OJ-COD          PIC X(6).
               10  TAB-OJ-SEQ          PIC 9(3).
               10  TAB-OJ-BENEFICIARIO PIC X(20).
               10  TAB-OJ-BASE         PIC X.
               10  TAB-OJ-PERCENTUAL   PIC 9(3)V99.
               10  TAB-OJ-VALOR-FIXO   PIC 9(7)V99.
               10  TAB-OJ-BANCO        PIC 9(3).
               10  TAB-OJ-AGENCIA      PIC 9(4).
               10  TAB-OJ-CONTA        PIC X(12).
               10  TAB-OJ-VALOR-MES    PIC 9(7)V99.
       01  WS-QTD-ORDENS-JUDICIAIS PIC 9(3) VALUE 0.
       01  WS-ORDJ-COD PIC X(6).
       01  WS-ORDJ-BRUTO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-ORDJ-LIQUIDO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-ORDJ-DISPONIVEL PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-ORDJ-VALOR PIC 9(7)V99.
       01  WS-ORDJ-TOTAL PIC 9(7)V99.
       01  WS-ORDJ-MARGEM PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-ORDJ-MARGEM-PCT PIC 9(3)V99 VALUE 35.
       01  WS-ORDJ-PARCIAL PIC X VALUE "N".
           88  ORDEM-JUDICIAL-PARCIAL VALUE "S".
