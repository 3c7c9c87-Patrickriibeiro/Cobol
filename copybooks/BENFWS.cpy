      *    campos de trabalho dos beneficios (ver BENFSEL/BENFFD/
      *    BENFPROC). o chamador poe o periodo da competencia em
      *    WS-BENF-PERIODO-INICIO/-FIM e carrega os beneficios
      *    vigentes uma vez (CARREGA-BENEFICIOS); por funcionario poe
      *    codigo, salario base e quantidade de dependentes em
      *    WS-BENF-COD/-SALARIO/-QTD-DEPENDENTES e recebe do
      *    CALCULA-BENEFICIOS o custo e a parte do funcionario de
      *    cada beneficio em TAB-BEN-CUSTO-MES/-DESCONTO-MES e o
      *    total descontado em WS-BENF-TOTAL.
       01  WS-BENF-STATUS PIC XX.
       01  WS-BENF-PERIODO-INICIO PIC 9(8).
       01  WS-BENF-PERIODO-FIM PIC 9(8).
       01  WS-TABELA-BENEFICIOS.
           05  TAB-BEN OCCURS 600 TIMES INDEXED BY BEN-IDX.
               10  TAB-BEN-COD          PIC X(6).
               10  TAB-BEN-TIPO         PIC X.
               10  TAB-BEN-FORNECEDOR   PIC X(10).
               10  TAB-BEN-VALOR-MENSAL PIC 9(5)V99.
               10  TAB-BEN-VALOR-DEP    PIC 9(5)V99.
               10  TAB-BEN-PCT-FUNC     PIC 9(3)V99.
               10  TAB-BEN-QTD-DEP      PIC 9(2).
               10  TAB-BEN-CUSTO-MES    PIC 9(7)V99.
               10  TAB-BEN-DESCONTO-MES PIC 9(7)V99.
       01  WS-QTD-BENEFICIOS PIC 9(3) VALUE 0.
       01  WS-BENF-COD PIC X(6).
       01  WS-BENF-SALARIO PIC 9(7)V99.
       01  WS-BENF-QTD-DEPENDENTES PIC 9(2).
       01  WS-BENF-TETO-VT-PCT PIC 9(2)V99 VALUE 6.
       01  WS-BENF-TETO-VT PIC 9(7)V99.
       01  WS-BENF-TOTAL PIC 9(7)V99.
      *    nome do tipo em WS-BENF-TIPO, para relatorio e tela.
       01  WS-BENF-TIPO PIC X.
       01  WS-BENF-DESCRICAO PIC X(15).
