      *    uma linha por beneficio do funcionario. tipo T =
      *    vale-transporte (VALOR-MENSAL = custo das passagens do
      *    mes; a parte do funcionario e o custo, limitado ao teto
      *    legal de VT-TETO-PCT do salario base), R = vale-refeicao
      *    (VALOR-MENSAL = credito do cartao no mes), S = plano de
      *    saude (VALOR-MENSAL = mensalidade do titular,
      *    VALOR-DEPENDENTE = mensalidade de cada dependente do
      *    DEPENDTE.DAT). em R e S a parte do funcionario e
      *    PCT-FUNCIONARIO do custo. FORNECEDOR agrupa o pedido
      *    mensal ao fornecedor (PROG115). vigencia de INICIO a
      *    FIM; fim zerado = sem prazo.
       FD  BENEFICIOS-FILE.
       01  BEN-BENEFICIO-REC.
           05  BEN-COD.
               10  BEN-COD-NUMERO PIC 9(5).
               10  BEN-COD-DV     PIC 9.
           05  BEN-TIPO            PIC X.
               88  BEN-VALE-TRANSPORTE VALUE "T".
               88  BEN-VALE-REFEICAO   VALUE "R".
               88  BEN-PLANO-SAUDE     VALUE "S".
           05  BEN-FORNECEDOR      PIC X(10).
           05  BEN-VALOR-MENSAL    PIC 9(5)V99.
           05  BEN-VALOR-DEPENDENTE PIC 9(5)V99.
           05  BEN-PCT-FUNCIONARIO PIC 9(3)V99.
           05  BEN-INICIO          PIC 9(8).
           05  BEN-FIM             PIC 9(8).
