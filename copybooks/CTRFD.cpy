       FD  CONTRATOS-FILE.
      *    uma cobranca fixa mensal (mensalidade de manutencao,
      *    aluguel) por registro. o valor e lancado como debito do
      *    cliente no dia de cobranca de cada mes entre o inicio e o
      *    fim (fim zero = sem prazo); dia alem do fim do mes cai no
      *    ultimo dia. ULTIMA-COMPETENCIA e o ultimo mes faturado.
       01  CTR-CONTRATO-REC.
           05  CTR-NUMERO            PIC 9(6).
           05  CTR-CLIENTE           PIC X(20).
           05  CTR-DESCRICAO         PIC X(30).
           05  CTR-VALOR             PIC 9(7)V99.
           05  CTR-DIA-COBRANCA      PIC 9(2).
           05  CTR-DEPTO             PIC X(4).
           05  CTR-INICIO            PIC 9(8).
           05  CTR-FIM               PIC 9(8).
           05  CTR-ULTIMA-COMPETENCIA PIC 9(6).
           05  CTR-OPERADOR          PIC X(8).
           05  CTR-DATA-CADASTRO     PIC 9(8).
