      *    registro do plano de contas da folha (PLCONTAS.DAT): a
      *    conta contabil de cada componente da folha por
      *    departamento (DEPT-CODIGO). departamento "****" vale para
      *    qualquer departamento sem linha propria (tipico das
      *    contas de passivo). mantido pelo PROG109; lido pelo
      *    PROG108 para o lancamento contabil da folha.
      *    componentes: SALA salario (bruto), SFAM salario-familia,
      *    INSS, IRRF, EMPR consignado, DESC descontos padrao, LIQU
      *    liquido a pagar, PENS ordens judiciais (pensao e
      *    penhora), BENF parte do funcionario nos beneficios.
       01  PLC-CONTA-REC.
           05  PLC-DEPTO      PIC X(4).
           05  PLC-COMPONENTE PIC X(4).
           05  PLC-CONTA      PIC X(12).
           05  PLC-DESCRICAO  PIC X(20).
