      *    registro das rescisoes a calcular (RESCPEND.DAT): a
      *    inativacao do PROG41 grava uma linha pendente com a data
      *    de saida, o tipo de desligamento e o aviso previo; o
      *    calculo da rescisao (PROG105) pega as pendentes, calcula
      *    e marca cada uma como calculada, com a data e o liquido.
      *    TIPO: S = dispensa sem justa causa, J = justa causa,
      *          P = pedido de demissao, A = acordo entre as partes.
      *    AVISO: T = trabalhado, I = indenizado (dispensa/acordo:
      *          pago pela empresa; pedido: descontado do
      *          funcionario que nao cumpriu).
      *    SITUACAO: P = pendente, C = calculada, X = cancelada
      *          (funcionario reativado antes do calculo).
      *    MULTA-FGTS: multa rescisoria sobre o saldo do FGTS
      *          (FGTSSAL.DAT), depositada pela empresa na conta
      *          vinculada - aparece no termo, fora do liquido.
       01  RESC-RESCISAO-REC.
           05  RESC-COD            PIC X(6).
           05  RESC-DATA-SAIDA     PIC 9(8).
           05  RESC-TIPO           PIC X.
           05  RESC-AVISO          PIC X.
           05  RESC-SITUACAO       PIC X.
           05  RESC-DATA-REGISTRO  PIC 9(8).
           05  RESC-OPERADOR       PIC X(8).
           05  RESC-DATA-CALCULO   PIC 9(8).
           05  RESC-LIQUIDO        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  RESC-MULTA-FGTS     PIC 9(7)V99.
