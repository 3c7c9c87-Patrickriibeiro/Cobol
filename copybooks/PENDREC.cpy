      *    do registro de pagamento, ate um supervisor aplicar ou
      *    rejeitar no PROG69 - exigencia dos auditores de quatro
      *    olhos para mexer em salario.
      *    ACAO: I = inclusao, A = alteracao. DATA-VIGENCIA e o dia
      *    em que a mudanca passa a valer (branco ou zero, registro
      *    antigo = na aprovacao).
       01  PEND-MUDANCA-REC.
           05  PEND-ACAO            PIC X.
           05  PEND-SOLICITANTE     PIC X(8).
           05  PEND-DATA            PIC 9(8).
           05  PEND-IMAGEM-ANTERIOR PIC X(28).
           05  PEND-IMAGEM-NOVA     PIC X(28).
           05  PEND-DATA-VIGENCIA   PIC 9(8).
