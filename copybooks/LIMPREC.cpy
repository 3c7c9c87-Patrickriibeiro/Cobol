      *    registro das propostas de limite de credito pendentes
      *    (LIMPEND.DAT): a revisao periodica do PROG134 pontua cada
      *    cliente do razao e deixa aqui quem deve subir ou cortar o
      *    limite, com os numeros que levaram a proposta, ate um
      *    supervisor aceitar ou rejeitar no PROG135 - os mesmos
      *    quatro olhos do PROG69 para salario.
      *    PROPOSTA: S = subir, C = cortar.
       01  LP-PROPOSTA-REC.
           05  LP-CLIENTE           PIC X(20).
           05  LP-DATA-PROPOSTA     PIC 9(8).
           05  LP-SOLICITANTE       PIC X(8).
           05  LP-PROPOSTA          PIC X.
               88  LP-SUBIR            VALUE "S".
               88  LP-CORTAR           VALUE "C".
           05  LP-LIMITE-ATUAL      PIC 9(7)V99.
           05  LP-LIMITE-PROPOSTO   PIC 9(7)V99.
           05  LP-PONTOS            PIC 9(3).
           05  LP-DEVEDOR-MEDIO     PIC 9(8)V99.
           05  LP-QTD-ESTOUROS      PIC 9(4).
           05  LP-DIAS-ATRASO       PIC 9(5).
           05  LP-JUROS             PIC 9(7)V99.
