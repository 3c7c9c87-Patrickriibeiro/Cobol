               10  MOV-COD-NUMERO PIC 9(5).
               10  MOV-COD-DV     PIC 9.
           05  MOV-COMPETENCIA PIC 9(6).
      *    tipo P = provento (soma ao liquido), D = desconto; no
      *    acerto retroativo ainda I = diferenca de INSS e R =
      *    diferenca de IRRF do mes de referencia (descontos que
      *    nao mexem no bruto).
           05  MOV-TIPO      PIC X.
           05  MOV-DESCRICAO PIC X(20).
           05  MOV-VALOR     PIC 9(7)V99.
      *    acerto retroativo: competencia fechada a que o movimento
      *    se refere (lancado no proximo mes aberto); zero ou
      *    brancos (registro antigo) = movimento normal. o acerto
      *    nao entra na base do INSS/IRRF do mes em que e pago - o
      *    efeito nos descontos vem calculado do mes de referencia
      *    (movimentos I/R).
           05  MOV-COMPETENCIA-REF PIC 9(6).
