      *    campos de trabalho da mala direta (ver MALASEL/MALAFD/
      *    MALAPROC). PROCURA-MODELO acha WS-MODELO-PEDIDO na
      *    biblioteca; EXPANDE-MODELO monta WS-TEXTO-CARTA trocando
      *    &NOME por WS-MALA-NOME, &DATA por WS-MALA-DATA e &LIVRE
      *    por WS-LIVRE-INFORMADO, todos preenchidos pelo chamador.
       01  WS-MODELOS-STATUS  PIC XX.
       01  WS-MODELO-PEDIDO PIC X(10).
       01  WS-TEXTO-MODELO PIC X(80).
       01  WS-MODELO-ACHADO PIC X VALUE "N".
           88  MODELO-NA-BIBLIOTECA VALUE "S".
       01  WS-LIVRE-INFORMADO PIC X(20).
       01  WS-MALA-NOME PIC X(20).
       01  WS-MALA-DATA PIC X(8).

      *    expansao dos marcadores, no molde do PROG10.
       01  WS-TPL-BUFFER PIC X(86).
       01  WS-TPL-IN  PIC 9(3).
       01  WS-TPL-OUT PIC 9(3).
       01  WS-TEXTO-CARTA PIC X(80).
       01  WS-VALOR-INSERIR PIC X(20).
       01  WS-VALOR-TAM PIC 9(2).
       01  WS-VALOR-IDX PIC 9(2).
