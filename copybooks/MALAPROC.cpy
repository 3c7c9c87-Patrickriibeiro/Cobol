       PROCURA-MODELO.
           MOVE "N" TO WS-MODELO-ACHADO.
           OPEN INPUT MODELOS-FILE.
           IF WS-MODELOS-STATUS = "00"
               PERFORM UNTIL WS-MODELOS-STATUS NOT = "00"
                   READ MODELOS-FILE
                       AT END
                           MOVE "10" TO WS-MODELOS-STATUS
                       NOT AT END
                           IF TMPL-CODIGO = WS-MODELO-PEDIDO
                               MOVE "S" TO WS-MODELO-ACHADO
                               MOVE TMPL-TEXTO TO WS-TEXTO-MODELO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MODELOS-FILE.

      *    troca &NOME pelo destinatario da carta, &DATA pela data
      *    pedida e &LIVRE pelo texto informado, como o PROG10 faz
      *    no envio.
       EXPANDE-MODELO.
           MOVE SPACES TO WS-TPL-BUFFER.
           MOVE WS-TEXTO-MODELO TO WS-TPL-BUFFER.
           MOVE SPACES TO WS-TEXTO-CARTA.
           MOVE 1 TO WS-TPL-IN.
           MOVE 1 TO WS-TPL-OUT.
           PERFORM UNTIL WS-TPL-IN > 80 OR WS-TPL-OUT > 80
               EVALUATE TRUE
                   WHEN WS-TPL-BUFFER(WS-TPL-IN:6) = "&LIVRE"
                       MOVE WS-LIVRE-INFORMADO TO WS-VALOR-INSERIR
                       PERFORM INSERE-VALOR
                       ADD 6 TO WS-TPL-IN
                   WHEN WS-TPL-BUFFER(WS-TPL-IN:5) = "&NOME"
                       MOVE WS-MALA-NOME TO WS-VALOR-INSERIR
                       PERFORM INSERE-VALOR
                       ADD 5 TO WS-TPL-IN
                   WHEN WS-TPL-BUFFER(WS-TPL-IN:5) = "&DATA"
                       MOVE WS-MALA-DATA TO WS-VALOR-INSERIR
                       PERFORM INSERE-VALOR
                       ADD 5 TO WS-TPL-IN
                   WHEN OTHER
                       MOVE WS-TPL-BUFFER(WS-TPL-IN:1) TO
                           WS-TEXTO-CARTA(WS-TPL-OUT:1)
                       ADD 1 TO WS-TPL-IN
                       ADD 1 TO WS-TPL-OUT
               END-EVALUATE
           END-PERFORM.

       INSERE-VALOR.
           MOVE 0 TO WS-VALOR-TAM.
           PERFORM VARYING WS-VALOR-IDX FROM 1 BY 1
                   UNTIL WS-VALOR-IDX > 20
               IF WS-VALOR-INSERIR(WS-VALOR-IDX:1) NOT = SPACE
                   MOVE WS-VALOR-IDX TO WS-VALOR-TAM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-VALOR-IDX FROM 1 BY 1
                   UNTIL WS-VALOR-IDX > WS-VALOR-TAM
                       OR WS-TPL-OUT > 80
               MOVE WS-VALOR-INSERIR(WS-VALOR-IDX:1) TO
                   WS-TEXTO-CARTA(WS-TPL-OUT:1)
               ADD 1 TO WS-TPL-OUT
           END-PERFORM.
