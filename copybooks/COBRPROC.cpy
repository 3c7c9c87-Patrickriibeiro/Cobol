       CARREGA-COBRANCAS.
           MOVE 0 TO WS-QTD-COBRANCAS.
           OPEN INPUT COBRANCA-FILE.
           IF WS-COBRANCA-STATUS = "00"
               PERFORM UNTIL WS-COBRANCA-STATUS NOT = "00"
                   READ COBRANCA-FILE
                       AT END
                           MOVE "10" TO WS-COBRANCA-STATUS
                       NOT AT END
                           IF WS-QTD-COBRANCAS < 3000
                               ADD 1 TO WS-QTD-COBRANCAS
                               MOVE COB-COBRANCA-REC
                                   TO TAB-COB(WS-QTD-COBRANCAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COBRANCA-FILE.

       GRAVA-COBRANCAS.
           OPEN OUTPUT COBRANCA-FILE.
           PERFORM VARYING COB-IDX FROM 1 BY 1
                   UNTIL COB-IDX > WS-QTD-COBRANCAS
               MOVE TAB-COB(COB-IDX) TO COB-COBRANCA-REC
               WRITE COB-COBRANCA-REC
           END-PERFORM.
           CLOSE COBRANCA-FILE.

      *    maior estagio enviado no atraso em aberto do cliente;
      *    achado, o registro fica em COB-COBRANCA-REC.
       PROCURA-ESTAGIO-COBRANCA.
           MOVE 0 TO WS-COB-ESTAGIO-ENVIADO WS-COB-ULTIMO.
           PERFORM VARYING COB-IDX FROM 1 BY 1
                   UNTIL COB-IDX > WS-QTD-COBRANCAS
               MOVE TAB-COB(COB-IDX) TO COB-COBRANCA-REC
               IF COB-CLIENTE = WS-COB-CLIENTE-PEDIDO AND COB-ABERTA
                       AND COB-ESTAGIO > WS-COB-ESTAGIO-ENVIADO
                   MOVE COB-ESTAGIO TO WS-COB-ESTAGIO-ENVIADO
                   SET WS-COB-ULTIMO TO COB-IDX
               END-IF
           END-PERFORM.
           IF WS-COB-ULTIMO NOT = 0
               MOVE TAB-COB(WS-COB-ULTIMO) TO COB-COBRANCA-REC
           END-IF.
