       CARREGA-PLANOS.
           MOVE 0 TO WS-QTD-PLANOS.
           OPEN INPUT PLANOS-FILE.
           IF WS-PLANO-STATUS = "00"
               PERFORM UNTIL WS-PLANO-STATUS NOT = "00"
                   READ PLANOS-FILE
                       AT END
                           MOVE "10" TO WS-PLANO-STATUS
                       NOT AT END
                           IF WS-QTD-PLANOS < 500
                               ADD 1 TO WS-QTD-PLANOS
                               MOVE PL-PLANO-REC
                                   TO TAB-PLANO(WS-QTD-PLANOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANOS-FILE.

       GRAVA-PLANOS.
           OPEN OUTPUT PLANOS-FILE.
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
                   UNTIL PLANO-IDX > WS-QTD-PLANOS
               MOVE TAB-PLANO(PLANO-IDX) TO PL-PLANO-REC
               WRITE PL-PLANO-REC
           END-PERFORM.
           CLOSE PLANOS-FILE.

      *    procura a chave de WS-PLANO-CHAVE-PEDIDA; achado, o
      *    registro fica em PL-PLANO-REC.
       PROCURA-PLANO.
           MOVE 0 TO WS-PLANO-ACHADO.
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
                   UNTIL PLANO-IDX > WS-QTD-PLANOS
                       OR WS-PLANO-ACHADO NOT = 0
               IF TAB-PLANO(PLANO-IDX)(1:24) = WS-PLANO-CHAVE-PEDIDA
                   SET WS-PLANO-ACHADO TO PLANO-IDX
               END-IF
           END-PERFORM.
           IF WS-PLANO-ACHADO NOT = 0
               MOVE TAB-PLANO(WS-PLANO-ACHADO) TO PL-PLANO-REC
           END-IF.
