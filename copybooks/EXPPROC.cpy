       CARREGA-EXPERIENCIA.
           MOVE 0 TO WS-QTD-EXPERIENCIA.
           OPEN INPUT EXPERIENCIA-FILE.
           IF WS-EXPER-STATUS = "00"
               PERFORM UNTIL WS-EXPER-STATUS NOT = "00"
                   READ EXPERIENCIA-FILE
                       AT END
                           MOVE "10" TO WS-EXPER-STATUS
                       NOT AT END
                           IF WS-QTD-EXPERIENCIA < 1000
                               ADD 1 TO WS-QTD-EXPERIENCIA
                               MOVE EXP-EXPERIENCIA-REC
                                   TO TAB-EXP(WS-QTD-EXPERIENCIA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXPERIENCIA-FILE.

       GRAVA-EXPERIENCIA.
           OPEN OUTPUT EXPERIENCIA-FILE.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-QTD-EXPERIENCIA
               MOVE TAB-EXP(EXP-IDX) TO EXP-EXPERIENCIA-REC
               WRITE EXP-EXPERIENCIA-REC
           END-PERFORM.
           CLOSE EXPERIENCIA-FILE.

      *    procura o codigo de WS-EXP-COD-PEDIDO; achado, o registro
      *    fica em EXP-EXPERIENCIA-REC e o prazo corrente em
      *    WS-EXP-PRAZO.
       PROCURA-EXPERIENCIA.
           MOVE 0 TO WS-EXP-ACHADA.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-QTD-EXPERIENCIA
                       OR WS-EXP-ACHADA NOT = 0
               IF TAB-EXP(EXP-IDX)(1:6) = WS-EXP-COD-PEDIDO
                   SET WS-EXP-ACHADA TO EXP-IDX
               END-IF
           END-PERFORM.
           IF WS-EXP-ACHADA NOT = 0
               MOVE TAB-EXP(WS-EXP-ACHADA) TO EXP-EXPERIENCIA-REC
               PERFORM CALCULA-PRAZO-EXPERIENCIA
           END-IF.

       CALCULA-PRAZO-EXPERIENCIA.
           IF EXP-PRORROGADO
               MOVE EXP-FIM-SEGUNDO TO WS-EXP-PRAZO
           ELSE
               MOVE EXP-FIM-PRIMEIRO TO WS-EXP-PRAZO
           END-IF.
