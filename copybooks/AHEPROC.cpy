       CARREGA-AUTORIZACOES-HE.
           MOVE 0 TO WS-QTD-AUTORIZACOES-HE.
           OPEN INPUT AUTORIZACOES-HE-FILE.
           IF WS-AHE-STATUS = "00"
               PERFORM UNTIL WS-AHE-STATUS NOT = "00"
                   READ AUTORIZACOES-HE-FILE
                       AT END
                           MOVE "10" TO WS-AHE-STATUS
                       NOT AT END
                           IF WS-QTD-AUTORIZACOES-HE < 2000
                               ADD 1 TO WS-QTD-AUTORIZACOES-HE
                               SET AHE-IDX TO WS-QTD-AUTORIZACOES-HE
                               MOVE AHE-AUTORIZACAO-REC
                                   TO TAB-AHE(AHE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUTORIZACOES-HE-FILE.

       GRAVA-AUTORIZACOES-HE.
           OPEN OUTPUT AUTORIZACOES-HE-FILE.
           PERFORM VARYING AHE-IDX FROM 1 BY 1
                   UNTIL AHE-IDX > WS-QTD-AUTORIZACOES-HE
               MOVE TAB-AHE(AHE-IDX) TO AHE-AUTORIZACAO-REC
               WRITE AHE-AUTORIZACAO-REC
           END-PERFORM.
           CLOSE AUTORIZACOES-HE-FILE.

      *    autorizacao do codigo em AHE-COD para o dia em AHE-DATA:
      *    posicao em WS-AHE-ACHADA (zero se nao houver) e o
      *    registro em AHE-AUTORIZACAO-REC; sem autorizacao,
      *    AHE-HORAS fica zero.
       PROCURA-AUTORIZACAO-HE.
           MOVE 0 TO WS-AHE-ACHADA.
           MOVE AHE-AUTORIZACAO-REC(1:14) TO WS-AHE-CHAVE.
           PERFORM VARYING AHE-IDX FROM 1 BY 1
                   UNTIL AHE-IDX > WS-QTD-AUTORIZACOES-HE
                   OR WS-AHE-ACHADA NOT = 0
               IF TAB-AHE(AHE-IDX)(1:14) = WS-AHE-CHAVE
                   SET WS-AHE-ACHADA TO AHE-IDX
               END-IF
           END-PERFORM.
           IF WS-AHE-ACHADA NOT = 0
               MOVE TAB-AHE(WS-AHE-ACHADA) TO AHE-AUTORIZACAO-REC
           ELSE
               MOVE 0 TO AHE-HORAS
           END-IF.
