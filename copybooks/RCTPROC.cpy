      *    carga do ciclo de recertificacao. sem ciclo pedido vale o
      *    mais recente do arquivo (os ciclos AAAATn ordenam como
      *    texto).
       CARREGA-CICLO.
           MOVE 0 TO WS-QTD-RECERT.
           MOVE 0 TO WS-RCT-ALTERACOES.
           IF WS-RCT-CICLO = SPACES
               OPEN INPUT RECERT-FILE
               PERFORM UNTIL WS-RECERT-STATUS NOT = "00"
                   READ RECERT-FILE
                       AT END
                           MOVE "10" TO WS-RECERT-STATUS
                       NOT AT END
                           IF RCT-CICLO > WS-RCT-CICLO
                               MOVE RCT-CICLO TO WS-RCT-CICLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
           OPEN INPUT RECERT-FILE.
           PERFORM UNTIL WS-RECERT-STATUS NOT = "00"
               READ RECERT-FILE
                   AT END
                       MOVE "10" TO WS-RECERT-STATUS
                   NOT AT END
                       IF RCT-CICLO = WS-RCT-CICLO
                               AND WS-QTD-RECERT < 20
                           ADD 1 TO WS-QTD-RECERT
                           SET RCT-IDX TO WS-QTD-RECERT
                           MOVE RECERT-REC TO TAB-RCT-REGISTRO(RCT-IDX)
                           MOVE "S" TO TAB-RCT-NO-ARQUIVO(RCT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECERT-FILE.

      *    linha nova do ciclo (operador que ainda nao tinha uma):
      *    o chamador monta RECERT-REC antes.
       ACRESCENTA-RECERT.
           IF WS-QTD-RECERT < 20
               ADD 1 TO WS-QTD-RECERT
               SET RCT-IDX TO WS-QTD-RECERT
               MOVE RECERT-REC TO TAB-RCT-REGISTRO(RCT-IDX)
               MOVE "N" TO TAB-RCT-NO-ARQUIVO(RCT-IDX)
               ADD 1 TO WS-RCT-ALTERACOES
           END-IF.

      *    regrava o arquivo pela copia de trabalho: as linhas do
      *    ciclo saem da tabela, as dos outros ciclos passam como
      *    estao e as linhas novas vao para o fim.
       REGRAVA-CICLO.
           IF WS-RCT-ALTERACOES = 0
               GO TO REGRAVA-CICLO-FIM
           END-IF.
           OPEN OUTPUT RECERT-TRABALHO-FILE.
           OPEN INPUT RECERT-FILE.
           PERFORM UNTIL WS-RECERT-STATUS NOT = "00"
               READ RECERT-FILE
                   AT END
                       MOVE "10" TO WS-RECERT-STATUS
                   NOT AT END
                       PERFORM COPIA-LINHA-RECERT
               END-READ
           END-PERFORM.
           CLOSE RECERT-FILE.
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > WS-QTD-RECERT
               IF TAB-RCT-NO-ARQUIVO(RCT-IDX) = "N"
                   MOVE TAB-RCT-REGISTRO(RCT-IDX)
                       TO RECERT-TRABALHO-REC
                   WRITE RECERT-TRABALHO-REC
                   MOVE "S" TO TAB-RCT-NO-ARQUIVO(RCT-IDX)
               END-IF
           END-PERFORM.
           CLOSE RECERT-TRABALHO-FILE.

           OPEN INPUT RECERT-TRABALHO-FILE.
           OPEN OUTPUT RECERT-FILE.
           PERFORM UNTIL WS-RCTTRB-STATUS NOT = "00"
               READ RECERT-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-RCTTRB-STATUS
                   NOT AT END
                       MOVE RECERT-TRABALHO-REC TO RECERT-REC
                       WRITE RECERT-REC
               END-READ
           END-PERFORM.
           CLOSE RECERT-FILE.
           CLOSE RECERT-TRABALHO-FILE.
           DELETE FILE RECERT-TRABALHO-FILE.
           MOVE 0 TO WS-RCT-ALTERACOES.

       REGRAVA-CICLO-FIM.
           EXIT.

       COPIA-LINHA-RECERT.
           MOVE RECERT-REC TO RECERT-TRABALHO-REC.
           IF RCT-CICLO = WS-RCT-CICLO
               PERFORM VARYING RCT-IDX FROM 1 BY 1
                       UNTIL RCT-IDX > WS-QTD-RECERT
                   IF TAB-RCT-OPERADOR(RCT-IDX) = RCT-OPERADOR
                           AND TAB-RCT-NO-ARQUIVO(RCT-IDX) = "S"
                       MOVE TAB-RCT-REGISTRO(RCT-IDX)
                           TO RECERT-TRABALHO-REC
                   END-IF
               END-PERFORM
           END-IF.
           WRITE RECERT-TRABALHO-REC.
