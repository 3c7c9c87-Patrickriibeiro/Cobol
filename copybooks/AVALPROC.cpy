       CARREGA-AVALIACOES.
           MOVE 0 TO WS-QTD-AVALIACOES.
           OPEN INPUT AVALIACOES-FILE.
           IF WS-AVAL-STATUS = "00"
               PERFORM UNTIL WS-AVAL-STATUS NOT = "00"
                   READ AVALIACOES-FILE
                       AT END
                           MOVE "10" TO WS-AVAL-STATUS
                       NOT AT END
                           IF WS-QTD-AVALIACOES < 1000
                               ADD 1 TO WS-QTD-AVALIACOES
                               SET AVAL-IDX TO WS-QTD-AVALIACOES
                               MOVE AV-AVALIACAO-REC
                                   TO TAB-AVAL(AVAL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AVALIACOES-FILE.

       GRAVA-AVALIACOES.
           OPEN OUTPUT AVALIACOES-FILE.
           PERFORM VARYING AVAL-IDX FROM 1 BY 1
                   UNTIL AVAL-IDX > WS-QTD-AVALIACOES
               MOVE TAB-AVAL(AVAL-IDX) TO AV-AVALIACAO-REC
               WRITE AV-AVALIACAO-REC
           END-PERFORM.
           CLOSE AVALIACOES-FILE.

      *    avaliacao do ciclo WS-CICLO-ATUAL para o codigo em AV-COD:
      *    posicao em WS-AVAL-ACHADA (zero se nao houver) e o
      *    registro em AV-AVALIACAO-REC.
       PROCURA-AVALIACAO.
           MOVE 0 TO WS-AVAL-ACHADA.
           PERFORM VARYING AVAL-IDX FROM 1 BY 1
                   UNTIL AVAL-IDX > WS-QTD-AVALIACOES
                   OR WS-AVAL-ACHADA NOT = 0
               IF TAB-AVAL(AVAL-IDX)(1:4) = WS-CICLO-ATUAL
                       AND TAB-AVAL(AVAL-IDX)(5:6) = AV-COD
                   SET WS-AVAL-ACHADA TO AVAL-IDX
               END-IF
           END-PERFORM.
           IF WS-AVAL-ACHADA NOT = 0
               MOVE TAB-AVAL(WS-AVAL-ACHADA) TO AV-AVALIACAO-REC
           END-IF.

       CARREGA-CICLOS.
           MOVE 0 TO WS-QTD-CICLOS.
           OPEN INPUT CICLOS-AVALIACAO-FILE.
           IF WS-CICLO-STATUS = "00"
               PERFORM UNTIL WS-CICLO-STATUS NOT = "00"
                   READ CICLOS-AVALIACAO-FILE
                       AT END
                           MOVE "10" TO WS-CICLO-STATUS
                       NOT AT END
                           IF WS-QTD-CICLOS < 50
                               ADD 1 TO WS-QTD-CICLOS
                               SET CIC-IDX TO WS-QTD-CICLOS
                               MOVE CIC-CICLO-REC TO TAB-CICLO(CIC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CICLOS-AVALIACAO-FILE.

       GRAVA-CICLOS.
           OPEN OUTPUT CICLOS-AVALIACAO-FILE.
           PERFORM VARYING CIC-IDX FROM 1 BY 1
                   UNTIL CIC-IDX > WS-QTD-CICLOS
               MOVE TAB-CICLO(CIC-IDX) TO CIC-CICLO-REC
               WRITE CIC-CICLO-REC
           END-PERFORM.
           CLOSE CICLOS-AVALIACAO-FILE.

      *    ciclo mais recente na situacao WS-CICLO-SITUACAO-PEDIDA:
      *    ano em WS-CICLO-ATUAL, posicao em WS-CICLO-ACHADO e o
      *    registro em CIC-CICLO-REC (tudo zero se nao houver).
       PROCURA-CICLO.
           MOVE 0 TO WS-CICLO-ATUAL.
           MOVE 0 TO WS-CICLO-ACHADO.
           PERFORM VARYING CIC-IDX FROM 1 BY 1
                   UNTIL CIC-IDX > WS-QTD-CICLOS
               MOVE TAB-CICLO(CIC-IDX) TO CIC-CICLO-REC
               IF CIC-SITUACAO = WS-CICLO-SITUACAO-PEDIDA
                       AND CIC-ANO > WS-CICLO-ATUAL
                   MOVE CIC-ANO TO WS-CICLO-ATUAL
                   SET WS-CICLO-ACHADO TO CIC-IDX
               END-IF
           END-PERFORM.
           IF WS-CICLO-ACHADO NOT = 0
               MOVE TAB-CICLO(WS-CICLO-ACHADO) TO CIC-CICLO-REC
           END-IF.

       CARREGA-GUIA.
           MOVE 0 TO WS-QTD-GUIA.
           OPEN INPUT GUIA-MERITO-FILE.
           IF WS-GUIA-STATUS = "00"
               PERFORM UNTIL WS-GUIA-STATUS NOT = "00"
                   READ GUIA-MERITO-FILE
                       AT END
                           MOVE "10" TO WS-GUIA-STATUS
                       NOT AT END
                           IF WS-QTD-GUIA < 150
                               ADD 1 TO WS-QTD-GUIA
                               SET GUIA-IDX TO WS-QTD-GUIA
                               MOVE GM-CONCEITO
                                   TO TAB-GUIA-CONCEITO(GUIA-IDX)
                               MOVE GM-GRADE
                                   TO TAB-GUIA-GRADE(GUIA-IDX)
                               MOVE GM-PERCENTUAL
                                   TO TAB-GUIA-PERCENTUAL(GUIA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GUIA-MERITO-FILE.

       GRAVA-GUIA.
           OPEN OUTPUT GUIA-MERITO-FILE.
           PERFORM VARYING GUIA-IDX FROM 1 BY 1
                   UNTIL GUIA-IDX > WS-QTD-GUIA
               MOVE TAB-GUIA-CONCEITO(GUIA-IDX) TO GM-CONCEITO
               MOVE TAB-GUIA-GRADE(GUIA-IDX) TO GM-GRADE
               MOVE TAB-GUIA-PERCENTUAL(GUIA-IDX) TO GM-PERCENTUAL
               WRITE GM-GUIA-REC
           END-PERFORM.
           CLOSE GUIA-MERITO-FILE.

      *    percentual da guia para WS-GUIA-CONCEITO e WS-GUIA-GRADE:
      *    em WS-GUIA-PERCENTUAL, posicao em WS-GUIA-ACHADA (zero se
      *    a combinacao nao estiver na guia).
       BUSCA-PERCENTUAL-GUIA.
           MOVE 0 TO WS-GUIA-ACHADA.
           MOVE 0 TO WS-GUIA-PERCENTUAL.
           PERFORM VARYING GUIA-IDX FROM 1 BY 1
                   UNTIL GUIA-IDX > WS-QTD-GUIA
                   OR WS-GUIA-ACHADA NOT = 0
               IF TAB-GUIA-CONCEITO(GUIA-IDX) = WS-GUIA-CONCEITO
                       AND TAB-GUIA-GRADE(GUIA-IDX) = WS-GUIA-GRADE
                   SET WS-GUIA-ACHADA TO GUIA-IDX
                   MOVE TAB-GUIA-PERCENTUAL(GUIA-IDX)
                       TO WS-GUIA-PERCENTUAL
               END-IF
           END-PERFORM.
