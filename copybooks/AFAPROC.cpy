       CARREGA-AFASTAMENTOS.
           MOVE 0 TO WS-QTD-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTOS-FILE.
           IF WS-AFASTAM-STATUS = "00"
               PERFORM UNTIL WS-AFASTAM-STATUS NOT = "00"
                   READ AFASTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-AFASTAM-STATUS
                       NOT AT END
                           IF WS-QTD-AFASTAMENTOS < 1000
                               ADD 1 TO WS-QTD-AFASTAMENTOS
                               MOVE AF-AFASTAMENTO-REC
                                   TO TAB-AFA(WS-QTD-AFASTAMENTOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AFASTAMENTOS-FILE.

       GRAVA-AFASTAMENTOS.
           OPEN OUTPUT AFASTAMENTOS-FILE.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               WRITE AF-AFASTAMENTO-REC
           END-PERFORM.
           CLOSE AFASTAMENTOS-FILE.

      *    dias de afastamento de WS-AFA-COD-PEDIDO dentro da janela
      *    (ver AFAWS.cpy); WS-AFA-TIPO-ACHADO fica com o tipo do
      *    ultimo afastamento que cruza a janela (branco = nenhum) e
      *    WS-AFA-ULTIMO-RETORNO com o maior retorno efetivo de
      *    doenca ou acidente entre eles.
       APURA-AFASTAMENTOS.
           MOVE 0 TO WS-AFA-DIAS-AFASTADO WS-AFA-DIAS-NAO-PAGOS
                     WS-AFA-DIAS-BENEFICIO WS-AFA-DIAS-SEM-REMUN
                     WS-AFA-ULTIMO-RETORNO.
           MOVE SPACE TO WS-AFA-TIPO-ACHADO.
           COMPUTE WS-AFA-INT-JAN-INI =
               FUNCTION INTEGER-OF-DATE(WS-AFA-JANELA-INICIO).
           COMPUTE WS-AFA-INT-JAN-FIM =
               FUNCTION INTEGER-OF-DATE(WS-AFA-JANELA-FIM).
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               IF AF-COD = WS-AFA-COD-PEDIDO
                   PERFORM SOMA-AFASTAMENTO-JANELA
                       THRU SOMA-AFASTAMENTO-JANELA-FIM
               END-IF
           END-PERFORM.

       SOMA-AFASTAMENTO-JANELA.
           COMPUTE WS-AFA-INT-INI =
               FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO).
           EVALUATE TRUE
               WHEN AF-RETORNO-EFETIVO NOT = 0
                   COMPUTE WS-AFA-INT-FIM =
                       FUNCTION INTEGER-OF-DATE(AF-RETORNO-EFETIVO)
                       - 1
               WHEN AF-RETORNO-PREVISTO NOT = 0
                   COMPUTE WS-AFA-INT-FIM =
                       FUNCTION INTEGER-OF-DATE(AF-RETORNO-PREVISTO)
                       - 1
               WHEN OTHER
                   MOVE WS-AFA-INT-JAN-FIM TO WS-AFA-INT-FIM
           END-EVALUATE.
           MOVE WS-AFA-INT-INI TO WS-AFA-INT-DE.
           IF WS-AFA-INT-DE < WS-AFA-INT-JAN-INI
               MOVE WS-AFA-INT-JAN-INI TO WS-AFA-INT-DE
           END-IF.
           MOVE WS-AFA-INT-FIM TO WS-AFA-INT-ATE.
           IF WS-AFA-INT-ATE > WS-AFA-INT-JAN-FIM
               MOVE WS-AFA-INT-JAN-FIM TO WS-AFA-INT-ATE
           END-IF.
           IF WS-AFA-INT-ATE < WS-AFA-INT-DE
               GO TO SOMA-AFASTAMENTO-JANELA-FIM
           END-IF.
           COMPUTE WS-AFA-DIAS-AFASTADO = WS-AFA-DIAS-AFASTADO
               + WS-AFA-INT-ATE - WS-AFA-INT-DE + 1.
           MOVE AF-TIPO TO WS-AFA-TIPO-ACHADO.
           IF (AF-DOENCA OR AF-ACIDENTE)
                   AND AF-RETORNO-EFETIVO > WS-AFA-ULTIMO-RETORNO
               MOVE AF-RETORNO-EFETIVO TO WS-AFA-ULTIMO-RETORNO
           END-IF.

      *    os primeiros dias de cada tipo ficam com a empresa; o
      *    resto nao e pago pela folha.
           EVALUATE TRUE
               WHEN AF-DOENCA
                   MOVE WS-AFA-EMPRESA-DOENCA TO WS-AFA-DIAS-EMPRESA
               WHEN AF-ACIDENTE
                   MOVE WS-AFA-EMPRESA-ACIDENTE TO WS-AFA-DIAS-EMPRESA
               WHEN AF-MATERNIDADE
                   MOVE WS-AFA-EMPRESA-MATERNIDADE
                       TO WS-AFA-DIAS-EMPRESA
               WHEN OTHER
                   MOVE 0 TO WS-AFA-DIAS-EMPRESA
           END-EVALUATE.
           COMPUTE WS-AFA-INT-DE = WS-AFA-INT-INI + WS-AFA-DIAS-EMPRESA.
           IF WS-AFA-INT-DE < WS-AFA-INT-JAN-INI
               MOVE WS-AFA-INT-JAN-INI TO WS-AFA-INT-DE
           END-IF.
           IF WS-AFA-INT-ATE < WS-AFA-INT-DE
               GO TO SOMA-AFASTAMENTO-JANELA-FIM
           END-IF.
           COMPUTE WS-AFA-DIAS-NAO-PAGOS = WS-AFA-DIAS-NAO-PAGOS
               + WS-AFA-INT-ATE - WS-AFA-INT-DE + 1.
           EVALUATE TRUE
               WHEN AF-DOENCA OR AF-ACIDENTE
                   COMPUTE WS-AFA-DIAS-BENEFICIO =
                       WS-AFA-DIAS-BENEFICIO
                       + WS-AFA-INT-ATE - WS-AFA-INT-DE + 1
               WHEN AF-NAO-REMUNERADA
                   COMPUTE WS-AFA-DIAS-SEM-REMUN =
                       WS-AFA-DIAS-SEM-REMUN
                       + WS-AFA-INT-ATE - WS-AFA-INT-DE + 1
           END-EVALUATE.

       SOMA-AFASTAMENTO-JANELA-FIM.
           EXIT.
