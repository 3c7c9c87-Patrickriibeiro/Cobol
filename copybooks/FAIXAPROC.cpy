      *    descontos legais por faixa marginal, mesma mecanica da
      *    folha mensal (PROG43): cada fatia da base paga a taxa da
      *    propria faixa. campos em FAIXAWS.cpy; precisa dos
      *    parametros centrais ja carregados (PARMPROC.cpy).
       CARREGA-FAIXAS-DESCONTOS.
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 4
               MOVE WS-FAIXA-IDX TO WS-FAIXA-DIG
               MOVE SPACES TO WS-PARM-NOME-PEDIDO
               STRING "INSS-LIM-" WS-FAIXA-DIG
                   DELIMITED BY SIZE INTO WS-PARM-NOME-PEDIDO
               COMPUTE WS-PARM-VALOR =
                   INSS-PADRAO-LIMITE(WS-FAIXA-IDX) * 100
               PERFORM BUSCA-PARAMETRO
               COMPUTE TAB-INSS-LIMITE(WS-FAIXA-IDX) =
                   WS-PARM-VALOR / 100
               MOVE SPACES TO WS-PARM-NOME-PEDIDO
               STRING "INSS-TAXA-" WS-FAIXA-DIG
                   DELIMITED BY SIZE INTO WS-PARM-NOME-PEDIDO
               COMPUTE WS-PARM-VALOR =
                   INSS-PADRAO-TAXA(WS-FAIXA-IDX) * 100
               PERFORM BUSCA-PARAMETRO
               COMPUTE TAB-INSS-TAXA(WS-FAIXA-IDX) =
                   WS-PARM-VALOR / 100
           END-PERFORM.
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 5
               MOVE WS-FAIXA-IDX TO WS-FAIXA-DIG
               MOVE SPACES TO WS-PARM-NOME-PEDIDO
               STRING "IRRF-LIM-" WS-FAIXA-DIG
                   DELIMITED BY SIZE INTO WS-PARM-NOME-PEDIDO
               COMPUTE WS-PARM-VALOR =
                   IRRF-PADRAO-LIMITE(WS-FAIXA-IDX) * 100
               PERFORM BUSCA-PARAMETRO
               COMPUTE TAB-IRRF-LIMITE(WS-FAIXA-IDX) =
                   WS-PARM-VALOR / 100
               MOVE SPACES TO WS-PARM-NOME-PEDIDO
               STRING "IRRF-TAXA-" WS-FAIXA-DIG
                   DELIMITED BY SIZE INTO WS-PARM-NOME-PEDIDO
               COMPUTE WS-PARM-VALOR =
                   IRRF-PADRAO-TAXA(WS-FAIXA-IDX) * 100
               PERFORM BUSCA-PARAMETRO
               COMPUTE TAB-IRRF-TAXA(WS-FAIXA-IDX) =
                   WS-PARM-VALOR / 100
           END-PERFORM.

      *    contribuicao sobre WS-FAIXA-BASE; acima do teto da
      *    ultima faixa nada mais e cobrado.
       CALCULA-INSS-FAIXAS.
           MOVE 0 TO WS-FAIXA-INSS.
           MOVE 0 TO WS-FAIXA-PISO.
           IF WS-FAIXA-BASE <= 0
               GO TO CALCULA-INSS-FAIXAS-FIM
           END-IF.
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 4
               IF WS-FAIXA-BASE > WS-FAIXA-PISO
                   IF WS-FAIXA-BASE >= TAB-INSS-LIMITE(WS-FAIXA-IDX)
                       COMPUTE WS-FAIXA-PARCELA =
                           TAB-INSS-LIMITE(WS-FAIXA-IDX)
                           - WS-FAIXA-PISO
                   ELSE
                       COMPUTE WS-FAIXA-PARCELA =
                           WS-FAIXA-BASE - WS-FAIXA-PISO
                   END-IF
                   COMPUTE WS-FAIXA-INSS ROUNDED = WS-FAIXA-INSS
                       + (WS-FAIXA-PARCELA
                           * TAB-INSS-TAXA(WS-FAIXA-IDX) / 100)
               END-IF
               MOVE TAB-INSS-LIMITE(WS-FAIXA-IDX) TO WS-FAIXA-PISO
           END-PERFORM.

       CALCULA-INSS-FAIXAS-FIM.
           EXIT.

      *    retencao sobre WS-FAIXA-BASE menos WS-FAIXA-INSS (zerar
      *    WS-FAIXA-INSS antes quando a verba nao tem contribuicao).
       CALCULA-IRRF-FAIXAS.
           MOVE 0 TO WS-FAIXA-IRRF.
           MOVE 0 TO WS-FAIXA-PISO.
           COMPUTE WS-FAIXA-BASE-IRRF = WS-FAIXA-BASE - WS-FAIXA-INSS.
           IF WS-FAIXA-BASE-IRRF <= 0
               GO TO CALCULA-IRRF-FAIXAS-FIM
           END-IF.
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 5
               IF WS-FAIXA-BASE-IRRF > WS-FAIXA-PISO
                   IF WS-FAIXA-BASE-IRRF >=
                           TAB-IRRF-LIMITE(WS-FAIXA-IDX)
                       COMPUTE WS-FAIXA-PARCELA =
                           TAB-IRRF-LIMITE(WS-FAIXA-IDX)
                           - WS-FAIXA-PISO
                   ELSE
                       COMPUTE WS-FAIXA-PARCELA =
                           WS-FAIXA-BASE-IRRF - WS-FAIXA-PISO
                   END-IF
                   COMPUTE WS-FAIXA-IRRF ROUNDED = WS-FAIXA-IRRF
                       + (WS-FAIXA-PARCELA
                           * TAB-IRRF-TAXA(WS-FAIXA-IDX) / 100)
               END-IF
               MOVE TAB-IRRF-LIMITE(WS-FAIXA-IDX) TO WS-FAIXA-PISO
           END-PERFORM.

       CALCULA-IRRF-FAIXAS-FIM.
           EXIT.
