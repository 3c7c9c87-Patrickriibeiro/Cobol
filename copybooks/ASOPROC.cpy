       CARREGA-EXAMES.
           MOVE 0 TO WS-QTD-EXAMES.
           OPEN INPUT EXAMES-FILE.
           IF WS-EXAMES-STATUS = "00"
               PERFORM UNTIL WS-EXAMES-STATUS NOT = "00"
                   READ EXAMES-FILE
                       AT END
                           MOVE "10" TO WS-EXAMES-STATUS
                       NOT AT END
                           IF WS-QTD-EXAMES < 2000
                               ADD 1 TO WS-QTD-EXAMES
                               MOVE ASO-EXAME-REC
                                   TO TAB-ASO(WS-QTD-EXAMES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXAMES-FILE.

       GRAVA-EXAMES.
           OPEN OUTPUT EXAMES-FILE.
           PERFORM VARYING ASO-IDX FROM 1 BY 1
                   UNTIL ASO-IDX > WS-QTD-EXAMES
               MOVE TAB-ASO(ASO-IDX) TO ASO-EXAME-REC
               WRITE ASO-EXAME-REC
           END-PERFORM.
           CLOSE EXAMES-FILE.

       CARREGA-REGRAS-ASO.
           MOVE 0 TO WS-QTD-REGRAS-ASO.
           OPEN INPUT REGRAS-ASO-FILE.
           IF WS-ASOREGRA-STATUS = "00"
               PERFORM UNTIL WS-ASOREGRA-STATUS NOT = "00"
                   READ REGRAS-ASO-FILE
                       AT END
                           MOVE "10" TO WS-ASOREGRA-STATUS
                       NOT AT END
                           IF WS-QTD-REGRAS-ASO < 50
                               ADD 1 TO WS-QTD-REGRAS-ASO
                               MOVE ASO-REGRA-REC
                                   TO TAB-ASOR(WS-QTD-REGRAS-ASO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REGRAS-ASO-FILE.

       GRAVA-REGRAS-ASO.
           OPEN OUTPUT REGRAS-ASO-FILE.
           PERFORM VARYING ASOR-IDX FROM 1 BY 1
                   UNTIL ASOR-IDX > WS-QTD-REGRAS-ASO
               MOVE TAB-ASOR(ASOR-IDX) TO ASO-REGRA-REC
               WRITE ASO-REGRA-REC
           END-PERFORM.
           CLOSE REGRAS-ASO-FILE.

      *    exame mais recente do funcionario que nao seja o
      *    demissional; achado, fica em ASO-EXAME-REC.
       PROCURA-ULTIMO-EXAME.
           MOVE 0 TO WS-ASO-ULTIMO.
           PERFORM VARYING ASO-IDX FROM 1 BY 1
                   UNTIL ASO-IDX > WS-QTD-EXAMES
               MOVE TAB-ASO(ASO-IDX) TO ASO-EXAME-REC
               IF ASO-COD = WS-ASO-COD-PEDIDO AND NOT ASO-DEMISSIONAL
                   IF WS-ASO-ULTIMO = 0
                       SET WS-ASO-ULTIMO TO ASO-IDX
                   ELSE
                       IF ASO-DATA NOT <
                               TAB-ASO(WS-ASO-ULTIMO)(8:8)
                           SET WS-ASO-ULTIMO TO ASO-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ASO-ULTIMO NOT = 0
               MOVE TAB-ASO(WS-ASO-ULTIMO) TO ASO-EXAME-REC
           END-IF.

      *    idade completa em WS-ASO-DATA-BASE de quem nasceu em
      *    WS-ASO-NASCIMENTO.
       CALCULA-IDADE-ASO.
           MOVE 0 TO WS-ASO-IDADE.
           IF WS-ASO-NASCIMENTO NOT = 0
                   AND WS-ASO-NASCIMENTO < WS-ASO-DATA-BASE
               COMPUTE WS-ASO-IDADE =
                   WS-ASO-BASE-ANO - WS-ASO-NASC-ANO
               IF WS-ASO-BASE-MES-DIA < WS-ASO-NASC-MES-DIA
                   SUBTRACT 1 FROM WS-ASO-IDADE
               END-IF
           END-IF.

      *    a primeira regra do grupo cuja faixa cobre a idade vale;
      *    sem regra, o minimo legal.
       BUSCA-INTERVALO-ASO.
           MOVE 0 TO WS-ASO-MESES.
           PERFORM VARYING ASOR-IDX FROM 1 BY 1
                   UNTIL ASOR-IDX > WS-QTD-REGRAS-ASO
                       OR WS-ASO-MESES NOT = 0
               IF TAB-ASOR-GRUPO(ASOR-IDX) = WS-ASO-GRUPO-PEDIDO
                       AND WS-ASO-IDADE NOT <
                           TAB-ASOR-IDADE-DE(ASOR-IDX)
                       AND WS-ASO-IDADE NOT >
                           TAB-ASOR-IDADE-ATE(ASOR-IDX)
                   MOVE TAB-ASOR-MESES(ASOR-IDX) TO WS-ASO-MESES
               END-IF
           END-PERFORM.
           IF WS-ASO-MESES = 0
               IF WS-ASO-IDADE < 18 OR WS-ASO-IDADE > 45
                   MOVE WS-ASO-MESES-JOVEM-IDOSO TO WS-ASO-MESES
               ELSE
                   MOVE WS-ASO-MESES-PADRAO TO WS-ASO-MESES
               END-IF
           END-IF.

      *    WS-ASO-DATA-BASE mais WS-ASO-MESES; dia que nao existe no
      *    mes de chegada (31, 29 de fevereiro) cai no ultimo dia.
       CALCULA-PROXIMO-EXAME.
           MOVE WS-ASO-DATA-BASE TO WS-ASO-PROXIMO-CALC.
           COMPUTE WS-ASO-MESES-CORRIDOS =
               WS-ASO-PROX-ANO * 12 + WS-ASO-PROX-MES - 1
               + WS-ASO-MESES.
           DIVIDE WS-ASO-MESES-CORRIDOS BY 12
               GIVING WS-ASO-PROX-ANO REMAINDER WS-ASO-PROX-MES.
           ADD 1 TO WS-ASO-PROX-MES.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-ASO-PROXIMO-CALC)
                       = 0
               SUBTRACT 1 FROM WS-ASO-PROX-DIA
           END-PERFORM.
