      *    beneficios vigentes em algum dia do periodo da
      *    competencia.
       CARREGA-BENEFICIOS.
           MOVE 0 TO WS-QTD-BENEFICIOS.
           OPEN INPUT BENEFICIOS-FILE.
           IF WS-BENF-STATUS = "00"
               PERFORM UNTIL WS-BENF-STATUS NOT = "00"
                   READ BENEFICIOS-FILE
                       AT END
                           MOVE "10" TO WS-BENF-STATUS
                       NOT AT END
                           IF BEN-INICIO <= WS-BENF-PERIODO-FIM
                                   AND (BEN-FIM = 0 OR
                                   BEN-FIM >= WS-BENF-PERIODO-INICIO)
                                   AND WS-QTD-BENEFICIOS < 600
                               PERFORM ANOTA-BENEFICIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIOS-FILE.

       ANOTA-BENEFICIO.
           ADD 1 TO WS-QTD-BENEFICIOS.
           SET BEN-IDX TO WS-QTD-BENEFICIOS.
           MOVE BEN-COD TO TAB-BEN-COD(BEN-IDX).
           MOVE BEN-TIPO TO TAB-BEN-TIPO(BEN-IDX).
           MOVE BEN-FORNECEDOR TO TAB-BEN-FORNECEDOR(BEN-IDX).
           MOVE BEN-VALOR-MENSAL TO TAB-BEN-VALOR-MENSAL(BEN-IDX).
           MOVE BEN-VALOR-DEPENDENTE TO TAB-BEN-VALOR-DEP(BEN-IDX).
           MOVE BEN-PCT-FUNCIONARIO TO TAB-BEN-PCT-FUNC(BEN-IDX).
           MOVE 0 TO TAB-BEN-QTD-DEP(BEN-IDX).
           MOVE 0 TO TAB-BEN-CUSTO-MES(BEN-IDX).
           MOVE 0 TO TAB-BEN-DESCONTO-MES(BEN-IDX).

      *    custo e parte do funcionario de cada beneficio dele; o
      *    vale-transporte nao passa do teto legal sobre o salario
      *    base, o resto e da empresa.
       CALCULA-BENEFICIOS.
           MOVE 0 TO WS-BENF-TOTAL.
           COMPUTE WS-BENF-TETO-VT ROUNDED =
               WS-BENF-SALARIO * WS-BENF-TETO-VT-PCT / 100.
           PERFORM VARYING BEN-IDX FROM 1 BY 1
                   UNTIL BEN-IDX > WS-QTD-BENEFICIOS
               IF TAB-BEN-COD(BEN-IDX) = WS-BENF-COD
                   PERFORM CALCULA-BENEFICIO
                   ADD TAB-BEN-DESCONTO-MES(BEN-IDX) TO WS-BENF-TOTAL
               END-IF
           END-PERFORM.

       CALCULA-BENEFICIO.
           MOVE 0 TO TAB-BEN-QTD-DEP(BEN-IDX).
           EVALUATE TAB-BEN-TIPO(BEN-IDX)
               WHEN "T"
                   MOVE TAB-BEN-VALOR-MENSAL(BEN-IDX)
                       TO TAB-BEN-CUSTO-MES(BEN-IDX)
                   MOVE TAB-BEN-CUSTO-MES(BEN-IDX)
                       TO TAB-BEN-DESCONTO-MES(BEN-IDX)
                   IF TAB-BEN-DESCONTO-MES(BEN-IDX) > WS-BENF-TETO-VT
                       MOVE WS-BENF-TETO-VT
                           TO TAB-BEN-DESCONTO-MES(BEN-IDX)
                   END-IF
               WHEN "S"
                   MOVE WS-BENF-QTD-DEPENDENTES
                       TO TAB-BEN-QTD-DEP(BEN-IDX)
                   COMPUTE TAB-BEN-CUSTO-MES(BEN-IDX) =
                       TAB-BEN-VALOR-MENSAL(BEN-IDX)
                       + TAB-BEN-VALOR-DEP(BEN-IDX)
                       * WS-BENF-QTD-DEPENDENTES
                   COMPUTE TAB-BEN-DESCONTO-MES(BEN-IDX) ROUNDED =
                       TAB-BEN-CUSTO-MES(BEN-IDX)
                       * TAB-BEN-PCT-FUNC(BEN-IDX) / 100
               WHEN OTHER
                   MOVE TAB-BEN-VALOR-MENSAL(BEN-IDX)
                       TO TAB-BEN-CUSTO-MES(BEN-IDX)
                   COMPUTE TAB-BEN-DESCONTO-MES(BEN-IDX) ROUNDED =
                       TAB-BEN-CUSTO-MES(BEN-IDX)
                       * TAB-BEN-PCT-FUNC(BEN-IDX) / 100
           END-EVALUATE.

       DESCREVE-BENEFICIO.
           EVALUATE WS-BENF-TIPO
               WHEN "T" MOVE "VALE-TRANSPORTE" TO WS-BENF-DESCRICAO
               WHEN "R" MOVE "VALE-REFEICAO" TO WS-BENF-DESCRICAO
               WHEN "S" MOVE "PLANO DE SAUDE" TO WS-BENF-DESCRICAO
               WHEN OTHER MOVE "BENEFICIO" TO WS-BENF-DESCRICAO
           END-EVALUATE.
