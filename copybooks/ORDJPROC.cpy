      *    ordens vigentes em algum dia do periodo da competencia.
       CARREGA-ORDENS-JUDICIAIS.
           MOVE 0 TO WS-QTD-ORDENS-JUDICIAIS.
           OPEN INPUT ORDENS-JUDICIAIS-FILE.
           IF WS-ORDJ-STATUS = "00"
               PERFORM UNTIL WS-ORDJ-STATUS NOT = "00"
                   READ ORDENS-JUDICIAIS-FILE
                       AT END
                           MOVE "10" TO WS-ORDJ-STATUS
                       NOT AT END
                           IF OJ-INICIO <= WS-ORDJ-PERIODO-FIM
                                   AND (OJ-FIM = 0 OR
                                   OJ-FIM >= WS-ORDJ-PERIODO-INICIO)
                                   AND WS-QTD-ORDENS-JUDICIAIS < 200
                               PERFORM ANOTA-ORDEM-JUDICIAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDENS-JUDICIAIS-FILE.

       ANOTA-ORDEM-JUDICIAL.
           ADD 1 TO WS-QTD-ORDENS-JUDICIAIS.
           SET OJ-IDX TO WS-QTD-ORDENS-JUDICIAIS.
           MOVE OJ-COD TO TAB-OJ-COD(OJ-IDX).
           MOVE OJ-SEQ TO TAB-OJ-SEQ(OJ-IDX).
           MOVE OJ-BENEFICIARIO TO TAB-OJ-BENEFICIARIO(OJ-IDX).
           MOVE OJ-BASE TO TAB-OJ-BASE(OJ-IDX).
           MOVE OJ-PERCENTUAL TO TAB-OJ-PERCENTUAL(OJ-IDX).
           MOVE OJ-VALOR-FIXO TO TAB-OJ-VALOR-FIXO(OJ-IDX).
           MOVE OJ-BANCO TO TAB-OJ-BANCO(OJ-IDX).
           MOVE OJ-AGENCIA TO TAB-OJ-AGENCIA(OJ-IDX).
           MOVE OJ-CONTA TO TAB-OJ-CONTA(OJ-IDX).
           MOVE 0 TO TAB-OJ-VALOR-MES(OJ-IDX).

      *    ordens do funcionario na ordem do cadastro; cada uma sai
      *    do que o liquido ainda comporta. a margem do consignado
      *    encolhe no mesmo tanto.
       CALCULA-ORDENS-JUDICIAIS.
           MOVE 0 TO WS-ORDJ-TOTAL.
           MOVE "N" TO WS-ORDJ-PARCIAL.
           MOVE WS-ORDJ-LIQUIDO TO WS-ORDJ-DISPONIVEL.
           IF WS-ORDJ-DISPONIVEL < 0
               MOVE 0 TO WS-ORDJ-DISPONIVEL
           END-IF.
           PERFORM VARYING OJ-IDX FROM 1 BY 1
                   UNTIL OJ-IDX > WS-QTD-ORDENS-JUDICIAIS
               MOVE 0 TO TAB-OJ-VALOR-MES(OJ-IDX)
               IF TAB-OJ-COD(OJ-IDX) = WS-ORDJ-COD
                   PERFORM CALCULA-ORDEM-JUDICIAL
               END-IF
           END-PERFORM.
           COMPUTE WS-ORDJ-MARGEM ROUNDED =
               WS-ORDJ-LIQUIDO * WS-ORDJ-MARGEM-PCT / 100
               - WS-ORDJ-TOTAL.
           IF WS-ORDJ-MARGEM < 0
               MOVE 0 TO WS-ORDJ-MARGEM
           END-IF.

       CALCULA-ORDEM-JUDICIAL.
           EVALUATE TAB-OJ-BASE(OJ-IDX)
               WHEN "L"
                   MOVE 0 TO WS-ORDJ-VALOR
                   IF WS-ORDJ-LIQUIDO > 0
                       COMPUTE WS-ORDJ-VALOR ROUNDED =
                           WS-ORDJ-LIQUIDO
                           * TAB-OJ-PERCENTUAL(OJ-IDX) / 100
                   END-IF
               WHEN "B"
                   MOVE 0 TO WS-ORDJ-VALOR
                   IF WS-ORDJ-BRUTO > 0
                       COMPUTE WS-ORDJ-VALOR ROUNDED =
                           WS-ORDJ-BRUTO
                           * TAB-OJ-PERCENTUAL(OJ-IDX) / 100
                   END-IF
               WHEN OTHER
                   MOVE TAB-OJ-VALOR-FIXO(OJ-IDX) TO WS-ORDJ-VALOR
           END-EVALUATE.
           IF WS-ORDJ-VALOR > WS-ORDJ-DISPONIVEL
               MOVE WS-ORDJ-DISPONIVEL TO WS-ORDJ-VALOR
               MOVE "S" TO WS-ORDJ-PARCIAL
           END-IF.
           MOVE WS-ORDJ-VALOR TO TAB-OJ-VALOR-MES(OJ-IDX).
           SUBTRACT WS-ORDJ-VALOR FROM WS-ORDJ-DISPONIVEL.
           ADD WS-ORDJ-VALOR TO WS-ORDJ-TOTAL.
