       CARREGA-CONTRATOS.
           MOVE 0 TO WS-QTD-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE.
           IF WS-CONTRATOS-STATUS = "00"
               PERFORM UNTIL WS-CONTRATOS-STATUS NOT = "00"
                   READ CONTRATOS-FILE
                       AT END
                           MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END
                           IF WS-QTD-CONTRATOS < 2000
                               ADD 1 TO WS-QTD-CONTRATOS
                               MOVE CTR-CONTRATO-REC
                                   TO TAB-CTR(WS-QTD-CONTRATOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONTRATOS-FILE.

       GRAVA-CONTRATOS.
           OPEN OUTPUT CONTRATOS-FILE.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-QTD-CONTRATOS
               MOVE TAB-CTR(CTR-IDX) TO CTR-CONTRATO-REC
               WRITE CTR-CONTRATO-REC
           END-PERFORM.
           CLOSE CONTRATOS-FILE.

      *    dia de cobranca que nao existe no mes (31, 29 a 31 de
      *    fevereiro) cai no ultimo dia do mes, que a validacao de
      *    calendario (DATAPROC) devolve em WS-DATA-DIAS-NO-MES.
       DATA-COBRANCA-CONTRATO.
           MOVE WS-CTR-COMPETENCIA TO WS-CTR-COBR-ANO-MES.
           MOVE 1 TO WS-CTR-COBR-DIA.
           MOVE WS-CTR-DATA-COBRANCA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           MOVE CTR-DIA-COBRANCA TO WS-CTR-COBR-DIA.
           IF WS-CTR-COBR-DIA = 0
               MOVE 1 TO WS-CTR-COBR-DIA
           END-IF.
           IF WS-CTR-COBR-DIA > WS-DATA-DIAS-NO-MES
               MOVE WS-DATA-DIAS-NO-MES TO WS-CTR-COBR-DIA
           END-IF.
           MOVE "S" TO WS-CTR-VIGENTE.
           IF CTR-INICIO > WS-CTR-DATA-COBRANCA
               MOVE "N" TO WS-CTR-VIGENTE
           END-IF.
           IF CTR-FIM NOT = 0 AND CTR-FIM < WS-CTR-DATA-COBRANCA
               MOVE "N" TO WS-CTR-VIGENTE
           END-IF.
