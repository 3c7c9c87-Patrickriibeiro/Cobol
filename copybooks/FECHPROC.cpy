      *    confere WS-FECH-COMPETENCIA contra FOLHFECH.DAT e acha o
      *    proximo mes aberto (para onde vai o acerto retroativo).
      *    sem o arquivo, nenhum mes esta fechado.
       CONFERE-COMPETENCIA-FECHADA.
           MOVE "N" TO WS-FECH-FECHADA.
           MOVE 0 TO WS-FECH-QTD.
           OPEN INPUT FOLHA-FECHADAS-FILE.
           IF WS-FECH-STATUS = "00"
               PERFORM UNTIL WS-FECH-STATUS NOT = "00"
                   READ FOLHA-FECHADAS-FILE
                       AT END
                           MOVE "10" TO WS-FECH-STATUS
                       NOT AT END
                           IF FECH-COMPETENCIA = WS-FECH-COMPETENCIA
                               MOVE "S" TO WS-FECH-FECHADA
                           END-IF
                           IF WS-FECH-QTD < 240
                               ADD 1 TO WS-FECH-QTD
                               MOVE FECH-COMPETENCIA TO
                                   TAB-FECH-COMPETENCIA(WS-FECH-QTD)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FOLHA-FECHADAS-FILE.

           MOVE WS-FECH-COMPETENCIA TO WS-FECH-PROXIMA-ABERTA.
           MOVE "S" TO WS-FECH-ACHOU.
           PERFORM UNTIL WS-FECH-ACHOU = "N"
               MOVE "N" TO WS-FECH-ACHOU
               PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                       UNTIL WS-FECH-IDX > WS-FECH-QTD
                   IF TAB-FECH-COMPETENCIA(WS-FECH-IDX) =
                           WS-FECH-PROXIMA-ABERTA
                       MOVE "S" TO WS-FECH-ACHOU
                   END-IF
               END-PERFORM
               IF WS-FECH-ACHOU = "S"
                   IF WS-FECH-PROX-MES = 12
                       ADD 1 TO WS-FECH-PROX-ANO
                       MOVE 1 TO WS-FECH-PROX-MES
                   ELSE
                       ADD 1 TO WS-FECH-PROX-MES
                   END-IF
               END-IF
           END-PERFORM.
