      *    le o arquivo de fechamentos inteiro: o fim mais recente
      *    do operador fica em WS-TURNO-ULTIMO-FIM (espacos se ele
      *    nunca fechou turno) e qualquer fechamento dele ainda
      *    PENDENTE liga TURNO-PENDENTE. sem o arquivo, nada pende.
       CONFERE-TURNO-OPERADOR.
           MOVE SPACES TO WS-TURNO-ULTIMO-FIM.
           MOVE "B" TO WS-TURNO-SITUACAO.
           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS = "00"
               PERFORM UNTIL WS-TURNOS-STATUS NOT = "00"
                   READ TURNOS-FILE
                       AT END
                           MOVE "10" TO WS-TURNOS-STATUS
                       NOT AT END
                           IF FT-OPERADOR = WS-TURNO-OPERADOR
                               IF FT-FIM > WS-TURNO-ULTIMO-FIM
                                   MOVE FT-FIM
                                       TO WS-TURNO-ULTIMO-FIM
                               END-IF
                               IF FT-PENDENTE
                                   MOVE "P" TO WS-TURNO-SITUACAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TURNOS-FILE.
