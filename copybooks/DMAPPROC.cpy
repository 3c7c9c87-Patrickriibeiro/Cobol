      *    carga do mapa de departamentos; sem o arquivo a tabela
      *    fica vazia e todo codigo resolve para ele mesmo.
       CARREGA-MAPA-DEPTOS.
           MOVE 0 TO WS-QTD-DMAP.
           OPEN INPUT MAPA-DEPTOS-FILE.
           IF WS-DMAP-STATUS = "00"
               PERFORM UNTIL WS-DMAP-STATUS NOT = "00"
                   READ MAPA-DEPTOS-FILE
                       AT END
                           MOVE "10" TO WS-DMAP-STATUS
                       NOT AT END
                           IF WS-QTD-DMAP < 50
                               ADD 1 TO WS-QTD-DMAP
                               SET DMAP-IDX TO WS-QTD-DMAP
                               MOVE MAPA-DEPTO-REC
                                   TO TAB-DMAP(DMAP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MAPA-DEPTOS-FILE.

      *    codigo de hoje de um departamento: segue as linhas ja
      *    aplicadas (VEND -> COML -> CMRC), no maximo 10 saltos.
      *    linha pendente ou cancelada nao conta.
       RESOLVE-DEPTO-ATUAL.
           MOVE 0 TO WS-DMAP-SALTOS.
           MOVE "S" TO WS-DMAP-MUDOU.
           PERFORM UNTIL WS-DMAP-MUDOU = "N" OR WS-DMAP-SALTOS = 10
               MOVE "N" TO WS-DMAP-MUDOU
               PERFORM VARYING DMAP-IDX FROM 1 BY 1
                       UNTIL DMAP-IDX > WS-QTD-DMAP
                          OR WS-DMAP-MUDOU = "S"
                   IF TAB-DMAP-ANTIGO(DMAP-IDX) = WS-DMAP-DEPTO
                           AND DMAP-APLICADO(DMAP-IDX)
                       MOVE TAB-DMAP-NOVO(DMAP-IDX) TO WS-DMAP-DEPTO
                       MOVE "S" TO WS-DMAP-MUDOU
                   END-IF
               END-PERFORM
               ADD 1 TO WS-DMAP-SALTOS
           END-PERFORM.
