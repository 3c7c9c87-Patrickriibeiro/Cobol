       CARREGA-TURNOS.
           MOVE 0 TO WS-QTD-TURNOS.
           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS = "00"
               PERFORM UNTIL WS-TURNOS-STATUS NOT = "00"
                   READ TURNOS-FILE
                       AT END
                           MOVE "10" TO WS-TURNOS-STATUS
                       NOT AT END
                           IF WS-QTD-TURNOS < 50
                               ADD 1 TO WS-QTD-TURNOS
                               MOVE TUR-TURNO-REC
                                   TO TAB-TUR(WS-QTD-TURNOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TURNOS-FILE.

       GRAVA-TURNOS.
           OPEN OUTPUT TURNOS-FILE.
           PERFORM VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX > WS-QTD-TURNOS
               MOVE TAB-TUR(TUR-IDX) TO TUR-TURNO-REC
               WRITE TUR-TURNO-REC
           END-PERFORM.
           CLOSE TURNOS-FILE.

      *    turno de codigo TUR-CODIGO: posicao em WS-TUR-ACHADO
      *    (zero se nao houver) e o registro em TUR-TURNO-REC.
       PROCURA-TURNO.
           MOVE 0 TO WS-TUR-ACHADO.
           PERFORM VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX > WS-QTD-TURNOS
                   OR WS-TUR-ACHADO NOT = 0
               IF TAB-TUR(TUR-IDX)(1:4) = TUR-CODIGO
                   SET WS-TUR-ACHADO TO TUR-IDX
               END-IF
           END-PERFORM.
           IF WS-TUR-ACHADO NOT = 0
               MOVE TAB-TUR(WS-TUR-ACHADO) TO TUR-TURNO-REC
           END-IF.

       CARREGA-ESCALAS.
           MOVE 0 TO WS-QTD-ESCALAS.
           OPEN INPUT ESCALAS-FILE.
           IF WS-ESCALAS-STATUS = "00"
               PERFORM UNTIL WS-ESCALAS-STATUS NOT = "00"
                   READ ESCALAS-FILE
                       AT END
                           MOVE "10" TO WS-ESCALAS-STATUS
                       NOT AT END
                           IF WS-QTD-ESCALAS < 2000
                               ADD 1 TO WS-QTD-ESCALAS
                               MOVE ESC-ESCALA-REC
                                   TO TAB-ESC(WS-QTD-ESCALAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ESCALAS-FILE.

       GRAVA-ESCALAS.
           OPEN OUTPUT ESCALAS-FILE.
           PERFORM VARYING ESC-IDX FROM 1 BY 1
                   UNTIL ESC-IDX > WS-QTD-ESCALAS
               MOVE TAB-ESC(ESC-IDX) TO ESC-ESCALA-REC
               WRITE ESC-ESCALA-REC
           END-PERFORM.
           CLOSE ESCALAS-FILE.

      *    turno de WS-ESC-COD-PEDIDO na WS-ESC-DATA-PEDIDA: a
      *    atribuicao de maior vigencia ate a data. sem atribuicao
      *    (ou com turno que nao existe mais) ESC-COM-TURNO fica
      *    falso e o chamador usa a regra geral da empresa.
       TURNO-DO-DIA.
           MOVE "N" TO WS-ESC-TEM-TURNO.
           MOVE "N" TO WS-ESC-TRABALHA.
           MOVE 0 TO WS-ESC-MELHOR-VIGENCIA.
           MOVE SPACES TO WS-ESC-TURNO-DO-DIA.
           PERFORM VARYING ESC-IDX FROM 1 BY 1
                   UNTIL ESC-IDX > WS-QTD-ESCALAS
               MOVE TAB-ESC(ESC-IDX) TO ESC-ESCALA-REC
               IF ESC-COD = WS-ESC-COD-PEDIDO
                   AND ESC-DATA-VIGENCIA NOT > WS-ESC-DATA-PEDIDA
                   AND ESC-DATA-VIGENCIA NOT < WS-ESC-MELHOR-VIGENCIA
                   MOVE ESC-DATA-VIGENCIA TO WS-ESC-MELHOR-VIGENCIA
                   MOVE ESC-TURNO TO WS-ESC-TURNO-DO-DIA
               END-IF
           END-PERFORM.
           IF WS-ESC-TURNO-DO-DIA = SPACES
               GO TO TURNO-DO-DIA-FIM
           END-IF.
           MOVE WS-ESC-TURNO-DO-DIA TO TUR-CODIGO.
           PERFORM PROCURA-TURNO.
           IF WS-TUR-ACHADO = 0
               GO TO TURNO-DO-DIA-FIM
           END-IF.
           MOVE "S" TO WS-ESC-TEM-TURNO.
      *    posicao do dia: 1 = segunda ... 7 = domingo no turno
      *    semanal; dia do ciclo no revezamento.
           IF TUR-REVEZAMENTO
               IF TUR-CICLO-DIAS < 1 OR TUR-CICLO-DIAS > 14
                   GO TO TURNO-DO-DIA-FIM
               END-IF
               COMPUTE WS-ESC-POSICAO = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-ESC-DATA-PEDIDA)
                   - FUNCTION INTEGER-OF-DATE(TUR-INICIO-CICLO),
                   TUR-CICLO-DIAS) + 1
               IF TUR-PADRAO-CICLO(WS-ESC-POSICAO:1) = "T"
                   MOVE "S" TO WS-ESC-TRABALHA
               END-IF
           ELSE
               COMPUTE WS-ESC-POSICAO = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-ESC-DATA-PEDIDA) - 1,
                   7) + 1
               IF TUR-DIAS-SEMANA(WS-ESC-POSICAO:1) = "T"
                   MOVE "S" TO WS-ESC-TRABALHA
               END-IF
           END-IF.

       TURNO-DO-DIA-FIM.
           EXIT.
