                   FUNCTION DATE-OF-INTEGER(WS-CAL-DIAS)
               PERFORM CONFERE-DIA-UTIL
           END-PERFORM.

      *    volta WS-CAL-DATA-TESTE WS-CAL-QTD-UTEIS dias uteis (a
      *    data de partida nao conta): 10 uteis antes de um prazo.
       RECUA-DIAS-UTEIS.
           MOVE 0 TO WS-CAL-UTEIS-CONTADOS.
           PERFORM UNTIL WS-CAL-UTEIS-CONTADOS NOT < WS-CAL-QTD-UTEIS
               COMPUTE WS-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-TESTE) - 1
               COMPUTE WS-CAL-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-DIAS)
               PERFORM CONFERE-DIA-UTIL
               IF CAL-DIA-UTIL
                   ADD 1 TO WS-CAL-UTEIS-CONTADOS
               END-IF
           END-PERFORM.
