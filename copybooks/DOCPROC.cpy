      *    conferencia de CPF e PIS/PASEP pelos digitos verificadores
      *    oficiais, em modulo 11. o chamador poe o numero em
      *    WS-DOC-NUMERO (DOCWS.cpy) e testa DOCUMENTO-VALIDO.
      *    CPF: primeiro digito com pesos 10 a 2 sobre as nove
      *    primeiras posicoes, segundo com pesos 11 a 2 sobre as dez;
      *    resto < 2 da digito 0, senao 11 - resto. numero com os
      *    onze digitos iguais passa na conta mas nao existe.
       VALIDA-CPF.
           MOVE "N" TO WS-DOC-RESULTADO.
           MOVE 0 TO WS-DOC-SOMA.
           PERFORM VARYING WS-DOC-IDX FROM 2 BY 1
                   UNTIL WS-DOC-IDX > 11
               IF WS-DOC-DIGITO(WS-DOC-IDX) NOT = WS-DOC-DIGITO(1)
                   MOVE 1 TO WS-DOC-SOMA
               END-IF
           END-PERFORM.
           IF WS-DOC-SOMA = 0
               GO TO VALIDA-CPF-FIM
           END-IF.

           MOVE 0 TO WS-DOC-SOMA.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 9
               COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                   + WS-DOC-DIGITO(WS-DOC-IDX) * (11 - WS-DOC-IDX)
           END-PERFORM.
           PERFORM CALCULA-DV-CPF.
           IF WS-DOC-DV NOT = WS-DOC-DIGITO(10)
               GO TO VALIDA-CPF-FIM
           END-IF.

           MOVE 0 TO WS-DOC-SOMA.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 10
               COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                   + WS-DOC-DIGITO(WS-DOC-IDX) * (12 - WS-DOC-IDX)
           END-PERFORM.
           PERFORM CALCULA-DV-CPF.
           IF WS-DOC-DV NOT = WS-DOC-DIGITO(11)
               GO TO VALIDA-CPF-FIM
           END-IF.

           MOVE "S" TO WS-DOC-RESULTADO.

       VALIDA-CPF-FIM.
           EXIT.

       CALCULA-DV-CPF.
           COMPUTE WS-DOC-RESTO = FUNCTION MOD(WS-DOC-SOMA, 11).
           IF WS-DOC-RESTO < 2
               MOVE 0 TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF.

      *    PIS/PASEP: pesos 3,2,9,8,7,6,5,4,3,2 sobre as dez primeiras
      *    posicoes; digito = 11 - resto, e 0 quando da 10 ou 11.
       VALIDA-PIS.
           MOVE "N" TO WS-DOC-RESULTADO.
           IF WS-DOC-NUMERO = 0
               GO TO VALIDA-PIS-FIM
           END-IF.

           MOVE 0 TO WS-DOC-SOMA.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 10
               COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                   + WS-DOC-DIGITO(WS-DOC-IDX)
                   * WS-DOC-PESO-PIS(WS-DOC-IDX)
           END-PERFORM.
           COMPUTE WS-DOC-RESTO = FUNCTION MOD(WS-DOC-SOMA, 11).
           COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO.
           IF WS-DOC-DV > 9
               MOVE 0 TO WS-DOC-DV
           END-IF.
           IF WS-DOC-DV = WS-DOC-DIGITO(11)
               MOVE "S" TO WS-DOC-RESULTADO
           END-IF.

       VALIDA-PIS-FIM.
           EXIT.
