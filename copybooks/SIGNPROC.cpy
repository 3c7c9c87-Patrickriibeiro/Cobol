           MOVE OPER-DATA-TROCA TO TAB-OPER-DATA-TROCA(OPER-IDX).
           MOVE OPER-FALHAS TO TAB-OPER-FALHAS(OPER-IDX).
           MOVE OPER-BLOQUEADO TO TAB-OPER-BLOQUEADO(OPER-IDX).
      *    registro gravado antes dos dois campos do fim chega com
      *    brancos neles.
           IF OPER-ULTIMO-LOGON IS NUMERIC
               MOVE OPER-ULTIMO-LOGON
                   TO TAB-OPER-ULTIMO-LOGON(OPER-IDX)
           ELSE
               MOVE 0 TO TAB-OPER-ULTIMO-LOGON(OPER-IDX)
           END-IF.
           MOVE OPER-RESPONSAVEL TO TAB-OPER-RESPONSAVEL(OPER-IDX).

      *    regrava o controle de operadores inteiro a partir da
      *    tabela (contagens de falha, bloqueio, troca de senha).
                   TO OPER-DATA-TROCA
               MOVE TAB-OPER-FALHAS(OPER-IDX) TO OPER-FALHAS
               MOVE TAB-OPER-BLOQUEADO(OPER-IDX) TO OPER-BLOQUEADO
               MOVE TAB-OPER-ULTIMO-LOGON(OPER-IDX)
                   TO OPER-ULTIMO-LOGON
               MOVE TAB-OPER-RESPONSAVEL(OPER-IDX)
                   TO OPER-RESPONSAVEL
               WRITE OPERADOR-CTRL-REC
           END-PERFORM.
           CLOSE OPERADORES-FILE.
               MOVE "S" TO WS-OPERADOR-OK
               MOVE TAB-OPER-PERFIL(OPER-IDX)
                   TO WS-OPERADOR-PERFIL
               MOVE 0 TO TAB-OPER-FALHAS(OPER-IDX)
               MOVE WS-SIGNON-DATA-HOJE
                   TO TAB-OPER-ULTIMO-LOGON(OPER-IDX)
               PERFORM GRAVA-OPERADORES
           ELSE
      *        senha errada de operador conhecido conta contra ele;
      *        na quinta seguida o operador e bloqueado.
