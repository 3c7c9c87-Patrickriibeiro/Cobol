      *            para a de excecoes - excecao e entrada rejeitada,
      *            e manutencao de rotina nao deve poluir a lista de
      *            abertas do PROG51.
      * 2026-10-15 guarda quem incluiu o operador (supervisor
      *            responsavel pela recertificacao do PROG155) e
      *            mostra o ultimo sign-on e o responsavel na lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   " FALHAS " TAB-OPER-FALHAS(OPER-IDX)
                   " BLOQ " TAB-OPER-BLOQUEADO(OPER-IDX)
                   " TROCA " TAB-OPER-DATA-TROCA(OPER-IDX)
                   " LOGON " TAB-OPER-ULTIMO-LOGON(OPER-IDX)
                   " RESP " TAB-OPER-RESPONSAVEL(OPER-IDX)
           END-PERFORM.

       PROCURA-OPERADOR-PEDIDO.
               TO TAB-OPER-DATA-TROCA(OPER-IDX).
           MOVE 0 TO TAB-OPER-FALHAS(OPER-IDX).
           MOVE "N" TO TAB-OPER-BLOQUEADO(OPER-IDX).
           MOVE 0 TO TAB-OPER-ULTIMO-LOGON(OPER-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO
               TO TAB-OPER-RESPONSAVEL(OPER-IDX).
           PERFORM GRAVA-OPERADORES.
           PERFORM REGISTRA-MANUTENCAO.
           DISPLAY "OPERADOR " WS-ID-PEDIDO " INCLUIDO".
