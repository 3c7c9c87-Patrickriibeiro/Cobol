      *            com linha de auditoria a cada mudanca. a
      *            inativacao no PROG41 passa a avisar quando ha
      *            item sem devolver. o papel se aposenta.
      * 2026-10-15 numero de serie na entrega e na listagem; item
      *            baixado na contagem fisica (PROG149) aparece com
      *            o motivo e nao aceita devolucao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  TAB-ATIV-DESCRICAO PIC X(20).
               10  TAB-ATIV-ENTREGA   PIC 9(8).
               10  TAB-ATIV-DEVOLUCAO PIC 9(8).
               10  TAB-ATIV-SERIE     PIC X(15).
               10  TAB-ATIV-MOTIVO    PIC X.
       01  WS-QTD-ATIVOS PIC 9(3) VALUE 0.

       COPY "CAMPOSCOM.cpy".
                                   TAB-ATIV-ENTREGA(ATIV-IDX)
                               MOVE ATIV-DATA-DEVOLUCAO TO
                                   TAB-ATIV-DEVOLUCAO(ATIV-IDX)
                               MOVE ATIV-SERIE TO
                                   TAB-ATIV-SERIE(ATIV-IDX)
                               MOVE ATIV-BAIXA-MOTIVO TO
                                   TAB-ATIV-MOTIVO(ATIV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TAB-ATIV-ENTREGA(ATIV-IDX) TO ATIV-DATA-ENTREGA
               MOVE TAB-ATIV-DEVOLUCAO(ATIV-IDX)
                   TO ATIV-DATA-DEVOLUCAO
               MOVE TAB-ATIV-SERIE(ATIV-IDX) TO ATIV-SERIE
               MOVE TAB-ATIV-MOTIVO(ATIV-IDX) TO ATIV-BAIXA-MOTIVO
               WRITE ATIV-BEM-REC
           END-PERFORM.
           CLOSE ATIVOS-FILE.
                       TAB-ATIV-DESCRICAO(ATIV-IDX)
                       " ENTREGA " TAB-ATIV-ENTREGA(ATIV-IDX)
                       " DEVOLUCAO " TAB-ATIV-DEVOLUCAO(ATIV-IDX)
                   IF TAB-ATIV-SERIE(ATIV-IDX) NOT = SPACES
                       DISPLAY "    SERIE " TAB-ATIV-SERIE(ATIV-IDX)
                   END-IF
                   IF TAB-ATIV-MOTIVO(ATIV-IDX) NOT = SPACE
                       DISPLAY "    BAIXA NO INVENTARIO, MOTIVO "
                           TAB-ATIV-MOTIVO(ATIV-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
           MOVE WS-COD-CHAVE TO TAB-ATIV-COD(ATIV-IDX).
           MOVE WS-DATA-CONFERIDA TO TAB-ATIV-ENTREGA(ATIV-IDX).
           MOVE 0 TO TAB-ATIV-DEVOLUCAO(ATIV-IDX).
           MOVE SPACE TO TAB-ATIV-MOTIVO(ATIV-IDX).
           DISPLAY "CODIGO DO ITEM (6 CARACTERES):"
           ACCEPT TAB-ATIV-ITEM(ATIV-IDX).
           DISPLAY "DESCRICAO (ATE 20 CARACTERES):"
           ACCEPT TAB-ATIV-DESCRICAO(ATIV-IDX).
           DISPLAY "NUMERO DE SERIE (BRANCO = SEM SERIE):"
           ACCEPT TAB-ATIV-SERIE(ATIV-IDX).

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "BEM" TO WS-OPERADOR-COMUM.
               DISPLAY "SEQUENCIA INVALIDA"
               GO TO DEVOLVE-BEM-FIM
           END-IF.
           IF TAB-ATIV-MOTIVO(WS-SEQ-PEDIDA) NOT = SPACE
               DISPLAY "ITEM JA BAIXADO NO INVENTARIO"
               GO TO DEVOLVE-BEM-FIM
           END-IF.
           MOVE "DATA DA DEVOLUCAO (AAAAMMDD):" TO WS-PROMPT-DATA.
           PERFORM PEGA-DATA-CALENDARIO.
           IF NOT DATA-CALENDARIO-VALIDA
