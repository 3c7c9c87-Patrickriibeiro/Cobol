       CARREGA-SUSPENSOS.
           MOVE 0 TO WS-QTD-SUSPENSOS.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSO-STATUS NOT = "00"
                   READ SUSPENSO-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSO-STATUS
                       NOT AT END
                           IF WS-QTD-SUSPENSOS < 2000
                               ADD 1 TO WS-QTD-SUSPENSOS
                               MOVE SUS-RECEBIMENTO-REC
                                   TO TAB-SUS(WS-QTD-SUSPENSOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPENSO-FILE.

       GRAVA-SUSPENSOS.
           OPEN OUTPUT SUSPENSO-FILE.
           PERFORM VARYING SUS-IDX FROM 1 BY 1
                   UNTIL SUS-IDX > WS-QTD-SUSPENSOS
               MOVE TAB-SUS(SUS-IDX) TO SUS-RECEBIMENTO-REC
               WRITE SUS-RECEBIMENTO-REC
           END-PERFORM.
           CLOSE SUSPENSO-FILE.

      *    pagamento reduz o saldo devedor: soma positiva no
      *    RAZAO-TOTAL (negativo = cliente devendo, ver PROG94) e
      *    linha RECEBIMENTO no historico nas colunas fixas da
      *    TESTE. o chamador abre LEDGER.DAT em I-O e HISTTRAN.DAT
      *    em EXTEND. saldo que passaria do que o razao comporta
      *    nao e lancado.
       LANCA-RECEBIMENTO.
           MOVE "N" TO WS-RECB-LANCADO.
           MOVE WS-RECB-CLIENTE TO RAZAO-NOME.
           READ RAZAO-CLIENTE-FILE
               INVALID KEY
                   IF WS-RECB-VALOR > WS-RECB-SALDO-MAXIMO
                       GO TO LANCA-RECEBIMENTO-FIM
                   END-IF
                   MOVE WS-RECB-CLIENTE TO RAZAO-NOME
                   MOVE WS-RECB-VALOR TO RAZAO-TOTAL
                   MOVE 1 TO RAZAO-QTD-TRANS
                   WRITE RAZAO-CLIENTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR RAZAO DO CLIENTE"
                           GO TO LANCA-RECEBIMENTO-FIM
                   END-WRITE
               NOT INVALID KEY
                   IF RAZAO-TOTAL + WS-RECB-VALOR
                           > WS-RECB-SALDO-MAXIMO
                       GO TO LANCA-RECEBIMENTO-FIM
                   END-IF
                   ADD WS-RECB-VALOR TO RAZAO-TOTAL
                   ADD 1 TO RAZAO-QTD-TRANS
                   REWRITE RAZAO-CLIENTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR RAZAO"
                           GO TO LANCA-RECEBIMENTO-FIM
                   END-REWRITE
           END-READ.

           MOVE WS-RECB-VALOR TO WS-RECB-EDIT.
           MOVE SPACES TO HISTORICO-TRANSACOES-LINHA.
           STRING WS-RECB-DATA-HORA " "
                  WS-RECB-CLIENTE " "
                  "RECEBIMENTO         " " "
                  "      " " " "      " " = "
                  WS-RECB-EDIT " " WS-RECB-OPERADOR
               DELIMITED BY SIZE INTO HISTORICO-TRANSACOES-LINHA.
           WRITE HISTORICO-TRANSACOES-LINHA.
           MOVE "S" TO WS-RECB-LANCADO.

       LANCA-RECEBIMENTO-FIM.
           EXIT.
