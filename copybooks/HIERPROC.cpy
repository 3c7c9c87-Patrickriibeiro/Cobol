      *    linha de comando pelo FM-SUPERIOR do mestre. as rotinas
      *    leem FUNCIONARIO-MASTER-FILE por chave (acesso RANDOM ou
      *    DYNAMIC) e no fim releem pela chave o registro que estava
      *    na area - chamar antes de mexer nele - para uma leitura
      *    sequencial em andamento continuar do mesmo ponto.
       BUSCA-CHEFIA.
           MOVE FM-FUNCIONARIO-REC TO WS-HIER-IMAGEM.
           MOVE SPACES TO WS-HIER-CHEFE-COD WS-HIER-CHEFE-NOME
                          WS-HIER-CHEFE2-COD WS-HIER-CHEFE2-NOME.
           MOVE WS-HIER-COD-PEDIDO TO WS-HIER-PROXIMO.
           PERFORM SOBE-CHEFIA.
           MOVE WS-HIER-ACHADO-COD TO WS-HIER-CHEFE-COD.
           MOVE WS-HIER-ACHADO-NOME TO WS-HIER-CHEFE-NOME.
           IF WS-HIER-CHEFE-COD NOT = SPACES
               MOVE WS-HIER-CHEFE-COD TO WS-HIER-PROXIMO
               PERFORM SOBE-CHEFIA
               MOVE WS-HIER-ACHADO-COD TO WS-HIER-CHEFE2-COD
               MOVE WS-HIER-ACHADO-NOME TO WS-HIER-CHEFE2-NOME
           END-IF.
           PERFORM RELE-REGISTRO-HIERARQUIA.

      *    primeiro chefe ativo acima de WS-HIER-PROXIMO: chefe
      *    inativo (saiu e ninguem acertou a linha) e pulado para o
      *    chefe dele.
       SOBE-CHEFIA.
           MOVE SPACES TO WS-HIER-ACHADO-COD WS-HIER-ACHADO-NOME.
           MOVE 0 TO WS-HIER-NIVEIS.
           MOVE WS-HIER-PROXIMO TO FM-COD.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO FM-SUPERIOR
           END-READ.
           MOVE FM-SUPERIOR TO WS-HIER-PROXIMO.
           PERFORM UNTIL WS-HIER-PROXIMO = SPACES
                   OR WS-HIER-ACHADO-COD NOT = SPACES
                   OR WS-HIER-NIVEIS > WS-HIER-MAX-NIVEIS
               ADD 1 TO WS-HIER-NIVEIS
               MOVE WS-HIER-PROXIMO TO FM-COD
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-HIER-PROXIMO
                   NOT INVALID KEY
                       IF FM-SITUACAO = "A"
                           MOVE FM-COD TO WS-HIER-ACHADO-COD
                           MOVE FM-NOME TO WS-HIER-ACHADO-NOME
                       ELSE
                           MOVE FM-SUPERIOR TO WS-HIER-PROXIMO
                       END-IF
               END-READ
           END-PERFORM.

      *    o chefe proposto tem de ser outro funcionario, ativo, e
      *    subindo a linha dele nao pode aparecer o proprio
      *    WS-HIER-COD-PEDIDO.
       CONFERE-CHEFIA-PROPOSTA.
           MOVE FM-FUNCIONARIO-REC TO WS-HIER-IMAGEM.
           MOVE "S" TO WS-HIER-RESULTADO.
           IF WS-HIER-SUPERIOR-PROPOSTO = WS-HIER-COD-PEDIDO
               MOVE "P" TO WS-HIER-RESULTADO
           ELSE
               MOVE WS-HIER-SUPERIOR-PROPOSTO TO FM-COD
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE "I" TO WS-HIER-RESULTADO
                   NOT INVALID KEY
                       IF FM-SITUACAO NOT = "A"
                           MOVE "I" TO WS-HIER-RESULTADO
                       END-IF
               END-READ
           END-IF.
           IF HIER-ACEITO
               MOVE FM-SUPERIOR TO WS-HIER-PROXIMO
               MOVE 0 TO WS-HIER-NIVEIS
               PERFORM UNTIL WS-HIER-PROXIMO = SPACES
                       OR NOT HIER-ACEITO
                   IF WS-HIER-PROXIMO = WS-HIER-COD-PEDIDO
                           OR WS-HIER-NIVEIS > WS-HIER-MAX-NIVEIS
                       MOVE "C" TO WS-HIER-RESULTADO
                   ELSE
                       ADD 1 TO WS-HIER-NIVEIS
                       MOVE WS-HIER-PROXIMO TO FM-COD
                       READ FUNCIONARIO-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-HIER-PROXIMO
                           NOT INVALID KEY
                               MOVE FM-SUPERIOR TO WS-HIER-PROXIMO
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM RELE-REGISTRO-HIERARQUIA.

       RELE-REGISTRO-HIERARQUIA.
           MOVE WS-HIER-IMAGEM TO FM-FUNCIONARIO-REC.
           IF FM-COD NOT = SPACES AND FM-COD NOT = LOW-VALUES
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE WS-HIER-IMAGEM TO FM-FUNCIONARIO-REC
               END-READ
           END-IF.
