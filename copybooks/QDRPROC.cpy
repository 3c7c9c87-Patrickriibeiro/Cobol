      *    quadro autorizado em tabela, contagens zeradas. a
      *    presenca do arquivo liga o controle de quadro.
       CARREGA-QUADRO.
           MOVE 0 TO WS-QTD-QUADRO.
           MOVE "N" TO WS-QDR-TEM-QUADRO.
           OPEN INPUT QUADRO-VAGAS-FILE.
           IF WS-QDR-STATUS = "00"
               MOVE "S" TO WS-QDR-TEM-QUADRO
               PERFORM UNTIL WS-QDR-STATUS NOT = "00"
                   READ QUADRO-VAGAS-FILE
                       AT END
                           MOVE "10" TO WS-QDR-STATUS
                       NOT AT END
                           MOVE QDR-DEPTO TO WS-QDR-DEPTO
                           MOVE QDR-GRADE TO WS-QDR-GRADE
                           PERFORM PROCURA-QUADRO
                           IF QUADRO-ACHADO
                               MOVE QDR-AUTORIZADO TO
                                   TAB-QDR-AUTORIZADO(QDR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUADRO-VAGAS-FILE.

       GRAVA-QUADRO.
           OPEN OUTPUT QUADRO-VAGAS-FILE.
           PERFORM VARYING QDR-IDX FROM 1 BY 1
                   UNTIL QDR-IDX > WS-QTD-QUADRO
               IF TAB-QDR-AUTORIZADO(QDR-IDX) > 0
                   MOVE TAB-QDR-DEPTO(QDR-IDX) TO QDR-DEPTO
                   MOVE TAB-QDR-GRADE(QDR-IDX) TO QDR-GRADE
                   MOVE TAB-QDR-AUTORIZADO(QDR-IDX) TO QDR-AUTORIZADO
                   WRITE QDR-QUADRO-REC
               END-IF
           END-PERFORM.
           CLOSE QUADRO-VAGAS-FILE.

      *    celula de WS-QDR-DEPTO/-GRADE em QDR-IDX; quem nao esta no
      *    quadro entra com zero autorizado, para o excesso aparecer.
      *    tabela cheia deixa QUADRO-ACHADO desligado.
       PROCURA-QUADRO.
           MOVE "N" TO WS-QDR-ACHADO.
           PERFORM VARYING QDR-IDX FROM 1 BY 1
                   UNTIL QDR-IDX > WS-QTD-QUADRO OR QUADRO-ACHADO
               IF TAB-QDR-DEPTO(QDR-IDX) = WS-QDR-DEPTO
                       AND TAB-QDR-GRADE(QDR-IDX) = WS-QDR-GRADE
                   MOVE "S" TO WS-QDR-ACHADO
               END-IF
           END-PERFORM.
           IF QUADRO-ACHADO
               SET QDR-IDX DOWN BY 1
           ELSE
               IF WS-QTD-QUADRO < 200
                   ADD 1 TO WS-QTD-QUADRO
                   SET QDR-IDX TO WS-QTD-QUADRO
                   MOVE WS-QDR-DEPTO TO TAB-QDR-DEPTO(QDR-IDX)
                   MOVE WS-QDR-GRADE TO TAB-QDR-GRADE(QDR-IDX)
                   MOVE 0 TO TAB-QDR-AUTORIZADO(QDR-IDX)
                   MOVE 0 TO TAB-QDR-OCUPADO(QDR-IDX)
                   MOVE 0 TO TAB-QDR-ABERTO(QDR-IDX)
                   MOVE 0 TO TAB-QDR-PENDENTE(QDR-IDX)
                   MOVE "S" TO WS-QDR-ACHADO
               END-IF
           END-IF.

       ANOTA-OCUPADO.
           PERFORM PROCURA-QUADRO.
           IF QUADRO-ACHADO
               ADD 1 TO TAB-QDR-OCUPADO(QDR-IDX)
           END-IF.

      *    contratado pelo PROG31 que ainda nao tem registro de
      *    pagamento (o PROG42 inclui depois): ocupa o posto da
      *    requisicao que consumiu.
       ANOTA-OCUPADO-POR-REQUISICAO.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-QTD-REQUISICOES
               MOVE TAB-REQ(REQ-IDX) TO RQ-REQUISICAO-REC
               IF RQ-PREENCHIDA AND RQ-COD-FUNCIONARIO = WS-QDR-COD
                   MOVE RQ-DEPTO TO WS-QDR-DEPTO
                   MOVE RQ-GRADE TO WS-QDR-GRADE
                   PERFORM ANOTA-OCUPADO
               END-IF
           END-PERFORM.

       CARREGA-REQUISICOES.
           MOVE 0 TO WS-QTD-REQUISICOES.
           OPEN INPUT REQUISICOES-FILE.
           IF WS-REQ-STATUS = "00"
               PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                   READ REQUISICOES-FILE
                       AT END
                           MOVE "10" TO WS-REQ-STATUS
                       NOT AT END
                           IF WS-QTD-REQUISICOES < 500
                               ADD 1 TO WS-QTD-REQUISICOES
                               SET REQ-IDX TO WS-QTD-REQUISICOES
                               MOVE RQ-REQUISICAO-REC
                                   TO TAB-REQ(REQ-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REQUISICOES-FILE.

       GRAVA-REQUISICOES.
           OPEN OUTPUT REQUISICOES-FILE.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-QTD-REQUISICOES
               MOVE TAB-REQ(REQ-IDX) TO RQ-REQUISICAO-REC
               WRITE RQ-REQUISICAO-REC
           END-PERFORM.
           CLOSE REQUISICOES-FILE.

      *    vagas aprovadas ainda sem contratado e requisicoes
      *    esperando aprovacao, por celula do quadro.
       CONTA-REQUISICOES.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-QTD-REQUISICOES
               MOVE TAB-REQ(REQ-IDX) TO RQ-REQUISICAO-REC
               IF RQ-APROVADA OR RQ-PENDENTE
                   MOVE RQ-DEPTO TO WS-QDR-DEPTO
                   MOVE RQ-GRADE TO WS-QDR-GRADE
                   PERFORM PROCURA-QUADRO
                   IF QUADRO-ACHADO AND RQ-APROVADA
                       ADD 1 TO TAB-QDR-ABERTO(QDR-IDX)
                   END-IF
                   IF QUADRO-ACHADO AND RQ-PENDENTE
                       ADD 1 TO TAB-QDR-PENDENTE(QDR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    requisicao de numero RQ-NUMERO na tabela: posicao em
      *    WS-REQ-ACHADA (zero se nao existir) e o registro em
      *    RQ-REQUISICAO-REC.
       PROCURA-REQUISICAO.
           MOVE 0 TO WS-REQ-ACHADA.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-QTD-REQUISICOES
                   OR WS-REQ-ACHADA NOT = 0
               IF TAB-REQ(REQ-IDX)(1:5) = RQ-NUMERO
                   SET WS-REQ-ACHADA TO REQ-IDX
               END-IF
           END-PERFORM.
           IF WS-REQ-ACHADA NOT = 0
               MOVE TAB-REQ(WS-REQ-ACHADA) TO RQ-REQUISICAO-REC
           END-IF.

      *    postos livres da celula em QDR-IDX e os totais do
      *    departamento dela.
       SALDO-DO-QUADRO.
           SET WS-QDR-CELULA TO QDR-IDX.
           COMPUTE WS-QDR-SALDO = TAB-QDR-AUTORIZADO(QDR-IDX)
               - TAB-QDR-OCUPADO(QDR-IDX) - TAB-QDR-ABERTO(QDR-IDX).
           MOVE 0 TO WS-QDR-DEPTO-AUTORIZADO.
           MOVE 0 TO WS-QDR-DEPTO-OCUPADO.
           MOVE TAB-QDR-DEPTO(QDR-IDX) TO WS-QDR-DEPTO.
           PERFORM VARYING QDR-IDX FROM 1 BY 1
                   UNTIL QDR-IDX > WS-QTD-QUADRO
               IF TAB-QDR-DEPTO(QDR-IDX) = WS-QDR-DEPTO
                   ADD TAB-QDR-AUTORIZADO(QDR-IDX)
                       TO WS-QDR-DEPTO-AUTORIZADO
                   ADD TAB-QDR-OCUPADO(QDR-IDX)
                       TO WS-QDR-DEPTO-OCUPADO
               END-IF
           END-PERFORM.
           SET QDR-IDX TO WS-QDR-CELULA.
