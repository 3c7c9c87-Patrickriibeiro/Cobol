      *            fila do PROG10 ao gerente do departamento
      *            (DEPTMSTR.DAT) quando o consumo passa de
      *            ORCAM-ALERTA-PCT (parametro central, padrao 80).
      * 2026-10-15 aviso enfileirado pelo papel GERENTE:<depto>,
      *            resolvido pelo PROG10 na entrega: troca de gerente
      *            vale para o que ja esta na fila.
      * 2026-10-15 confronto pelo codigo de hoje do mapa de
      *            departamentos (DEPTMAPA.DAT, do PROG159): orcado
      *            e realizado de um codigo fundido ou trocado somam
      *            no departamento que ficou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCAMREL-STATUS.

           COPY "DMAPSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
       FD  ORCAMENTO-REPORT-FILE.
       01  ORCAMENTO-REPORT-LINHA PIC X(80).

       COPY "DMAPFD.cpy".
       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       01  WS-ORCA-IDX PIC 9(3).
       01  WS-ORCA-ACHADO-IDX PIC 9(3).

      *    orcado da competencia do confronto por departamento de
      *    hoje: o codigo antigo de uma reorganizacao soma no novo.
       01  WS-TABELA-CONFRONTO.
           05  TAB-CONF OCCURS 100 TIMES.
               10  TAB-CONF-DEPTO PIC X(4).
               10  TAB-CONF-VALOR PIC 9(8).
       01  WS-QTD-CONF PIC 9(3) VALUE 0.
       01  WS-CONF-IDX PIC 9(3).
       01  WS-CONF-ACHADO-IDX PIC 9(3).

       01  WS-DEPTO-PEDIDO PIC X(4).
       01  WS-COMPETENCIA-PEDIDA PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA-PEDIDA.
       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "PARMWS.cpy".
       COPY "DMAPWS.cpy".

       01  WS-ALERTA-PCT PIC 9(3) VALUE 80.

           END-IF.

           PERFORM CARREGA-GERENTES.
           PERFORM CARREGA-MAPA-DEPTOS.
           PERFORM MONTA-CONFRONTO.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               DELIMITED BY SIZE INTO ORCAMENTO-REPORT-LINHA.
           WRITE ORCAMENTO-REPORT-LINHA.

           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-QTD-CONF
               PERFORM CONFRONTA-DEPARTAMENTO
           END-PERFORM.

           CLOSE ORCAMENTO-REPORT-FILE.
       CONFRONTA-ORCADO-REALIZADO-FIM.
           EXIT.

      *    orcamentos da competencia somados pelo codigo de hoje
      *    (mapa do PROG159): o orcado de um departamento fundido ou
      *    recodificado entra no departamento que ficou.
       MONTA-CONFRONTO.
           MOVE 0 TO WS-QTD-CONF.
           PERFORM VARYING WS-ORCA-IDX FROM 1 BY 1
                   UNTIL WS-ORCA-IDX > WS-QTD-ORCAMENTOS
               IF TAB-ORCA-COMPETENCIA(WS-ORCA-IDX) =
                       WS-COMPETENCIA-PEDIDA
                   MOVE TAB-ORCA-DEPTO(WS-ORCA-IDX) TO WS-DMAP-DEPTO
                   PERFORM RESOLVE-DEPTO-ATUAL
                   MOVE 0 TO WS-CONF-ACHADO-IDX
                   PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                           UNTIL WS-CONF-IDX > WS-QTD-CONF
                       IF TAB-CONF-DEPTO(WS-CONF-IDX) = WS-DMAP-DEPTO
                           MOVE WS-CONF-IDX TO WS-CONF-ACHADO-IDX
                       END-IF
                   END-PERFORM
                   IF WS-CONF-ACHADO-IDX = 0
                       ADD 1 TO WS-QTD-CONF
                       MOVE WS-QTD-CONF TO WS-CONF-ACHADO-IDX
                       MOVE WS-DMAP-DEPTO
                           TO TAB-CONF-DEPTO(WS-CONF-ACHADO-IDX)
                       MOVE 0 TO TAB-CONF-VALOR(WS-CONF-ACHADO-IDX)
                   END-IF
                   ADD TAB-ORCA-VALOR(WS-ORCA-IDX)
                       TO TAB-CONF-VALOR(WS-CONF-ACHADO-IDX)
               END-IF
           END-PERFORM.

      *    realizado do departamento: linhas do acumulado com o
      *    codigo de hoje ou com um codigo antigo que resolve nele.
       CONFRONTA-DEPARTAMENTO.
           MOVE 0 TO WS-REALIZADO.
           OPEN INPUT ACUMULADO-DEPTO-FILE.
                       AT END
                           MOVE "10" TO WS-ACUMULADO-STATUS
                       NOT AT END
                           MOVE ACUM-DEPTO TO WS-DMAP-DEPTO
                           PERFORM RESOLVE-DEPTO-ATUAL
                           IF WS-DMAP-DEPTO =
                                   TAB-CONF-DEPTO(WS-CONF-IDX)
                               AND ACUM-COMPETENCIA =
                                   WS-COMPETENCIA-PEDIDA
                               ADD ACUM-VALOR TO WS-REALIZADO
           CLOSE ACUMULADO-DEPTO-FILE.

           COMPUTE WS-RESTANTE =
               TAB-CONF-VALOR(WS-CONF-IDX) - WS-REALIZADO.
           IF TAB-CONF-VALOR(WS-CONF-IDX) > 0
               COMPUTE WS-CONSUMIDO-PCT ROUNDED =
                   (WS-REALIZADO * 100)
                   / TAB-CONF-VALOR(WS-CONF-IDX)
           ELSE
               MOVE 0 TO WS-CONSUMIDO-PCT
           END-IF.
           MOVE WS-CONSUMIDO-PCT TO WS-PCT-EDIT.

           MOVE SPACES TO ORCAMENTO-REPORT-LINHA.
           STRING TAB-CONF-DEPTO(WS-CONF-IDX)
                  " ORCADO " TAB-CONF-VALOR(WS-CONF-IDX)
                  " REALIZADO " WS-REALIZADO
                  " CONSUMO " WS-PCT-EDIT " %"
                  " SALDO " WS-RESTANTE
               PERFORM ENFILEIRA-AVISO-ORCAMENTO
           END-IF.

      *    o aviso vai para o gerente do departamento, pelo papel
      *    GERENTE:<depto> resolvido pelo PROG10 na entrega; sem
      *    departamento cadastrado, para FINANCEIRO.
       ENFILEIRA-AVISO-ORCAMENTO.
           MOVE "FINANCEIRO" TO WS-GERENTE.
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-QTD-GERENTES
               IF TAB-GER-DEPTO(WS-GER-IDX) =
                       TAB-CONF-DEPTO(WS-CONF-IDX)
                   MOVE SPACES TO WS-GERENTE
                   STRING "GERENTE:" TAB-GER-DEPTO(WS-GER-IDX)
                       DELIMITED BY SIZE INTO WS-GERENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE WS-GERENTE TO FILA-DESTINATARIO.
           MOVE "R" TO FILA-PRIORIDADE.
           MOVE SPACES TO FILA-TEXTO.
           STRING "ORCAMENTO " TAB-CONF-DEPTO(WS-CONF-IDX)
                  " " WS-COMPETENCIA-PEDIDA
                  " COM " WS-PCT-EDIT " % CONSUMIDO"
               DELIMITED BY SIZE INTO FILA-TEXTO.
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "DMAPPROC.cpy".
