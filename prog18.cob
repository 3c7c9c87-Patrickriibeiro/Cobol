      *            de regras mantido, um comportamento para todos os
      *            lotes digitados. a escolha e exibicao da regra da
      *            vez continuam aqui.
      * 2026-10-15 VALENGWS.cpy ganhou LNK-REGRAS-ARQUIVO; em branco
      *            o VALENG segue lendo VALREGRA.DAT.
      * 2026-10-15 VALLOTE.DAT so e processado se o PROG157 o registrou
      *            no RECEBIDO.DAT e ainda nao foi processado; lote
      *            repetido ou sem registro fica de fora com RC=0008.
      *            o lote processado fica marcado como processado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "RUNSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "RCBSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "RUNFD.cpy".
       COPY "PARMFD.cpy".
       COPY "EXCFD.cpy".
       COPY "RCBFD.cpy".

       WORKING-STORAGE SECTION.

       COPY "RUNWS.cpy".
       COPY "PARMWS.cpy".
       COPY "VALENGWS.cpy".
       COPY "RCBWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.

      *    em VALRES.DAT, com as rejeicoes tambem indo para o
      *    relatorio de excecoes.
       PROCESSA-LOTE.
      *    lote repetido ou nao registrado pelo PROG157 fica de fora.
           MOVE "VALLOTE.DAT" TO WS-RCB-ARQUIVO-NOME.
           MOVE "PROG16" TO WS-RCB-PROGRAMA.
           PERFORM CONFERE-RECEBIMENTO.
           IF RECEBIDO-PRESENTE AND NOT RECEBIMENTO-LIBERADO
               MOVE "NAO-RECEB" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               GO TO PROCESSA-LOTE-FIM
           END-IF.
           PERFORM ESCOLHE-REGRA-DO-LOTE.
           PERFORM VERIFICA-CONTROLES-LOTE
               THRU VERIFICA-CONTROLES-FIM.
               CLOSE RESULTADO-LOTE-FILE
               DISPLAY "LOTE PROCESSADO: " WS-QTD-PROCESSADOS
               DISPLAY "NO INTERVALO: " WS-QTD-NO-INTERVALO
               PERFORM BAIXA-RECEBIMENTO
           ELSE
               CLOSE LOTE-VALORES-FILE
           END-IF.
           MOVE SPACES TO LNK-VALOR.
           MOVE LOTE-VALOR-REC TO LNK-VALOR(1:3).
           MOVE WS-REGRA-SUPERIOR TO LNK-SUP-PADRAO.
           MOVE SPACES TO LNK-REGRAS-ARQUIVO.
           CALL "VALENG" USING VALENG-PEDIDO VALENG-RESPOSTA.

           MOVE LNK-SITUACAO TO RESLOTE-SITUACAO.
       COPY "EXCPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RCBPROC.cpy".
