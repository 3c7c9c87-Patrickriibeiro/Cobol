      *            catalogada em RELCATAL.DAT para o expurgo de
      *            retencao do PROG102; a retomada por checkpoint no
      *            mesmo dia continua em EXTEND na mesma geracao.
      * 2026-10-15 o aviso ao RH segue como papel da fila, resolvido
      *            pelo PROG10 na entrega (gerente do departamento RH).
      * 2026-10-15 passo da janela noturna (PROG150): o modo lote e
      *            apurado antes do INI; ja concluido na retomada,
      *            encerra na hora sem rodar de novo.
      * 2026-10-15 o cartao APOSTRIG.DAT so dispara a varredura se o
      *            PROG157 o registrou no RECEBIDO.DAT e ainda nao foi
      *            processado (a mesma entrega nao varre duas vezes);
      *            cartao repetido ou sem registro termina com RC=0008.
      *            a varredura completa marca o cartao como processado
      *            antes de consumi-lo.
      * 2026-10-15 cartao APOSTRIG repetido ou sem registro passa a
      *            terminar com RC=0004 e AVISO no RUNLOG (nada a
      *            varrer); a janela segue com os passos seguintes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "RUNSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RCBSEL.cpy".

       DATA DIVISION.
       FILE SECTION.

       COPY "RUNFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RCBFD.cpy".

       WORKING-STORAGE SECTION.

       COPY "CKPTWS.cpy".
       COPY "RELGERWS.cpy".
       COPY "FILERRWS.cpy".
       COPY "RCBWS.cpy".

       01 IDADE PIC 9(3).


       PROGRAM-BEGIN.
           MOVE "PROG6" TO WS-RUNLOG-PROGRAMA.
      *    com o cartao de gatilho presente esta e uma execucao em
      *    lote (caso da janela noturna, sem operador no terminal):
      *    pula a parte interativa por completo e vai direto para a
      *    varredura. o modo vai no log desde o INI.
           PERFORM VERIFICA-MODO-LOTE.
           IF MODO-LOTE
               MOVE "L" TO WS-RUNLOG-MODO
           END-IF.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

      *    cartao repetido (mesma entrega ja varrida) ou nao
      *    registrado pelo PROG157 nao dispara a varredura. e so
      *    aviso (nada a varrer): RC=0004 deixa seguir os passos
      *    seguintes da janela; RC=0008 fica para falha de verdade.
           IF MODO-LOTE
               MOVE "APOSTRIG.DAT" TO WS-RCB-ARQUIVO-NOME
               MOVE "PROG6" TO WS-RCB-PROGRAMA
               PERFORM CONFERE-RECEBIMENTO
               IF NOT RECEBIMENTO-LIBERADO
                   MOVE "AVISO" TO WS-RUNLOG-RESULTADO
                   MOVE 4 TO RETURN-CODE
                   PERFORM GRAVA-RUNLOG-FIM
                   GO TO PROGRAM-DONE
               END-IF
           END-IF.

           PERFORM CARREGA-PARAMETROS-PROG6.

      *    quanto pelo calculo de idade da varredura em lote.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.

           IF MODO-LOTE
               DISPLAY "EXECUCAO EM LOTE, GATILHO ENCONTRADO"
           ELSE
               PERFORM PEGA-DATA-NASCIMENTO-VALIDADA

      *        varredura).
               MOVE 0 TO WS-CKPT-REGISTRO
               PERFORM GRAVA-CHECKPOINT-APOSENTADORIA
               PERFORM BAIXA-RECEBIMENTO
               DELETE FILE GATILHO-LOTE-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
      *    por funcionario. urgente quando a elegibilidade ja cai
      *    dentro do ano corrente (o funcionario completa a idade
      *    de aposentadoria ate o fim do ano); rotina nos demais.
      *    RH e papel da fila: o PROG10 entrega ao gerente do
      *    departamento RH do dia (sem ele, a caixa RH).
       AVISA-RH-ELEGIVEL.
           MOVE "N" TO WS-JA-NOTIFICADO.
           PERFORM VARYING WS-NOTI-IDX FROM 1 BY 1
       COPY "CKPTPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "FILERRPROC.cpy".
       COPY "RCBPROC.cpy".
