      *            saldo devedor alem do limite de credito e barrado
      *            - ambos com linha na trilha comum de excecoes.
      *            sem o mestre de clientes, tudo passa como sempre.
      * 2026-10-15 operador com fechamento de turno pendente de
      *            abono (diferenca de caixa no PROG139, ainda nao
      *            abonada pelo supervisor no PROG140) nao abre
      *            sessao nova, com linha na trilha de excecoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PARMSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
           COPY "TURNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "PARMFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       COPY "TURNFD.cpy".

       WORKING-STORAGE SECTION.

       COPY "SIGNWS.cpy".
       COPY "RUNWS.cpy".
       COPY "PARMWS.cpy".
       COPY "TURNWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.

               GO TO PROGRAM-DONE
           END-IF.

      *    turno fechado com diferenca no PROG139 e ainda sem o
      *    abono do supervisor (PROG140) barra a sessao nova.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-TURNO-OPERADOR.
           PERFORM CONFERE-TURNO-OPERADOR.
           IF TURNO-PENDENTE
               DISPLAY "TURNO ANTERIOR COM DIFERENCA DE CAIXA"
                   " AGUARDANDO ABONO DO SUPERVISOR"
               MOVE "TESTE" TO WS-EXCCOM-PROGRAMA
               MOVE "TURNO-PENDENTE" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "TURNO-PEND" TO WS-RUNLOG-RESULTADO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN EXTEND HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
       COPY "SIGNPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "TURNPROC.cpy".
