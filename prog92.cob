      *            sign-on de operador e com linha de auditoria a
      *            cada mudanca. a TESTE e o PROG3 passam a validar
      *            o cliente e o limite antes de lancar.
      * 2026-10-15 cliente suspenso no aviso final de cobranca
      *            (PROG133, COBRANCA.DAT) so e reativado pelo
      *            supervisor; a revisao fica carimbada na cobranca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
           COPY "COBRSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       COPY "COBRFD.cpy".

       WORKING-STORAGE SECTION.

           88  CLIENTE-LIDO VALUE "S".
       01  WS-VALOR-ENTRADA PIC X(11).
       01  WS-LIMITE-EDIT PIC 9(7).99.
       01  WS-SITUACAO-ANTERIOR PIC X.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "COBRWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               DISPLAY "CLIENTE NAO CADASTRADO"
           ELSE
               PERFORM EXIBE-CLIENTE
               MOVE CLI-SITUACAO TO WS-SITUACAO-ANTERIOR
               PERFORM PEDE-CAMPOS-CLIENTE
               IF WS-SITUACAO-ANTERIOR = "I" AND CLI-SITUACAO = "A"
                   PERFORM REVISA-SUSPENSAO-COBRANCA
               END-IF
               REWRITE CLI-CLIENTE-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR CLIENTE"
           COMPUTE CLI-LIMITE-CRED =
               FUNCTION NUMVAL(WS-VALOR-ENTRADA).

      *    cliente suspenso no aviso final de cobranca (PROG133)
      *    so volta a ativo pela mao do supervisor; a revisao fica
      *    carimbada no registro da cobranca, que segue aberto ate
      *    o razao ser quitado (o aviso final nao se repete).
       REVISA-SUSPENSAO-COBRANCA.
           PERFORM CARREGA-COBRANCAS.
           MOVE CLI-NOME TO WS-COB-CLIENTE-PEDIDO.
           PERFORM PROCURA-ESTAGIO-COBRANCA.
           IF WS-COB-ESTAGIO-ENVIADO = 3
               IF PERFIL-SUPERVISOR
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                   MOVE WS-OPERADOR-ID-DIGITADO TO COB-REVISOR
                   MOVE WS-DATA-HORA-ATUAL(1:8) TO COB-DATA-REVISAO
                   MOVE COB-COBRANCA-REC TO TAB-COB(WS-COB-ULTIMO)
                   PERFORM GRAVA-COBRANCAS
                   DISPLAY "SUSPENSAO POR COBRANCA REVISADA"
               ELSE
                   DISPLAY "SUSPENSO NO AVISO FINAL DE COBRANCA: "
                       "REATIVAR SO PARA SUPERVISOR"
                   MOVE "I" TO CLI-SITUACAO
                   MOVE "PROG92" TO WS-EXCCOM-PROGRAMA
                   MOVE "PERFIL" TO WS-EXCCOM-CAMPO
                   MOVE CLI-NOME TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
               END-IF
           END-IF.

       REGISTRA-AUDITORIA-CLI.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "CLIENTE" TO WS-OPERADOR-COMUM.
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "COBRPROC.cpy".
