      *            (solicitante e aprovador) ficam carimbadas na
      *            trilha comum de auditoria; o que nao for decidido
      *            continua pendente para a proxima sessao.
      * 2026-10-15 a aprovacao respeita a data de vigencia do pedido:
      *            vigencia futura fica programada em MUDVIG.DAT para o
      *            PROG121 aplicar no dia; vigencia ate hoje entra no
      *            mestre na hora e tambem fica registrada la, com as
      *            imagens, para o pro rata da folha (PROG43).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           COPY "MUDVSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
       COPY "PENDREC.cpy".

       FD  PENDENTES-TRABALHO-FILE.
       01  PENDENTES-TRABALHO-REC PIC X(81).

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       COPY "MUDVFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       01  WS-QTD-APLICADAS  PIC 9(4) VALUE 0.
       01  WS-QTD-REJEITADAS PIC 9(4) VALUE 0.
       01  WS-QTD-MANTIDAS   PIC 9(4) VALUE 0.
       01  WS-QTD-AGENDADAS  PIC 9(4) VALUE 0.
       01  WS-DATA-HOJE PIC 9(8).

      *    visao de colunas da imagem nova para aplicar no mestre.
       01  WS-IMAGEM-NOVA-CAMPOS.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "MUDVWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               OPEN I-O PAGAMENTO-MASTER-FILE
           END-IF.

           OPEN EXTEND MUDANCAS-VIGENCIA-FILE.
           IF WS-MUDVIG-STATUS NOT = "00"
               CLOSE MUDANCAS-VIGENCIA-FILE
               OPEN OUTPUT MUDANCAS-VIGENCIA-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           OPEN OUTPUT PENDENTES-TRABALHO-FILE.
           PERFORM UNTIL WS-PENDENTES-STATUS NOT = "00"
               READ PENDENTES-FILE
           CLOSE PENDENTES-TRABALHO-FILE.
           CLOSE PENDENTES-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           CLOSE MUDANCAS-VIGENCIA-FILE.

           PERFORM REESCREVE-PENDENTES.

           DISPLAY "APLICADAS " WS-QTD-APLICADAS
               " AGENDADAS " WS-QTD-AGENDADAS
               " REJEITADAS " WS-QTD-REJEITADAS
               " MANTIDAS " WS-QTD-MANTIDAS.
           PERFORM FECHA-TRILHAS.
           DISPLAY "===== MUDANCA PENDENTE =====".
           DISPLAY "ACAO: " PEND-ACAO " SOLICITANTE: "
               PEND-SOLICITANTE " EM " PEND-DATA.
           PERFORM DEFINE-VIGENCIA.
           IF WS-MUDVIG-VIGENCIA > WS-DATA-HOJE
               DISPLAY "VIGENCIA: " WS-MUDVIG-VIGENCIA-EDIT
                   " (APLICADA NO MESTRE SO NA DATA)"
           ELSE
               DISPLAY "VIGENCIA: " WS-MUDVIG-VIGENCIA-EDIT
           END-IF.
           DISPLAY "ANTERIOR: " PEND-IMAGEM-ANTERIOR.
           DISPLAY "NOVA:     " PEND-IMAGEM-NOVA.
           DISPLAY "A=APLICAR R=REJEITAR OUTRA=MANTER PENDENTE"
           MOVE PEND-MUDANCA-REC TO PENDENTES-TRABALHO-REC.
           WRITE PENDENTES-TRABALHO-REC.

      *    pendencia sem vigencia (gravada antes do campo existir)
      *    vale a partir de hoje.
       DEFINE-VIGENCIA.
           MOVE WS-DATA-HOJE TO WS-MUDVIG-VIGENCIA.
           IF PEND-DATA-VIGENCIA IS NUMERIC
                   AND PEND-DATA-VIGENCIA NOT = 0
               MOVE PEND-DATA-VIGENCIA TO WS-MUDVIG-VIGENCIA
           END-IF.
           MOVE WS-MUDVIG-VIGENCIA(7:2) TO WS-MUDVIG-EDIT-DIA.
           MOVE WS-MUDVIG-VIGENCIA(5:2) TO WS-MUDVIG-EDIT-MES.
           MOVE WS-MUDVIG-VIGENCIA(1:4) TO WS-MUDVIG-EDIT-ANO.

      *    aprovada com vigencia futura, a mudanca fica programada em
      *    MUDVIG.DAT e o PROG121 aplica no dia; com vigencia ate
      *    hoje entra no mestre agora. as duas ficam registradas
      *    la, com as imagens, para o pro rata da folha.
       APLICA-PENDENCIA.
           PERFORM DEFINE-VIGENCIA.
           MOVE PEND-IMAGEM-NOVA TO WS-IMAGEM-NOVA-CAMPOS.
           MOVE SPACES TO MV-MUDANCA-REC.
           MOVE WS-NOVA-COD TO MV-COD.
           MOVE WS-MUDVIG-VIGENCIA TO MV-DATA-VIGENCIA.
           MOVE PEND-ACAO TO MV-ACAO.
           MOVE PEND-SOLICITANTE TO MV-SOLICITANTE.
           MOVE WS-OPERADOR-ID-DIGITADO TO MV-APROVADOR.
           MOVE WS-DATA-HOJE TO MV-DATA-APROVACAO.
           MOVE PEND-IMAGEM-ANTERIOR TO MV-IMAGEM-ANTERIOR.
           MOVE PEND-IMAGEM-NOVA TO MV-IMAGEM-NOVA.
           IF WS-MUDVIG-VIGENCIA > WS-DATA-HOJE
               MOVE "P" TO MV-SITUACAO
               MOVE 0 TO MV-DATA-EFETIVACAO
               WRITE MV-MUDANCA-REC
               ADD 1 TO WS-QTD-AGENDADAS
               DISPLAY "MUDANCA DE " WS-NOVA-COD " AGENDADA PARA "
                   WS-MUDVIG-VIGENCIA-EDIT
               MOVE "AGENDADA" TO WS-DESCRICAO-AUDITORIA
               PERFORM REGISTRA-DECISAO
           ELSE
               MOVE "E" TO MV-SITUACAO
               MOVE WS-DATA-HOJE TO MV-DATA-EFETIVACAO
               WRITE MV-MUDANCA-REC
               PERFORM EFETIVA-PENDENCIA
           END-IF.

       EFETIVA-PENDENCIA.
           MOVE WS-NOVA-COD       TO PM-COD.
           MOVE WS-NOVA-GRADE     TO PM-GRADE.
           MOVE WS-NOVA-DEPTO     TO PM-DEPTO.
           MOVE WS-DESCRICAO-AUDITORIA TO WS-DECISAO-GUARDADA.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DECISAO-GUARDADA(1:9) " " WS-NOVA-COD
                  " POR " WS-OPERADOR-ID-DIGITADO " V"
                  WS-MUDVIG-VIGENCIA
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

