      *            com pelo menos um dia util decorrido desde o
      *            envio - urgente de sexta deixa de ser cobrada no
      *            sabado.
      * 2026-10-15 layout do DESTDIR.DAT acompanha os campos de
      *            canal de entrega externa (gateway e-mail/SMS).
      * 2026-10-15 MENSLOG ganhou o papel enderecado na fila
      *            (MLOG-PAPEL) no fim do registro.
      * 2026-10-15 grava INI/FIM no log comum RUNLOG.DAT e entra no
      *            controle da janela noturna (PROG150): ja concluido
      *            na retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-FILA-STATUS.

           COPY "CALSEL.cpy".
           COPY "RUNSEL.cpy".

      *    registro das mensagens ja cobradas, para a mesma urgente
      *    nao gerar uma cobranca nova a cada noite.
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  CONFIRMACAO-FILE.
       01  CONFIRMACAO-REC.
      *    "S" = entregas de rotina ficam retidas para o digesto
      *    diario (PROG89); urgentes passam direto.
           05  DIR-DIGESTO        PIC X.
      *    canais de entrega externa pelo gateway (PROG10/PROG141):
      *    E = e-mail, S = SMS, branco = sem canal; o segundo par e
      *    o canal alternativo para reenviar a entrega que falhou.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".
           05  CHAS-DATA          PIC 9(8).

       COPY "CALFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.


       COPY "CAMPOSCOM.cpy".
       COPY "CALWS.cpy".
       COPY "RUNWS.cpy".

       01  WS-DIAS-UTEIS-DECORRIDOS PIC 9(3).
       01  WS-CAL-DIAS-CORRENTE PIC 9(7).
       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "PROG36" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           DISPLAY "COBRANCAS GERADAS: " WS-QTD-COBRADAS
               " SUSPENSAS POR AUSENCIA: " WS-QTD-SUSPENSAS.

           MOVE WS-QTD-COBRADAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

           CLOSE DIRETORIO-DEST-FILE.

       COPY "CALPROC.cpy".
       COPY "RUNPROC.cpy".

       PROCURA-SUPERVISOR.
           MOVE MLOG-DESTINATARIO TO WS-SUPERVISOR.
