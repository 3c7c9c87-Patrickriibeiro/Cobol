      *            detalhe de respostas nao e mais cobrado, e sem
      *            campanha aberta o passo nao faz nada - acabou a
      *            volta de mesa em mesa.
      * 2026-10-15 PESQDET.DAT ganhou DET-COMENTARIO no fim (texto
      *            da pergunta de comentario livre do PROG14).
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
           05  DET-COMENTARIO PIC X(120).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".
           MOVE "PROG87" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
