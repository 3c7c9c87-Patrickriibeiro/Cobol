      *            lista soma e fila morta subtrai, entao o que da
      *            para afirmar dos insumos e "no maximo isto" - e o
      *            PROG34 compara de acordo, sem alarme falso.
      * 2026-10-15 PESQTAL.DAT ganhou APUR-QTD-COMENTARIOS no fim
      *            (pergunta de comentario livre do PROG14).
      * 2026-10-15 PERGBANK.DAT ganhou a condicao da pergunta no fim
      *            do registro (BANCO-COND-*).
      * 2026-10-15 grava INI/FIM no log comum RUNLOG.DAT e entra no
      *            controle da janela noturna (PROG150): ja concluido
      *            na retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLESPER-STATUS.

           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTADOR-MENSAGEM-FILE.
           05  BANCO-ANONIMA   PIC X.
      *    tipo S = resposta S/N/T (padrao), E = escala de 1 a 5.
           05  BANCO-TIPO      PIC X.
      *    condicao da pergunta (branco = sempre; ver PROG38).
           05  BANCO-COND-TIPO     PIC X.
           05  BANCO-COND-PERGUNTA PIC X(10).
           05  BANCO-COND-VALOR    PIC X(4).

       FD  APURACAO-PESQUISA-FILE.
       01  APURACAO-REC.
           05  APUR-TIPO       PIC X.
           05  APUR-QTD-PONTO OCCURS 5 TIMES PIC 9(5).
           05  APUR-MEDIA      PIC 9V99.
           05  APUR-QTD-COMENTARIOS PIC 9(5).

       FD  LOTE-SOMA-FILE.
       01  LOTE-SOMA-REC PIC X(42).
           05  CTLESP-QUANTIDADE PIC 9(5).
           05  CTLESP-TIPO      PIC X.

       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MSGCTR-STATUS   PIC XX.
       01  WS-QTD-TICKETS    PIC 9(5) VALUE 0.
       01  WS-ESPERADO       PIC 9(7).

       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG54" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

               WS-QTD-FILA " ROSTER " WS-QTD-ROSTER
               " X " WS-QTD-PERGUNTAS " TICKETS " WS-QTD-TICKETS.

           MOVE 3 TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

               END-PERFORM
           END-IF.
           CLOSE LOTE-SOMA-FILE.

       COPY "RUNPROC.cpy".
