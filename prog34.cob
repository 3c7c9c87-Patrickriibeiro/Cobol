      * 2026-08-22 grava inicio e fim de execucao no log comum
      *            RUNLOG.DAT (RUNPROC.cpy), para o quadro de ultima
      *            execucao da operacao (PROG50 e menu PROG33).
      * 2026-10-15 PESQTAL.DAT ganhou APUR-QTD-COMENTARIOS no fim
      *            (pergunta de comentario livre do PROG14).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  APUR-TIPO       PIC X.
           05  APUR-QTD-PONTO OCCURS 5 TIMES PIC 9(5).
           05  APUR-MEDIA      PIC 9V99.
           05  APUR-QTD-COMENTARIOS PIC 9(5).

       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).
