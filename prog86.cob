      *            padrao 5) sai suprimida como "*", para ninguem
      *            ser identificavel. "o que cada regiao respondeu"
      *            ganha resposta sem expor ninguem.
      * 2026-10-15 PESQDET.DAT ganhou DET-COMENTARIO no fim (texto
      *            da pergunta de comentario livre do PROG14); a
      *            pergunta de comentario fica fora do cruzamento.
      * 2026-10-15 resposta X do PESQDET (pergunta que nao se aplica
      *            ao respondente, pela condicao do banco) fica fora
      *            do cruzamento - nao e resposta nem recusa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
           05  DET-COMENTARIO PIC X(120).

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".
                       AT END
                           MOVE "10" TO WS-DETALHE-STATUS
                       NOT AT END
      *    comentario livre (resposta "C") nao tem o que cruzar;
      *    os temas dele saem no PROG143. "nao se aplica" (X) nao
      *    e resposta e fica fora do cruzamento.
                           IF (WS-CODIGO-PEDIDO = SPACES
                                   OR DET-CODIGO = WS-CODIGO-PEDIDO)
                                   AND DET-RESPOSTA NOT = "C"
                                   AND DET-RESPOSTA NOT = "X"
                               PERFORM ANOTA-CODIGO
                           END-IF
                   END-READ
