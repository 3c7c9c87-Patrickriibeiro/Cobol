      *            codigo e faixa de datas. "quem mudou o CEP e
      *            quando" deixa de ser comparacao de 114 colunas no
      *            olho.
      * 2026-10-15 CPF e PIS entram na comparacao; imagem do
      *            historico passa a 136 posicoes.
      * 2026-10-15 superior (FM-SUPERIOR) entra na comparacao; imagem
      *            do historico passa a 142 posicoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  HISTM-DATA-HORA PIC X(14).
           05  HISTM-OPERADOR  PIC X(8).
           05  HISTM-ACAO      PIC X(10).
           05  HISTM-IMAGEM    PIC X(142).

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".
           05  TAB-HIST OCCURS 200 TIMES.
               10  TAB-HIST-DATA     PIC X(8).
               10  TAB-HIST-OPERADOR PIC X(8).
               10  TAB-HIST-IMAGEM   PIC X(142).
       01  WS-QTD-HISTORICO PIC 9(3) VALUE 0.
       01  WS-HIST-IDX PIC 9(3).
       01  WS-HIST-IDX2 PIC 9(3).
           05  ANT-CEP        PIC X(8).
           05  ANT-SITUACAO   PIC X.
           05  ANT-SAIDA      PIC X(8).
           05  ANT-CPF        PIC X(11).
           05  ANT-PIS        PIC X(11).
           05  ANT-SUPERIOR   PIC X(6).
       01  WS-IMAGEM-DEPOIS.
           05  DEP-IMG-COD        PIC X(6).
           05  DEP-IMG-NOME       PIC X(20).
           05  DEP-IMG-CEP        PIC X(8).
           05  DEP-IMG-SITUACAO   PIC X.
           05  DEP-IMG-SAIDA      PIC X(8).
           05  DEP-IMG-CPF        PIC X(11).
           05  DEP-IMG-PIS        PIC X(11).
           05  DEP-IMG-SUPERIOR   PIC X(6).

       01  WS-CAMPO-NOME  PIC X(12).
       01  WS-VALOR-ANTES PIC X(30).
               MOVE DEP-IMG-SAIDA TO WS-VALOR-DEPOIS
               PERFORM EMITE-DIFERENCA
           END-IF.
           IF ANT-CPF NOT = DEP-IMG-CPF
               MOVE "CPF" TO WS-CAMPO-NOME
               MOVE ANT-CPF TO WS-VALOR-ANTES
               MOVE DEP-IMG-CPF TO WS-VALOR-DEPOIS
               PERFORM EMITE-DIFERENCA
           END-IF.
           IF ANT-PIS NOT = DEP-IMG-PIS
               MOVE "PIS" TO WS-CAMPO-NOME
               MOVE ANT-PIS TO WS-VALOR-ANTES
               MOVE DEP-IMG-PIS TO WS-VALOR-DEPOIS
               PERFORM EMITE-DIFERENCA
           END-IF.
           IF ANT-SUPERIOR NOT = DEP-IMG-SUPERIOR
               MOVE "SUPERIOR" TO WS-CAMPO-NOME
               MOVE ANT-SUPERIOR TO WS-VALOR-ANTES
               MOVE DEP-IMG-SUPERIOR TO WS-VALOR-DEPOIS
               PERFORM EMITE-DIFERENCA
           END-IF.

       EMITE-DIFERENCA.
           ADD 1 TO WS-QTD-DIFERENCAS.
