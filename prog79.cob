      *            mestre quando a pergunta de papelada vira pedido
      *            de volta. a restauracao fica na trilha comum de
      *            auditoria, sob sign-on de operador.
      * 2026-10-15 imagem do registro passa a 136 posicoes
      *            (CPF e PIS no FMREC.cpy).
      * 2026-10-15 imagem do registro passa a 142 posicoes
      *            (FM-SUPERIOR no FMREC.cpy).
      * 2026-10-15 imagem anonimizada pelo PROG152 (retencao LGPD
      *            vencida) so e consultada: nao volta ao mestre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC.
           05  ARCH-TIPO   PIC X.
           05  ARCH-IMAGEM PIC X(142).

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".
           88  OPCAO-SAIR      VALUE 0.

       01  WS-COD-PEDIDO PIC X(6).
       01  WS-IMAGEM-ACHADA PIC X(142).
       01  WS-NOME-ANONIMO PIC X(20) VALUE "** ANONIMIZADO **".
       01  WS-ACHOU PIC X VALUE "N".
           88  ARQUIVADO-ACHADO VALUE "S".

               GO TO RESTAURA-ARQUIVADO-FIM
           END-IF.
           PERFORM EXIBE-ARQUIVADO.
           MOVE WS-IMAGEM-ACHADA TO FM-FUNCIONARIO-REC.
           IF FM-NOME = WS-NOME-ANONIMO
               DISPLAY "REGISTRO ANONIMIZADO (PROG152), NAO VOLTA "
                   "AO MESTRE"
               GO TO RESTAURA-ARQUIVADO-FIM
           END-IF.

           OPEN I-O FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
