      *            regravando FUNCROST.DAT - ninguem mais monta
      *            roster na mao nem esquece de parar a pesquisa
      *            (o fechamento automatico e do PROG85).
      * 2026-10-15 terceiro tipo de pergunta: comentario livre (tipo
      *            C no banco). ate duas linhas de texto vao para o
      *            novo DET-COMENTARIO do PESQDET.DAT, respeitando o
      *            modo anonimo; a apuracao ganhou a contagem de
      *            comentarios, e os temas saem no PROG143.
      * 2026-10-15 pergunta condicional: com condicao no banco
      *            (PROG38) - resposta a outra pergunta, ou
      *            escolaridade/UF/departamento do respondente pelo
      *            mestre + PAYMSTR - quem nao passa nao recebe a
      *            pergunta e o PESQDET.DAT leva resposta X (nao se
      *            aplica), que conta como tratada no confronto de
      *            nao-respondentes. condicao nao verificavel (sem
      *            mestre, referencia anonima) pergunta assim mesmo.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  APUR-TIPO       PIC X.
           05  APUR-QTD-PONTO OCCURS 5 TIMES PIC 9(5).
           05  APUR-MEDIA      PIC 9V99.
      *    comentarios nao vazios da pergunta de comentario livre.
           05  APUR-QTD-COMENTARIOS PIC 9(5).

       COPY "CKPTFD.cpy".

           05  BANCO-ATIVA-DE  PIC 9(8).
           05  BANCO-ATIVA-ATE PIC 9(8).
           05  BANCO-ANONIMA   PIC X.
      *    tipo S = resposta S/N/T (padrao), E = escala de 1 a 5,
      *    C = comentario livre.
           05  BANCO-TIPO      PIC X.
      *    condicao da pergunta (branco = sempre): P = resposta
      *    COND-VALOR na pergunta COND-PERGUNTA; E/U/D =
      *    escolaridade, UF ou departamento igual a COND-VALOR.
           05  BANCO-COND-TIPO     PIC X.
           05  BANCO-COND-PERGUNTA PIC X(10).
           05  BANCO-COND-VALOR    PIC X(4).

       FD  DETALHE-RESPOSTAS-FILE.
       01  DETALHE-RESPOSTA-REC.
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
      *    texto da pergunta de comentario (DET-RESPOSTA "C"), duas
      *    linhas de 60; em branco nas demais. DET-RESPOSTA "X" =
      *    pergunta que nao se aplica ao respondente (condicao do
      *    banco): foi tratada, mas nao e resposta nem recusa.
           05  DET-COMENTARIO PIC X(120).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".
       01  WS-QTD-PENDENTES PIC 9(3) VALUE 0.

      *    nomes do mestre em memoria para a conferencia do roster.
      *    com o mestre ausente a conferencia e dispensada. UF,
      *    escolaridade e departamento servem a condicao da
      *    pergunta.
       01  WS-TABELA-MESTRE.
           05  TAB-MESTRE OCCURS 500 TIMES.
               10  TAB-MESTRE-NOME  PIC X(20).
               10  TAB-MESTRE-UF    PIC X(2).
               10  TAB-MESTRE-ESCOL PIC X.
               10  TAB-MESTRE-DEPTO PIC X(4).
       01  WS-MESTRE-ACHADO PIC 9(3) VALUE 0.
       01  WS-QTD-MESTRE PIC 9(3) VALUE 0.
       01  WS-TEM-MESTRE PIC X VALUE "N".
           88  MESTRE-DISPONIVEL VALUE "S".
               10  PERG-TIPO         PIC X VALUE "S".
               10  PERG-QTD-PONTO OCCURS 5 TIMES
                       PIC 9(5) VALUE 0.
               10  PERG-QTD-COMENTARIOS PIC 9(5) VALUE 0.
               10  PERG-COND-TIPO     PIC X VALUE SPACE.
               10  PERG-COND-PERGUNTA PIC X(10) VALUE SPACES.
               10  PERG-COND-VALOR    PIC X(4) VALUE SPACES.
               10  PERG-QTD-NAO-APLICA PIC 9(5) VALUE 0.
               10  PERG-ULTIMA-RESPOSTA PIC X VALUE SPACE.
       01  QTD-PERGUNTAS PIC 9(2) VALUE 0.

      *    perguntas anonimas do banco (vigentes ou nao): resposta
      *    anonima nao tem nome no detalhe e nao serve de condicao.
       01  WS-TABELA-ANONIMAS.
           05  TAB-ANONIMA-CODIGO OCCURS 50 TIMES PIC X(10).
       01  WS-QTD-ANONIMAS PIC 9(2) VALUE 0.

      *    condicao da pergunta em andamento. por resposta: quem
      *    respondeu o que na pergunta de referencia, do detalhe
      *    (PESQDET.DAT), a resposta mais recente valendo.
       01  WS-PERGUNTA-APLICA PIC X VALUE "S".
           88  PERGUNTA-SE-APLICA VALUE "S".
       01  WS-COND-VERIFICAVEL PIC X VALUE "S".
       01  WS-COND-PERG-IDX PIC 9(2).
       01  WS-COND-IDX PIC 9(4).
       01  WS-COND-RESPOSTA PIC X.
       01  WS-COND-RESPOSTA-IDX PIC 9(4).
       01  WS-TABELA-CONDICAO.
           05  TAB-COND OCCURS 1000 TIMES.
               10  TAB-COND-NOME     PIC X(20).
               10  TAB-COND-RESPOSTA PIC X.
       01  WS-QTD-CONDICAO PIC 9(4) VALUE 0.
       01  WS-TENTATIVAS PIC 9 VALUE 0.
       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.

       01  WS-ESCALA-MEDIA PIC 9V99.
       01  WS-MEDIA-EDIT PIC 9.99.

      *    area de trabalho da pergunta de comentario livre.
       01  WS-COMENTARIO.
           05  WS-COMENTARIO-LINHA1 PIC X(60).
           05  WS-COMENTARIO-LINHA2 PIC X(60).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "PROG14" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "LIMITE-TENTATIVAS" TO WS-PARM-NOME-PEDIDO.
                                   PERG-TEXTO(PERG-IDX)
                               MOVE BANCO-ANONIMA TO
                                   PERG-ANONIMA(PERG-IDX)
                               IF BANCO-TIPO = "E" OR "C"
                                   MOVE BANCO-TIPO TO
                                       PERG-TIPO(PERG-IDX)
                               ELSE
                                   MOVE "S" TO PERG-TIPO(PERG-IDX)
                               END-IF
                               MOVE BANCO-COND-TIPO TO
                                   PERG-COND-TIPO(PERG-IDX)
                               MOVE BANCO-COND-PERGUNTA TO
                                   PERG-COND-PERGUNTA(PERG-IDX)
                               MOVE BANCO-COND-VALOR TO
                                   PERG-COND-VALOR(PERG-IDX)
                           END-IF
                           IF BANCO-ANONIMA = "S"
                                   AND WS-QTD-ANONIMAS < 50
                               ADD 1 TO WS-QTD-ANONIMAS
                               MOVE BANCO-CODIGO TO
                                   TAB-ANONIMA-CODIGO(WS-QTD-ANONIMAS)
                           END-IF
                   END-READ
               END-PERFORM
                                           PERG-QTD-PONTO(PERG-IDX,
                                               WS-PONTO-IDX)
                                   END-PERFORM
                                   MOVE APUR-QTD-COMENTARIOS TO
                                       PERG-QTD-COMENTARIOS(PERG-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
           DISPLAY "===== PESQUISA: " PERG-CODIGO(PERG-IDX) " =====".
           MOVE 0 TO WS-REGISTRO-ATUAL.
           MOVE "N" TO WS-ROSTER-COMPLETO.
           IF PERG-COND-TIPO(PERG-IDX) = "P"
               PERFORM PREPARA-CONDICAO-RESPOSTA
           END-IF.

           OPEN INPUT ROSTER-FUNCIONARIOS-FILE.
           IF WS-ROSTER-STATUS = "00"
                           IF NOT MESTRE-DISPONIVEL
                                   OR NOME-CONSTA-NO-MESTRE
                               PERFORM PERGUNTA-E-APURA
                                   THRU PERGUNTA-E-APURA-FIM
                           END-IF
                           ADD 1 TO WS-REGISTRO-ATUAL
                           MOVE PERG-IDX TO WS-CKPT-PERGUNTA
           ELSE
               MOVE SPACES TO WS-NOME-COMUM
               PERFORM PERGUNTA-E-APURA
                   THRU PERGUNTA-E-APURA-FIM
           END-IF.

      *    esta pergunta terminou por completo: o checkpoint avanca
                   " - ESCALA, RESPOSTAS: " WS-ESCALA-TOTAL
                   " MEDIA: " WS-MEDIA-EDIT
           ELSE
               IF PERG-TIPO(PERG-IDX) = "C"
                   DISPLAY "TOTAL " PERG-CODIGO(PERG-IDX)
                       " - COMENTARIOS: "
                       PERG-QTD-COMENTARIOS(PERG-IDX)
               ELSE
                   DISPLAY "TOTAL " PERG-CODIGO(PERG-IDX)
                       " - SIM: " PERG-QTD-SIM(PERG-IDX)
                       " NAO: " PERG-QTD-NAO(PERG-IDX)
                       " TALVEZ: " PERG-QTD-TALVEZ(PERG-IDX)
               END-IF
           END-IF.
           IF PERG-QTD-NAO-APLICA(PERG-IDX) > 0
               DISPLAY "NAO SE APLICA (CONDICAO DA PERGUNTA): "
                   PERG-QTD-NAO-APLICA(PERG-IDX)
           END-IF.

           IF PERGUNTA-NO-ROSTER-TODO
                      " MEDIA " WS-MEDIA-EDIT
                   DELIMITED BY SIZE INTO FILA-TEXTO
           ELSE
               IF PERG-TIPO(PERG-IDX) = "C"
                   STRING "PESQUISA " PERG-CODIGO(PERG-IDX)
                          " COMENTARIOS "
                          PERG-QTD-COMENTARIOS(PERG-IDX)
                          " (TEMAS NO RELATORIO PROG143)"
                       DELIMITED BY SIZE INTO FILA-TEXTO
               ELSE
                   STRING "PESQUISA " PERG-CODIGO(PERG-IDX)
                          " SIM " PERG-QTD-SIM(PERG-IDX)
                          " NAO " PERG-QTD-NAO(PERG-IDX)
                          " TALVEZ " PERG-QTD-TALVEZ(PERG-IDX)
                       DELIMITED BY SIZE INTO FILA-TEXTO
               END-IF
           END-IF.
           WRITE FILA-MENSAGEM-REC.
           CLOSE FILA-MENSAGENS-FILE.
           END-IF.
           PERFORM GRAVA-CHECKPOINT-COMUM.

      *    despacho pelo tipo da pergunta: escala de 1 a 5,
      *    comentario livre ou o S/N/T de sempre. pergunta com
      *    condicao que nao vale para o respondente nem e feita: o
      *    detalhe leva "X" (nao se aplica), para o confronto de
      *    nao-respondentes nao cobrar quem nao devia responder.
       PERGUNTA-E-APURA.
           MOVE SPACES TO WS-COMENTARIO.
           PERFORM VERIFICA-CONDICAO-PERGUNTA.
           IF NOT PERGUNTA-SE-APLICA
               MOVE "X" TO RESPOSTA
               ADD 1 TO PERG-QTD-NAO-APLICA(PERG-IDX)
               IF WS-NOME-COMUM NOT = SPACES
                   DISPLAY WS-NOME-COMUM ": " PERG-CODIGO(PERG-IDX)
                       " NAO SE APLICA"
               ELSE
                   DISPLAY PERG-CODIGO(PERG-IDX) " NAO SE APLICA"
               END-IF
               PERFORM GRAVA-DETALHE-RESPOSTA
               GO TO PERGUNTA-E-APURA-FIM
           END-IF.
           IF PERG-ANONIMA(PERG-IDX) = "S"
               DISPLAY "ESTA PERGUNTA E ANONIMA: SUAS RESPOSTAS"
                   " SAO REGISTRADAS SEM O SEU NOME"
           IF PERG-TIPO(PERG-IDX) = "E"
               PERFORM PERGUNTA-APURA-ESCALA
           ELSE
               IF PERG-TIPO(PERG-IDX) = "C"
                   PERFORM PERGUNTA-APURA-COMENTARIO
               ELSE
                   PERFORM PERGUNTA-APURA-SNT
               END-IF
           END-IF.

       PERGUNTA-E-APURA-FIM.
           EXIT.

      *    condicao do banco para o respondente corrente. o que
      *    nao da para verificar (sem mestre, nome fora dele,
      *    departamento sem PAYMSTR, referencia anonima) nao tira
      *    ninguem da pergunta: na duvida, pergunta.
       VERIFICA-CONDICAO-PERGUNTA.
           MOVE "S" TO WS-PERGUNTA-APLICA.
           EVALUATE PERG-COND-TIPO(PERG-IDX)
               WHEN "P"
                   PERFORM CONDICAO-POR-RESPOSTA
               WHEN "E"
               WHEN "U"
               WHEN "D"
                   PERFORM CONDICAO-POR-CADASTRO
           END-EVALUATE.

      *    com roster, a resposta vem da tabela montada do detalhe;
      *    sem roster (quem esta no terminal), da resposta dada
      *    nesta execucao a pergunta de referencia.
       CONDICAO-POR-RESPOSTA.
           IF WS-COND-VERIFICAVEL NOT = "S"
                   OR (WS-NOME-COMUM = SPACES AND WS-COND-PERG-IDX = 0)
               MOVE "S" TO WS-PERGUNTA-APLICA
           ELSE
               MOVE SPACE TO WS-COND-RESPOSTA
               IF WS-NOME-COMUM = SPACES
                   MOVE PERG-ULTIMA-RESPOSTA(WS-COND-PERG-IDX)
                       TO WS-COND-RESPOSTA
               ELSE
                   PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                           UNTIL WS-COND-IDX > WS-QTD-CONDICAO
                       IF TAB-COND-NOME(WS-COND-IDX) = WS-NOME-COMUM
                           MOVE TAB-COND-RESPOSTA(WS-COND-IDX)
                               TO WS-COND-RESPOSTA
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-COND-RESPOSTA NOT = PERG-COND-VALOR(PERG-IDX)(1:1)
                   MOVE "N" TO WS-PERGUNTA-APLICA
               END-IF
           END-IF.

       CONDICAO-POR-CADASTRO.
           IF WS-NOME-COMUM NOT = SPACES AND MESTRE-DISPONIVEL
               PERFORM CONFERE-NOME-NO-MESTRE
               IF WS-MESTRE-ACHADO NOT = 0
                   EVALUATE PERG-COND-TIPO(PERG-IDX)
                       WHEN "E"
                           IF TAB-MESTRE-ESCOL(WS-MESTRE-ACHADO) NOT =
                                   PERG-COND-VALOR(PERG-IDX)(1:1)
                               MOVE "N" TO WS-PERGUNTA-APLICA
                           END-IF
                       WHEN "U"
                           IF TAB-MESTRE-UF(WS-MESTRE-ACHADO) NOT =
                                   PERG-COND-VALOR(PERG-IDX)(1:2)
                               MOVE "N" TO WS-PERGUNTA-APLICA
                           END-IF
                       WHEN "D"
                           IF TAB-MESTRE-DEPTO(WS-MESTRE-ACHADO)
                                   NOT = SPACES
                               IF TAB-MESTRE-DEPTO(WS-MESTRE-ACHADO)
                                       NOT = PERG-COND-VALOR(PERG-IDX)
                                   MOVE "N" TO WS-PERGUNTA-APLICA
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *    antes de percorrer o roster: a pergunta de referencia e
      *    anonima (sem como saber quem respondeu o que)? se nao,
      *    carrega do detalhe a resposta de cada nome a ela. o
      *    detalhe esta aberto para gravacao e e reaberto no fim.
       PREPARA-CONDICAO-RESPOSTA.
           MOVE "S" TO WS-COND-VERIFICAVEL.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-QTD-ANONIMAS
               IF TAB-ANONIMA-CODIGO(WS-COND-IDX) =
                       PERG-COND-PERGUNTA(PERG-IDX)
                   MOVE "N" TO WS-COND-VERIFICAVEL
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-COND-PERG-IDX.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > QTD-PERGUNTAS
               IF PERG-CODIGO(WS-COND-IDX) =
                       PERG-COND-PERGUNTA(PERG-IDX)
                   MOVE WS-COND-IDX TO WS-COND-PERG-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-QTD-CONDICAO.
           IF WS-COND-VERIFICAVEL = "S"
               CLOSE DETALHE-RESPOSTAS-FILE
               OPEN INPUT DETALHE-RESPOSTAS-FILE
               PERFORM UNTIL WS-DETALHE-STATUS NOT = "00"
                   READ DETALHE-RESPOSTAS-FILE
                       AT END
                           MOVE "10" TO WS-DETALHE-STATUS
                       NOT AT END
                           IF DET-CODIGO = PERG-COND-PERGUNTA(PERG-IDX)
                               PERFORM ANOTA-RESPOSTA-CONDICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALHE-RESPOSTAS-FILE
               OPEN EXTEND DETALHE-RESPOSTAS-FILE
               MOVE "PESQDET.DAT" TO WS-FILERR-ARQUIVO
               MOVE "OPEN" TO WS-FILERR-OPERACAO
               MOVE WS-DETALHE-STATUS TO WS-FILERR-STATUS
               PERFORM CONFERE-STATUS-ARQUIVO
                   THRU CONFERE-STATUS-ARQUIVO-FIM
           END-IF.

       ANOTA-RESPOSTA-CONDICAO.
           MOVE 0 TO WS-COND-RESPOSTA-IDX.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-QTD-CONDICAO
               IF TAB-COND-NOME(WS-COND-IDX) = DET-NOME
                   MOVE WS-COND-IDX TO WS-COND-RESPOSTA-IDX
               END-IF
           END-PERFORM.
           IF WS-COND-RESPOSTA-IDX = 0 AND WS-QTD-CONDICAO < 1000
               ADD 1 TO WS-QTD-CONDICAO
               MOVE WS-QTD-CONDICAO TO WS-COND-RESPOSTA-IDX
               MOVE DET-NOME TO TAB-COND-NOME(WS-COND-RESPOSTA-IDX)
           END-IF.
           IF WS-COND-RESPOSTA-IDX NOT = 0
               MOVE DET-RESPOSTA
                   TO TAB-COND-RESPOSTA(WS-COND-RESPOSTA-IDX)
           END-IF.

      *    comentario livre: ate duas linhas de 60, a segunda so se
      *    a primeira veio preenchida. o detalhe e gravado mesmo em
      *    branco (resposta "C"), para a participacao contar; so o
      *    comentario com texto entra na contagem da pergunta.
       PERGUNTA-APURA-COMENTARIO.
           IF WS-NOME-COMUM NOT = SPACES
               DISPLAY WS-NOME-COMUM ": " PERG-TEXTO(PERG-IDX)
           ELSE
               DISPLAY PERG-TEXTO(PERG-IDX)
           END-IF.
           DISPLAY "(COMENTARIO LIVRE, ATE 2 LINHAS;"
               " LINHA EM BRANCO ENCERRA)".
           ACCEPT WS-COMENTARIO-LINHA1.
           IF WS-COMENTARIO-LINHA1 NOT = SPACES
               ACCEPT WS-COMENTARIO-LINHA2
           END-IF.
           IF WS-COMENTARIO-LINHA1 = SPACES
               MOVE WS-COMENTARIO-LINHA2 TO WS-COMENTARIO-LINHA1
               MOVE SPACES TO WS-COMENTARIO-LINHA2
           END-IF.
           MOVE "C" TO RESPOSTA.
           IF WS-COMENTARIO NOT = SPACES
               ADD 1 TO PERG-QTD-COMENTARIOS(PERG-IDX)
               DISPLAY "COMENTARIO REGISTRADO"
           ELSE
               DISPLAY "SEM COMENTARIO"
           END-IF.
           PERFORM GRAVA-DETALHE-RESPOSTA.

      *    escala: aceita 1 a 5 com re-pergunta, conta o ponto e
      *    grava o detalhe com o digito como resposta.
           MOVE PERG-CODIGO(PERG-IDX) TO DET-CODIGO.
           MOVE RESPOSTA TO DET-RESPOSTA.
           MOVE WS-DATA-HOJE TO DET-DATA.
           MOVE WS-COMENTARIO TO DET-COMENTARIO.
           WRITE DETALHE-RESPOSTA-REC.
           MOVE RESPOSTA TO PERG-ULTIMA-RESPOSTA(PERG-IDX).
      *    na anonima, a participacao (sem a resposta) vai para o
      *    arquivo proprio, com o nome de verdade.
           IF PERG-ANONIMA(PERG-IDX) = "S"
                       WS-PONTO-IDX)
                       TO APUR-QTD-PONTO(WS-PONTO-IDX)
               END-PERFORM
               MOVE PERG-QTD-COMENTARIOS(PERG-IDX-GRAVACAO)
                   TO APUR-QTD-COMENTARIOS
               WRITE APURACAO-REC
               MOVE "WRITE" TO WS-FILERR-OPERACAO
               MOVE WS-APURACAO-STATUS TO WS-FILERR-STATUS
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "S" TO WS-TEM-MESTRE
               OPEN INPUT PAGAMENTO-MASTER-FILE
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                       AT END
                               ADD 1 TO WS-QTD-MESTRE
                               MOVE FM-NOME TO
                                   TAB-MESTRE-NOME(WS-QTD-MESTRE)
                               MOVE FM-END-UF TO
                                   TAB-MESTRE-UF(WS-QTD-MESTRE)
                               MOVE FM-ESCOLARIEDADE TO
                                   TAB-MESTRE-ESCOL(WS-QTD-MESTRE)
                               PERFORM ANOTA-DEPTO-MESTRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.

      *    sem PAYMSTR (ou sem o codigo nele) o departamento fica em
      *    branco e a condicao de departamento nao e verificavel.
       ANOTA-DEPTO-MESTRE.
           MOVE SPACES TO TAB-MESTRE-DEPTO(WS-QTD-MESTRE).
           IF WS-PAGMSTR-STATUS = "00"
               MOVE FM-COD TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DEPTO TO TAB-MESTRE-DEPTO(WS-QTD-MESTRE)
               END-READ
           END-IF.

       CONFERE-NOME-NO-MESTRE.
           MOVE "N" TO WS-NOME-NO-MESTRE.
           MOVE 0 TO WS-MESTRE-ACHADO.
           PERFORM VARYING WS-MESTRE-IDX FROM 1 BY 1
                   UNTIL WS-MESTRE-IDX > WS-QTD-MESTRE
               IF TAB-MESTRE-NOME(WS-MESTRE-IDX) = WS-NOME-COMUM
                   MOVE "S" TO WS-NOME-NO-MESTRE
                   MOVE WS-MESTRE-IDX TO WS-MESTRE-ACHADO
               END-IF
           END-PERFORM.

