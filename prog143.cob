       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG143.
      *    TEMAS DOS COMENTARIOS LIVRES DA PESQUISA, POR CAMPANHA.
      * 2026-10-15 primeira versao: para cada campanha do
      *            PESQCAMP.DAT (ou so a pedida), cada pergunta de
      *            comentario livre (tipo C no PERGBANK.DAT) tem os
      *            comentarios do periodo da campanha lidos do
      *            PESQDET.DAT e codificados pelo dicionario de
      *            palavras-chave do RH (PESQCHAV.DAT, PROG142). sai
      *            em PESQCOMR.DAT a contagem de comentarios por
      *            tema e pergunta, com ate dois trechos de exemplo
      *            por tema; o que nao casa com palavra nenhuma
      *            conta como SEM TEMA. nome de respondente nunca
      *            sai; pergunta com menos comentarios que o
      *            parametro PESQ-CELULA-MINIMA (padrao 5) sai sem
      *            trechos, pela mesma regra do PROG86.
      * 2026-10-15 PERGBANK.DAT ganhou a condicao da pergunta no fim
      *            do registro (BANCO-COND-*).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHAS-FILE ASSIGN TO "PESQCAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPANHAS-STATUS.

           SELECT BANCO-PERGUNTAS-FILE ASSIGN TO "PERGBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.

           SELECT DETALHE-RESPOSTAS-FILE ASSIGN TO "PESQDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALHE-STATUS.

           SELECT DICIONARIO-FILE ASSIGN TO "PESQCHAV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICIONARIO-STATUS.

           SELECT COMENTARIOS-REPORT-FILE ASSIGN TO "PESQCOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "PARMSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHAS-FILE.
       COPY "CAMPREC.cpy".

       FD  BANCO-PERGUNTAS-FILE.
       01  BANCO-PERGUNTA-REC.
           05  BANCO-CODIGO    PIC X(10).
           05  BANCO-TEXTO     PIC X(60).
           05  BANCO-ATIVA-DE  PIC 9(8).
           05  BANCO-ATIVA-ATE PIC 9(8).
           05  BANCO-ANONIMA   PIC X.
      *    tipo S = resposta S/N/T (padrao), E = escala de 1 a 5,
      *    C = comentario livre.
           05  BANCO-TIPO      PIC X.
      *    condicao da pergunta (branco = sempre; ver PROG38).
           05  BANCO-COND-TIPO     PIC X.
           05  BANCO-COND-PERGUNTA PIC X(10).
           05  BANCO-COND-VALOR    PIC X(4).

       FD  DETALHE-RESPOSTAS-FILE.
       01  DETALHE-RESPOSTA-REC.
           05  DET-NOME     PIC X(20).
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
           05  DET-COMENTARIO PIC X(120).

       FD  DICIONARIO-FILE.
       COPY "CHAVREC.cpy".

       FD  COMENTARIOS-REPORT-FILE.
       01  COMENTARIOS-REPORT-LINHA PIC X(100).

       COPY "PARMFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-CAMPANHAS-STATUS  PIC XX.
       01  WS-BANCO-STATUS      PIC XX.
       01  WS-DETALHE-STATUS    PIC XX.
       01  WS-DICIONARIO-STATUS PIC XX.
       01  WS-REPORT-STATUS     PIC XX.

       01  WS-CAMPANHA-PEDIDA PIC X(10).
       01  WS-QTD-CAMPANHAS PIC 9(3) VALUE 0.
       01  WS-QTD-PERG-COMENTARIO PIC 9(3) VALUE 0.
       01  WS-CAMP-IDX PIC 9.

      *    perguntas do banco (codigo, texto e tipo) para saber quais
      *    perguntas da campanha sao de comentario.
       01  WS-TABELA-BANCO.
           05  TAB-BANCO OCCURS 50 TIMES.
               10  TAB-BANCO-CODIGO PIC X(10).
               10  TAB-BANCO-TEXTO  PIC X(60).
               10  TAB-BANCO-TIPO   PIC X.
       01  WS-QTD-BANCO PIC 9(2) VALUE 0.
       01  WS-BANCO-IDX PIC 9(2).
       01  WS-BANCO-ACHADO-IDX PIC 9(2).

      *    dicionario: a palavra vai com um espaco na frente, para
      *    casar so no comeco de palavra do comentario.
       01  WS-TABELA-DICIONARIO.
           05  TAB-DIC OCCURS 200 TIMES.
               10  TAB-DIC-BUSCA    PIC X(21).
               10  TAB-DIC-TAMANHO  PIC 9(2).
               10  TAB-DIC-TEMA-IDX PIC 9(2).
       01  WS-QTD-DICIONARIO PIC 9(3) VALUE 0.
       01  WS-DIC-IDX PIC 9(3).

      *    temas distintos do dicionario, mais o SEM TEMA no fim;
      *    contagem e trechos da pergunta corrente.
       01  WS-TABELA-TEMAS.
           05  TAB-TEMA OCCURS 31 TIMES.
               10  TAB-TEMA-NOME       PIC X(15).
               10  TAB-TEMA-QTD        PIC 9(5).
               10  TAB-TEMA-MARCA      PIC X.
               10  TAB-TEMA-QTD-TRECHOS PIC 9.
               10  TAB-TEMA-TRECHO OCCURS 2 TIMES PIC X(60).
       01  WS-QTD-TEMAS PIC 9(2) VALUE 0.
       01  WS-TEMA-IDX PIC 9(2).
       01  WS-TEMA-ACHADO-IDX PIC 9(2).
       01  WS-SEM-TEMA-IDX PIC 9(2).
       01  WS-TRECHO-IDX PIC 9.
       01  WS-TEMA-DO-COMENTARIO PIC X.
           88  COMENTARIO-TEM-TEMA VALUE "S".

      *    comentario em maiusculas, pontuacao trocada por espaco e
      *    um espaco de cada lado.
       01  WS-TEXTO-BUSCA PIC X(122).
       01  WS-POSICAO PIC 9(3).
       01  WS-POSICAO-LIMITE PIC 9(3).
       01  WS-TAMANHO PIC 9(2).
       01  WS-PALAVRA-CASOU PIC X.
           88  PALAVRA-CASOU VALUE "S".
       01  WS-CONVERTE-DE PIC X(35)
               VALUE "abcdefghijklmnopqrstuvwxyz.,;:!?()/".
       01  WS-CONVERTE-PARA PIC X(35)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ         ".

       01  WS-PERG-CORRENTE PIC X(10).
       01  WS-QTD-COMENTARIOS PIC 9(5).
       01  WS-TRECHOS-LIBERADOS PIC X.
           88  TRECHOS-LIBERADOS VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".

       01  WS-CELULA-MINIMA PIC 9(2) VALUE 5.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CARREGA-PARAMETROS.
           MOVE "PESQ-CELULA-MINIMA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-CELULA-MINIMA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-CELULA-MINIMA.

           DISPLAY "CAMPANHA (VAZIO = TODAS):"
           ACCEPT WS-CAMPANHA-PEDIDA.

           PERFORM CARREGA-BANCO.
           IF WS-QTD-BANCO = 0
               DISPLAY "BANCO DE PERGUNTAS VAZIO OU AUSENTE"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-DICIONARIO.
           IF WS-QTD-DICIONARIO = 0
               DISPLAY "DICIONARIO DE PALAVRAS-CHAVE VAZIO: TODO"
                   " COMENTARIO SAI SEM TEMA"
           END-IF.

           OPEN INPUT CAMPANHAS-FILE.
           IF WS-CAMPANHAS-STATUS NOT = "00"
               DISPLAY "NENHUMA CAMPANHA CADASTRADA (PESQCAMP.DAT)"
               CLOSE CAMPANHAS-FILE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT COMENTARIOS-REPORT-FILE.
           MOVE "TEMAS DOS COMENTARIOS DA PESQUISA POR CAMPANHA"
               TO COMENTARIOS-REPORT-LINHA.
           WRITE COMENTARIOS-REPORT-LINHA.
           PERFORM UNTIL WS-CAMPANHAS-STATUS NOT = "00"
               READ CAMPANHAS-FILE
                   AT END
                       MOVE "10" TO WS-CAMPANHAS-STATUS
                   NOT AT END
                       IF WS-CAMPANHA-PEDIDA = SPACES
                               OR CAMP-ID = WS-CAMPANHA-PEDIDA
                           PERFORM RELATA-CAMPANHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPANHAS-FILE.

           MOVE SPACES TO COMENTARIOS-REPORT-LINHA.
           STRING "CAMPANHAS " WS-QTD-CAMPANHAS
                  " PERGUNTAS DE COMENTARIO " WS-QTD-PERG-COMENTARIO
               DELIMITED BY SIZE INTO COMENTARIOS-REPORT-LINHA.
           WRITE COMENTARIOS-REPORT-LINHA.
           CLOSE COMENTARIOS-REPORT-FILE.
           DISPLAY COMENTARIOS-REPORT-LINHA.
           DISPLAY "RELATORIO EM PESQCOMR.DAT".

       PROGRAM-DONE.
           GOBACK.

       CARREGA-BANCO.
           OPEN INPUT BANCO-PERGUNTAS-FILE.
           IF WS-BANCO-STATUS = "00"
               PERFORM UNTIL WS-BANCO-STATUS NOT = "00"
                   READ BANCO-PERGUNTAS-FILE
                       AT END
                           MOVE "10" TO WS-BANCO-STATUS
                       NOT AT END
                           IF WS-QTD-BANCO < 50
                               ADD 1 TO WS-QTD-BANCO
                               MOVE BANCO-CODIGO TO
                                   TAB-BANCO-CODIGO(WS-QTD-BANCO)
                               MOVE BANCO-TEXTO TO
                                   TAB-BANCO-TEXTO(WS-QTD-BANCO)
                               MOVE BANCO-TIPO TO
                                   TAB-BANCO-TIPO(WS-QTD-BANCO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BANCO-PERGUNTAS-FILE.

      *    cada palavra entra em maiusculas, com o tamanho medido e
      *    o tema achado (ou aberto) na tabela de temas. o SEM TEMA
      *    fica sempre depois do ultimo tema do dicionario.
       CARREGA-DICIONARIO.
           OPEN INPUT DICIONARIO-FILE.
           IF WS-DICIONARIO-STATUS = "00"
               PERFORM UNTIL WS-DICIONARIO-STATUS NOT = "00"
                   READ DICIONARIO-FILE
                       AT END
                           MOVE "10" TO WS-DICIONARIO-STATUS
                       NOT AT END
                           PERFORM ANOTA-PALAVRA THRU ANOTA-PALAVRA-FIM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DICIONARIO-FILE.
           ADD 1 TO WS-QTD-TEMAS GIVING WS-SEM-TEMA-IDX.
           MOVE "SEM TEMA" TO TAB-TEMA-NOME(WS-SEM-TEMA-IDX).

       ANOTA-PALAVRA.
           IF CHAVE-PALAVRA = SPACES OR CHAVE-TEMA = SPACES
               GO TO ANOTA-PALAVRA-FIM
           END-IF.
           IF WS-QTD-DICIONARIO = 200
               DISPLAY "DICIONARIO CHEIO, IGNORADA " CHAVE-PALAVRA
               GO TO ANOTA-PALAVRA-FIM
           END-IF.
           INSPECT CHAVE-PALAVRA-REC
               CONVERTING WS-CONVERTE-DE(1:26)
                   TO WS-CONVERTE-PARA(1:26).
           MOVE 0 TO WS-TEMA-ACHADO-IDX.
           PERFORM VARYING WS-TEMA-IDX FROM 1 BY 1
                   UNTIL WS-TEMA-IDX > WS-QTD-TEMAS
               IF TAB-TEMA-NOME(WS-TEMA-IDX) = CHAVE-TEMA
                   MOVE WS-TEMA-IDX TO WS-TEMA-ACHADO-IDX
               END-IF
           END-PERFORM.
           IF WS-TEMA-ACHADO-IDX = 0
               IF WS-QTD-TEMAS = 30
                   DISPLAY "TEMAS DEMAIS, IGNORADA " CHAVE-PALAVRA
                   GO TO ANOTA-PALAVRA-FIM
               END-IF
               ADD 1 TO WS-QTD-TEMAS
               MOVE CHAVE-TEMA TO TAB-TEMA-NOME(WS-QTD-TEMAS)
               MOVE WS-QTD-TEMAS TO WS-TEMA-ACHADO-IDX
           END-IF.
           ADD 1 TO WS-QTD-DICIONARIO.
           MOVE SPACES TO TAB-DIC-BUSCA(WS-QTD-DICIONARIO).
           MOVE CHAVE-PALAVRA
               TO TAB-DIC-BUSCA(WS-QTD-DICIONARIO)(2:20).
           PERFORM VARYING WS-TAMANHO FROM 20 BY -1
                   UNTIL WS-TAMANHO = 0
                   OR CHAVE-PALAVRA(WS-TAMANHO:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-TAMANHO
               GIVING TAB-DIC-TAMANHO(WS-QTD-DICIONARIO).
           MOVE WS-TEMA-ACHADO-IDX
               TO TAB-DIC-TEMA-IDX(WS-QTD-DICIONARIO).

       ANOTA-PALAVRA-FIM.
           EXIT.

       RELATA-CAMPANHA.
           ADD 1 TO WS-QTD-CAMPANHAS.
           MOVE SPACES TO COMENTARIOS-REPORT-LINHA.
           WRITE COMENTARIOS-REPORT-LINHA.
           STRING "CAMPANHA " CAMP-ID " DE " CAMP-DATA-INI
                  " ATE " CAMP-DATA-FIM " SITUACAO " CAMP-SITUACAO
               DELIMITED BY SIZE INTO COMENTARIOS-REPORT-LINHA.
           WRITE COMENTARIOS-REPORT-LINHA.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > 5
               IF CAMP-PERG(WS-CAMP-IDX) NOT = SPACES
                   MOVE CAMP-PERG(WS-CAMP-IDX) TO WS-PERG-CORRENTE
                   PERFORM RELATA-PERGUNTA THRU RELATA-PERGUNTA-FIM
               END-IF
           END-PERFORM.

      *    so pergunta de comentario da campanha; as demais ja tem
      *    apuracao propria no PROG14 e no PROG86.
       RELATA-PERGUNTA.
           MOVE 0 TO WS-BANCO-ACHADO-IDX.
           PERFORM VARYING WS-BANCO-IDX FROM 1 BY 1
                   UNTIL WS-BANCO-IDX > WS-QTD-BANCO
               IF TAB-BANCO-CODIGO(WS-BANCO-IDX) = WS-PERG-CORRENTE
                   MOVE WS-BANCO-IDX TO WS-BANCO-ACHADO-IDX
               END-IF
           END-PERFORM.
           IF WS-BANCO-ACHADO-IDX = 0
               GO TO RELATA-PERGUNTA-FIM
           END-IF.
           IF TAB-BANCO-TIPO(WS-BANCO-ACHADO-IDX) NOT = "C"
               GO TO RELATA-PERGUNTA-FIM
           END-IF.
           ADD 1 TO WS-QTD-PERG-COMENTARIO.

           MOVE 0 TO WS-QTD-COMENTARIOS.
           PERFORM VARYING WS-TEMA-IDX FROM 1 BY 1
                   UNTIL WS-TEMA-IDX > WS-SEM-TEMA-IDX
               MOVE 0 TO TAB-TEMA-QTD(WS-TEMA-IDX)
               MOVE 0 TO TAB-TEMA-QTD-TRECHOS(WS-TEMA-IDX)
               MOVE SPACES TO TAB-TEMA-TRECHO(WS-TEMA-IDX, 1)
               MOVE SPACES TO TAB-TEMA-TRECHO(WS-TEMA-IDX, 2)
           END-PERFORM.

           OPEN INPUT DETALHE-RESPOSTAS-FILE.
           IF WS-DETALHE-STATUS = "00"
               PERFORM UNTIL WS-DETALHE-STATUS NOT = "00"
                   READ DETALHE-RESPOSTAS-FILE
                       AT END
                           MOVE "10" TO WS-DETALHE-STATUS
                       NOT AT END
                           IF DET-CODIGO = WS-PERG-CORRENTE
                                   AND DET-RESPOSTA = "C"
                                   AND DET-COMENTARIO NOT = SPACES
                                   AND DET-DATA >= CAMP-DATA-INI
                                   AND DET-DATA <= CAMP-DATA-FIM
                               PERFORM CODIFICA-COMENTARIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DETALHE-RESPOSTAS-FILE.

           PERFORM IMPRIME-PERGUNTA.

       RELATA-PERGUNTA-FIM.
           EXIT.

      *    um comentario conta uma vez por tema, por mais palavras
      *    do mesmo tema que tenha.
       CODIFICA-COMENTARIO.
           ADD 1 TO WS-QTD-COMENTARIOS.
           MOVE SPACES TO WS-TEXTO-BUSCA.
           MOVE DET-COMENTARIO TO WS-TEXTO-BUSCA(2:120).
           INSPECT WS-TEXTO-BUSCA
               CONVERTING WS-CONVERTE-DE TO WS-CONVERTE-PARA.
           PERFORM VARYING WS-TEMA-IDX FROM 1 BY 1
                   UNTIL WS-TEMA-IDX > WS-SEM-TEMA-IDX
               MOVE "N" TO TAB-TEMA-MARCA(WS-TEMA-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
                   UNTIL WS-DIC-IDX > WS-QTD-DICIONARIO
               PERFORM PROCURA-PALAVRA-NO-TEXTO
               IF PALAVRA-CASOU
                   MOVE "S" TO TAB-TEMA-MARCA(
                       TAB-DIC-TEMA-IDX(WS-DIC-IDX))
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-TEMA-DO-COMENTARIO.
           PERFORM VARYING WS-TEMA-IDX FROM 1 BY 1
                   UNTIL WS-TEMA-IDX > WS-QTD-TEMAS
               IF TAB-TEMA-MARCA(WS-TEMA-IDX) = "S"
                   MOVE "S" TO WS-TEMA-DO-COMENTARIO
                   PERFORM CONTA-TEMA
               END-IF
           END-PERFORM.
           IF NOT COMENTARIO-TEM-TEMA
               MOVE WS-SEM-TEMA-IDX TO WS-TEMA-IDX
               PERFORM CONTA-TEMA
           END-IF.

       PROCURA-PALAVRA-NO-TEXTO.
           MOVE "N" TO WS-PALAVRA-CASOU.
           MOVE TAB-DIC-TAMANHO(WS-DIC-IDX) TO WS-TAMANHO.
           COMPUTE WS-POSICAO-LIMITE = 123 - WS-TAMANHO.
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-POSICAO-LIMITE
                   OR PALAVRA-CASOU
               IF WS-TEXTO-BUSCA(WS-POSICAO:WS-TAMANHO)
                       = TAB-DIC-BUSCA(WS-DIC-IDX)(1:WS-TAMANHO)
                   MOVE "S" TO WS-PALAVRA-CASOU
               END-IF
           END-PERFORM.

      *    os dois primeiros comentarios de cada tema ficam como
      *    trecho de exemplo (a primeira linha do comentario).
       CONTA-TEMA.
           ADD 1 TO TAB-TEMA-QTD(WS-TEMA-IDX).
           IF TAB-TEMA-QTD-TRECHOS(WS-TEMA-IDX) < 2
               ADD 1 TO TAB-TEMA-QTD-TRECHOS(WS-TEMA-IDX)
               MOVE TAB-TEMA-QTD-TRECHOS(WS-TEMA-IDX)
                   TO WS-TRECHO-IDX
               MOVE DET-COMENTARIO(1:60)
                   TO TAB-TEMA-TRECHO(WS-TEMA-IDX, WS-TRECHO-IDX)
           END-IF.

       IMPRIME-PERGUNTA.
           MOVE SPACES TO COMENTARIOS-REPORT-LINHA.
           STRING "  PERGUNTA " WS-PERG-CORRENTE " "
                  TAB-BANCO-TEXTO(WS-BANCO-ACHADO-IDX)
               DELIMITED BY SIZE INTO COMENTARIOS-REPORT-LINHA.
           WRITE COMENTARIOS-REPORT-LINHA.
           MOVE SPACES TO COMENTARIOS-REPORT-LINHA.
           IF WS-QTD-COMENTARIOS = 0
               MOVE "    NENHUM COMENTARIO NO PERIODO DA CAMPANHA"
                   TO COMENTARIOS-REPORT-LINHA
               WRITE COMENTARIOS-REPORT-LINHA
           ELSE
               STRING "    COMENTARIOS " WS-QTD-COMENTARIOS
                   DELIMITED BY SIZE INTO COMENTARIOS-REPORT-LINHA
               WRITE COMENTARIOS-REPORT-LINHA
               MOVE "S" TO WS-TRECHOS-LIBERADOS
               IF WS-QTD-COMENTARIOS < WS-CELULA-MINIMA
                   MOVE "N" TO WS-TRECHOS-LIBERADOS
                   MOVE SPACES TO COMENTARIOS-REPORT-LINHA
                   STRING "    (TRECHOS SUPRIMIDOS: MENOS DE "
                          WS-CELULA-MINIMA " COMENTARIOS)"
                       DELIMITED BY SIZE
                       INTO COMENTARIOS-REPORT-LINHA
                   WRITE COMENTARIOS-REPORT-LINHA
               END-IF
               PERFORM VARYING WS-TEMA-IDX FROM 1 BY 1
                       UNTIL WS-TEMA-IDX > WS-SEM-TEMA-IDX
                   IF TAB-TEMA-QTD(WS-TEMA-IDX) > 0
                       PERFORM IMPRIME-TEMA
                   END-IF
               END-PERFORM
           END-IF.

       IMPRIME-TEMA.
           MOVE SPACES TO COMENTARIOS-REPORT-LINHA.
           STRING "    TEMA " TAB-TEMA-NOME(WS-TEMA-IDX)
                  " COMENTARIOS " TAB-TEMA-QTD(WS-TEMA-IDX)
               DELIMITED BY SIZE INTO COMENTARIOS-REPORT-LINHA.
           WRITE COMENTARIOS-REPORT-LINHA.
           IF TRECHOS-LIBERADOS
               PERFORM VARYING WS-TRECHO-IDX FROM 1 BY 1
                       UNTIL WS-TRECHO-IDX >
                           TAB-TEMA-QTD-TRECHOS(WS-TEMA-IDX)
                   MOVE SPACES TO COMENTARIOS-REPORT-LINHA
                   STRING "      > "
                          TAB-TEMA-TRECHO(WS-TEMA-IDX, WS-TRECHO-IDX)
                       DELIMITED BY SIZE
                       INTO COMENTARIOS-REPORT-LINHA
                   WRITE COMENTARIOS-REPORT-LINHA
               END-PERFORM
           END-IF.

       COPY "PARMPROC.cpy".
