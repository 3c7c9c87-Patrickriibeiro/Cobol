       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG152.
      *    ANONIMIZACAO DOS ARQUIVADOS COM RETENCAO VENCIDA (LGPD).
      * 2026-10-15 primeira versao: funcionario arquivado pelo PROG78
      *            cuja saida (FM-DATA-SAIDA da imagem mais recente
      *            em FUNCARCH.DAT) passou de LGPD-RETENCAO-ANOS anos
      *            (parametro central, padrao 5) perde nome e
      *            endereco em todas as imagens do arquivo morto e
      *            do historico do cadastro (FUNCHIST.DAT), e os
      *            dependentes dele (DEPENDTE.DAT) perdem nome e
      *            nascimento. codigo, datas de admissao e saida,
      *            CPF, PIS e o historico da folha (FOLHAHIS.DAT)
      *            ficam: sao o que a declaracao anual (PROG116) e
      *            os informes precisam. quem voltou ao mestre pelo
      *            PROG79 nao e tocado. os codigos anonimizados vao
      *            para LGPDANON.DAT, sem nome.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ARQUIVO-MORTO-FILE ASSIGN TO "FUNCARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.

           SELECT HISTORICO-MESTRE-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMESTRE-STATUS.

           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDTE-STATUS.

      *    copia de trabalho: cada arquivo e regravado por ela so
      *    quando alguma linha mudou.
           SELECT ANONIMIZA-TRABALHO-FILE ASSIGN TO "LGPDANON.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

      *    relatorio acumulativo das rodadas.
           SELECT ANONIMIZA-REPORT-FILE ASSIGN TO "LGPDANON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDANON-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC.
           05  ARCH-TIPO   PIC X.
           05  ARCH-IMAGEM PIC X(142).

       FD  HISTORICO-MESTRE-FILE.
       01  HISTORICO-MESTRE-REC.
           05  HISTM-DATA-HORA PIC X(14).
           05  HISTM-OPERADOR  PIC X(8).
           05  HISTM-ACAO      PIC X(10).
           05  HISTM-IMAGEM    PIC X(142).

       FD  DEPENDENTES-FILE.
       COPY "DEPREC.cpy".

       FD  ANONIMIZA-TRABALHO-FILE.
       01  ANONIMIZA-TRABALHO-REC PIC X(174).

       FD  ANONIMIZA-REPORT-FILE.
       01  ANONIMIZA-REPORT-LINHA PIC X(80).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS     PIC XX.
       01  WS-MORTO-STATUS      PIC XX.
       01  WS-HISTMESTRE-STATUS PIC XX.
       01  WS-DEPENDTE-STATUS   PIC XX.
       01  WS-TRABALHO-STATUS   PIC XX.
       01  WS-LGPDANON-STATUS   PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DATA-CORTE PIC 9(8).
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05  WS-CORTE-ANO PIC 9(4).
           05  WS-CORTE-MES PIC 9(2).
           05  WS-CORTE-DIA PIC 9(2).
       01  WS-ANOS-RETENCAO PIC 9(2) VALUE 5.

      *    marca gravada no lugar do nome; tambem diz que a imagem
      *    ja foi anonimizada numa rodada anterior.
       01  WS-NOME-ANONIMO PIC X(20) VALUE "** ANONIMIZADO **".

      *    um codigo por funcionario arquivado, com a saida da
      *    imagem mais recente (o arquivo morto e cronologico).
       01  WS-TABELA-ARQUIVADOS.
           05  TAB-ARQ OCCURS 2000 TIMES INDEXED BY ARQ-IDX.
               10  TAB-ARQ-COD     PIC X(6).
               10  TAB-ARQ-SAIDA   PIC 9(8).
               10  TAB-ARQ-VENCIDO PIC X.
                   88  RETENCAO-VENCIDA VALUE "S".
               10  TAB-ARQ-MUDOU   PIC X.
                   88  ARQUIVADO-ANONIMIZADO VALUE "S".
       01  WS-QTD-ARQUIVADOS PIC 9(4) VALUE 0.
       01  WS-ARQ-ACHOU PIC X.
           88  ARQUIVADO-NA-TABELA VALUE "S".
       01  WS-COD-PROCURADO PIC X(6).

       01  WS-QTD-VENCIDOS PIC 9(5) VALUE 0.
       01  WS-QTD-NO-MESTRE PIC 9(5) VALUE 0.
       01  WS-QTD-CODIGOS PIC 9(5) VALUE 0.
       01  WS-QTD-IMAGENS PIC 9(7) VALUE 0.
       01  WS-QTD-HISTORICOS PIC 9(7) VALUE 0.
       01  WS-QTD-DEPENDENTES PIC 9(7) VALUE 0.
       01  WS-QTD-MUDADAS PIC 9(7).
       01  WS-QTD-EDIT PIC Z(6)9.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG152" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-PARAMETROS.
           MOVE "LGPD-RETENCAO-ANOS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-ANOS-RETENCAO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-ANOS-RETENCAO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE.
           SUBTRACT WS-ANOS-RETENCAO FROM WS-CORTE-ANO.

      *    sem o mestre nao da para saber quem voltou: nada muda.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-ARQUIVADOS.
           PERFORM VARYING ARQ-IDX FROM 1 BY 1
                   UNTIL ARQ-IDX > WS-QTD-ARQUIVADOS
               PERFORM CONFERE-RETENCAO
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER-FILE.

           IF WS-QTD-VENCIDOS > 0
               PERFORM ANONIMIZA-ARQUIVO-MORTO
                   THRU ANONIMIZA-ARQUIVO-MORTO-FIM
               PERFORM ANONIMIZA-HISTORICO-CADASTRO
                   THRU ANONIMIZA-HISTORICO-CADASTRO-FIM
               PERFORM ANONIMIZA-DEPENDENTES
                   THRU ANONIMIZA-DEPENDENTES-FIM
           END-IF.

           PERFORM GRAVA-RELATORIO-ANONIMIZACAO.

           DISPLAY "ANONIMIZADOS: " WS-QTD-CODIGOS " CODIGOS, "
               WS-QTD-IMAGENS " IMAGENS ARQUIVADAS, "
               WS-QTD-HISTORICOS " HISTORICOS, "
               WS-QTD-DEPENDENTES " DEPENDENTES".
           MOVE WS-QTD-CODIGOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-ARQUIVADOS.
           MOVE 0 TO WS-QTD-ARQUIVADOS.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           PERFORM UNTIL WS-MORTO-STATUS NOT = "00"
               READ ARQUIVO-MORTO-FILE
                   AT END
                       MOVE "10" TO WS-MORTO-STATUS
                   NOT AT END
                       IF ARCH-TIPO = "D"
                           PERFORM ANOTA-ARQUIVADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MORTO-FILE.

       ANOTA-ARQUIVADO.
           MOVE ARCH-IMAGEM TO FM-FUNCIONARIO-REC.
           MOVE FM-COD TO WS-COD-PROCURADO.
           PERFORM PROCURA-ARQUIVADO.
           IF NOT ARQUIVADO-NA-TABELA
               IF WS-QTD-ARQUIVADOS < 2000
                   ADD 1 TO WS-QTD-ARQUIVADOS
                   SET ARQ-IDX TO WS-QTD-ARQUIVADOS
                   MOVE FM-COD TO TAB-ARQ-COD(ARQ-IDX)
                   MOVE "N" TO TAB-ARQ-VENCIDO(ARQ-IDX)
                   MOVE "N" TO TAB-ARQ-MUDOU(ARQ-IDX)
                   MOVE "S" TO WS-ARQ-ACHOU
               END-IF
           END-IF.
           IF ARQUIVADO-NA-TABELA
               MOVE FM-DATA-SAIDA TO TAB-ARQ-SAIDA(ARQ-IDX)
           END-IF.

       PROCURA-ARQUIVADO.
           MOVE "N" TO WS-ARQ-ACHOU.
           SET ARQ-IDX TO 1.
           SEARCH TAB-ARQ
               AT END
                   CONTINUE
               WHEN ARQ-IDX > WS-QTD-ARQUIVADOS
                   CONTINUE
               WHEN TAB-ARQ-COD(ARQ-IDX) = WS-COD-PROCURADO
                   MOVE "S" TO WS-ARQ-ACHOU
           END-SEARCH.

      *    vencido = saida registrada antes do corte e o codigo fora
      *    do mestre (restaurado no PROG79 e funcionario de novo).
       CONFERE-RETENCAO.
           IF TAB-ARQ-SAIDA(ARQ-IDX) NOT = 0
                   AND TAB-ARQ-SAIDA(ARQ-IDX) < WS-DATA-CORTE
               MOVE TAB-ARQ-COD(ARQ-IDX) TO FM-COD
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE "S" TO TAB-ARQ-VENCIDO(ARQ-IDX)
                       ADD 1 TO WS-QTD-VENCIDOS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-NO-MESTRE
               END-READ
           END-IF.

      *    nome e endereco saem de FM-FUNCIONARIO-REC; devolve
      *    WS-QTD-MUDADAS + 1 quando a imagem ainda tinha nome.
       APAGA-DADOS-PESSOAIS.
           IF FM-NOME NOT = WS-NOME-ANONIMO
               MOVE WS-NOME-ANONIMO TO FM-NOME
               MOVE SPACES TO FM-END-RUA
               MOVE SPACES TO FM-END-CIDADE
               MOVE SPACES TO FM-END-UF
               MOVE 0 TO FM-END-CEP
               ADD 1 TO WS-QTD-MUDADAS
               MOVE FM-COD TO WS-COD-PROCURADO
               PERFORM PROCURA-ARQUIVADO
               IF ARQUIVADO-NA-TABELA
                   MOVE "S" TO TAB-ARQ-MUDOU(ARQ-IDX)
               END-IF
           END-IF.

       CONFERE-CODIGO-VENCIDO.
           PERFORM PROCURA-ARQUIVADO.
           IF ARQUIVADO-NA-TABELA
               IF NOT RETENCAO-VENCIDA(ARQ-IDX)
                   MOVE "N" TO WS-ARQ-ACHOU
               END-IF
           END-IF.

       ANONIMIZA-ARQUIVO-MORTO.
           MOVE 0 TO WS-QTD-MUDADAS.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-MORTO-STATUS NOT = "00"
               CLOSE ARQUIVO-MORTO-FILE
               GO TO ANONIMIZA-ARQUIVO-MORTO-FIM
           END-IF.
           OPEN OUTPUT ANONIMIZA-TRABALHO-FILE.
           PERFORM UNTIL WS-MORTO-STATUS NOT = "00"
               READ ARQUIVO-MORTO-FILE
                   AT END
                       MOVE "10" TO WS-MORTO-STATUS
                   NOT AT END
                       IF ARCH-TIPO = "D"
                           MOVE ARCH-IMAGEM(1:6) TO WS-COD-PROCURADO
                           PERFORM CONFERE-CODIGO-VENCIDO
                           IF ARQUIVADO-NA-TABELA
                               MOVE ARCH-IMAGEM TO FM-FUNCIONARIO-REC
                               PERFORM APAGA-DADOS-PESSOAIS
                               MOVE FM-FUNCIONARIO-REC TO ARCH-IMAGEM
                           END-IF
                       END-IF
                       MOVE ARQUIVO-MORTO-REC TO ANONIMIZA-TRABALHO-REC
                       WRITE ANONIMIZA-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MORTO-FILE.
           CLOSE ANONIMIZA-TRABALHO-FILE.
           MOVE WS-QTD-MUDADAS TO WS-QTD-IMAGENS.
           IF WS-QTD-MUDADAS > 0
               OPEN INPUT ANONIMIZA-TRABALHO-FILE
               OPEN OUTPUT ARQUIVO-MORTO-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ ANONIMIZA-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE ANONIMIZA-TRABALHO-REC
                               TO ARQUIVO-MORTO-REC
                           WRITE ARQUIVO-MORTO-REC
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MORTO-FILE
               CLOSE ANONIMIZA-TRABALHO-FILE
           END-IF.
           DELETE FILE ANONIMIZA-TRABALHO-FILE.

       ANONIMIZA-ARQUIVO-MORTO-FIM.
           EXIT.

      *    as imagens de antes de cada alteracao guardam o mesmo
      *    nome e endereco.
       ANONIMIZA-HISTORICO-CADASTRO.
           MOVE 0 TO WS-QTD-MUDADAS.
           OPEN INPUT HISTORICO-MESTRE-FILE.
           IF WS-HISTMESTRE-STATUS NOT = "00"
               CLOSE HISTORICO-MESTRE-FILE
               GO TO ANONIMIZA-HISTORICO-CADASTRO-FIM
           END-IF.
           OPEN OUTPUT ANONIMIZA-TRABALHO-FILE.
           PERFORM UNTIL WS-HISTMESTRE-STATUS NOT = "00"
               READ HISTORICO-MESTRE-FILE
                   AT END
                       MOVE "10" TO WS-HISTMESTRE-STATUS
                   NOT AT END
                       MOVE HISTM-IMAGEM(1:6) TO WS-COD-PROCURADO
                       PERFORM CONFERE-CODIGO-VENCIDO
                       IF ARQUIVADO-NA-TABELA
                           MOVE HISTM-IMAGEM TO FM-FUNCIONARIO-REC
                           PERFORM APAGA-DADOS-PESSOAIS
                           MOVE FM-FUNCIONARIO-REC TO HISTM-IMAGEM
                       END-IF
                       MOVE HISTORICO-MESTRE-REC
                           TO ANONIMIZA-TRABALHO-REC
                       WRITE ANONIMIZA-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-MESTRE-FILE.
           CLOSE ANONIMIZA-TRABALHO-FILE.
           MOVE WS-QTD-MUDADAS TO WS-QTD-HISTORICOS.
           IF WS-QTD-MUDADAS > 0
               OPEN INPUT ANONIMIZA-TRABALHO-FILE
               OPEN OUTPUT HISTORICO-MESTRE-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ ANONIMIZA-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE ANONIMIZA-TRABALHO-REC
                               TO HISTORICO-MESTRE-REC
                           WRITE HISTORICO-MESTRE-REC
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-MESTRE-FILE
               CLOSE ANONIMIZA-TRABALHO-FILE
           END-IF.
           DELETE FILE ANONIMIZA-TRABALHO-FILE.

       ANONIMIZA-HISTORICO-CADASTRO-FIM.
           EXIT.

      *    o parentesco fica (conta dependente sem dizer quem).
       ANONIMIZA-DEPENDENTES.
           MOVE 0 TO WS-QTD-MUDADAS.
           OPEN INPUT DEPENDENTES-FILE.
           IF WS-DEPENDTE-STATUS NOT = "00"
               CLOSE DEPENDENTES-FILE
               GO TO ANONIMIZA-DEPENDENTES-FIM
           END-IF.
           OPEN OUTPUT ANONIMIZA-TRABALHO-FILE.
           PERFORM UNTIL WS-DEPENDTE-STATUS NOT = "00"
               READ DEPENDENTES-FILE
                   AT END
                       MOVE "10" TO WS-DEPENDTE-STATUS
                   NOT AT END
                       MOVE DEP-COD TO WS-COD-PROCURADO
                       PERFORM CONFERE-CODIGO-VENCIDO
                       IF ARQUIVADO-NA-TABELA
                               AND DEP-NOME NOT = WS-NOME-ANONIMO
                           MOVE WS-NOME-ANONIMO TO DEP-NOME
                           MOVE 0 TO DEP-NASCIMENTO
                           ADD 1 TO WS-QTD-MUDADAS
                           MOVE "S" TO TAB-ARQ-MUDOU(ARQ-IDX)
                       END-IF
                       MOVE DEP-DEPENDENTE-REC
                           TO ANONIMIZA-TRABALHO-REC
                       WRITE ANONIMIZA-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE DEPENDENTES-FILE.
           CLOSE ANONIMIZA-TRABALHO-FILE.
           MOVE WS-QTD-MUDADAS TO WS-QTD-DEPENDENTES.
           IF WS-QTD-MUDADAS > 0
               OPEN INPUT ANONIMIZA-TRABALHO-FILE
               OPEN OUTPUT DEPENDENTES-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ ANONIMIZA-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE ANONIMIZA-TRABALHO-REC
                               TO DEP-DEPENDENTE-REC
                           WRITE DEP-DEPENDENTE-REC
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTES-FILE
               CLOSE ANONIMIZA-TRABALHO-FILE
           END-IF.
           DELETE FILE ANONIMIZA-TRABALHO-FILE.

       ANONIMIZA-DEPENDENTES-FIM.
           EXIT.

      *    so codigo e data de saida: o relatorio nao pode devolver
      *    o que acabou de ser apagado.
       GRAVA-RELATORIO-ANONIMIZACAO.
           OPEN EXTEND ANONIMIZA-REPORT-FILE.
           IF WS-LGPDANON-STATUS NOT = "00"
               CLOSE ANONIMIZA-REPORT-FILE
               OPEN OUTPUT ANONIMIZA-REPORT-FILE
           END-IF.
           MOVE SPACES TO ANONIMIZA-REPORT-LINHA.
           STRING "===== ANONIMIZACAO LGPD " WS-DATA-HOJE
                  " - SAIDA ANTES DE " WS-DATA-CORTE " ====="
               DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA.
           WRITE ANONIMIZA-REPORT-LINHA.
           PERFORM VARYING ARQ-IDX FROM 1 BY 1
                   UNTIL ARQ-IDX > WS-QTD-ARQUIVADOS
               IF ARQUIVADO-ANONIMIZADO(ARQ-IDX)
                   ADD 1 TO WS-QTD-CODIGOS
                   MOVE SPACES TO ANONIMIZA-REPORT-LINHA
                   STRING "  " TAB-ARQ-COD(ARQ-IDX) " SAIDA "
                          TAB-ARQ-SAIDA(ARQ-IDX)
                       DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA
                   WRITE ANONIMIZA-REPORT-LINHA
               END-IF
           END-PERFORM.
           MOVE WS-QTD-CODIGOS TO WS-QTD-EDIT.
           MOVE SPACES TO ANONIMIZA-REPORT-LINHA.
           STRING "CODIGOS ANONIMIZADOS NESTA RODADA " WS-QTD-EDIT
               DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA.
           WRITE ANONIMIZA-REPORT-LINHA.
           MOVE WS-QTD-IMAGENS TO WS-QTD-EDIT.
           MOVE SPACES TO ANONIMIZA-REPORT-LINHA.
           STRING "IMAGENS DO ARQUIVO MORTO          " WS-QTD-EDIT
               DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA.
           WRITE ANONIMIZA-REPORT-LINHA.
           MOVE WS-QTD-HISTORICOS TO WS-QTD-EDIT.
           MOVE SPACES TO ANONIMIZA-REPORT-LINHA.
           STRING "IMAGENS DO HISTORICO DO CADASTRO  " WS-QTD-EDIT
               DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA.
           WRITE ANONIMIZA-REPORT-LINHA.
           MOVE WS-QTD-DEPENDENTES TO WS-QTD-EDIT.
           MOVE SPACES TO ANONIMIZA-REPORT-LINHA.
           STRING "DEPENDENTES                       " WS-QTD-EDIT
               DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA.
           WRITE ANONIMIZA-REPORT-LINHA.
           MOVE WS-QTD-NO-MESTRE TO WS-QTD-EDIT.
           MOVE SPACES TO ANONIMIZA-REPORT-LINHA.
           STRING "VENCIDOS MAS DE VOLTA AO MESTRE   " WS-QTD-EDIT
               DELIMITED BY SIZE INTO ANONIMIZA-REPORT-LINHA.
           WRITE ANONIMIZA-REPORT-LINHA.
           CLOSE ANONIMIZA-REPORT-FILE.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
