       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG151.
      *    RELATORIO DO TITULAR (LGPD): ONDE O FUNCIONARIO APARECE.
      * 2026-10-15 primeira versao: para um codigo com DV junta tudo
      *            o que o sistema guarda da pessoa - cadastro
      *            (FUNCMSTR.DAT ou, para quem saiu, o arquivo morto
      *            FUNCARCH.DAT do PROG78), historico de alteracoes
      *            do cadastro (FUNCHIST.DAT), dependentes
      *            (DEPENDTE.DAT), mestre de pagamento
      *            (PAYMSTR.DAT), historico da folha (FOLHAHIS.DAT),
      *            respostas nao anonimas de pesquisa (PESQDET.DAT,
      *            pelo nome), mensagens recebidas (MENSLOG.DAT, pelo
      *            nome ou pelo papel FUNCIONARIO:<codigo>) e ponto
      *            (PONTO.DAT) - e imprime em LGPDREL.DAT uma secao
      *            por fonte, com a contagem de cada uma. pedido do
      *            titular deixa de ficar sem resposta. so para
      *            supervisor; cada consulta fica na trilha comum de
      *            auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT ARQUIVO-MORTO-FILE ASSIGN TO "FUNCARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.

           SELECT HISTORICO-MESTRE-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMESTRE-STATUS.

           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDTE-STATUS.

           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT DETALHE-RESPOSTAS-FILE ASSIGN TO "PESQDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALHE-STATUS.

           SELECT LOG-MENSAGENS-FILE ASSIGN TO "MENSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSLOG-STATUS.

           SELECT PONTO-FILE ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-STATUS.

      *    relatorio da ultima consulta, para imprimir e entregar.
           SELECT TITULAR-REPORT-FILE ASSIGN TO "LGPDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDREL-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

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

       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  DETALHE-RESPOSTAS-FILE.
       01  DETALHE-RESPOSTA-REC.
           05  DET-NOME     PIC X(20).
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
           05  DET-COMENTARIO PIC X(120).

       FD  LOG-MENSAGENS-FILE.
       01  LOG-MENSAGEM-REC.
           05  MLOG-ID             PIC 9(4).
           05  MLOG-DESTINATARIO   PIC X(20).
           05  MLOG-PRIORIDADE     PIC X.
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  PONTO-FILE.
       COPY "PONTOREC.cpy".

       FD  TITULAR-REPORT-FILE.
       01  TITULAR-REPORT-LINHA PIC X(80).

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS     PIC XX.
       01  WS-PAGMSTR-STATUS    PIC XX.
       01  WS-MORTO-STATUS      PIC XX.
       01  WS-HISTMESTRE-STATUS PIC XX.
       01  WS-DEPENDTE-STATUS   PIC XX.
       01  WS-FOLHAHIS-STATUS   PIC XX.
       01  WS-DETALHE-STATUS    PIC XX.
       01  WS-MENSLOG-STATUS    PIC XX.
       01  WS-PONTO-STATUS      PIC XX.
       01  WS-LGPDREL-STATUS    PIC XX.

       01  WS-COD-PEDIDO PIC X(6).
       01  WS-SAIR PIC X VALUE "N".
           88  CONSULTA-ENCERRADA VALUE "S".

      *    nome do titular (do mestre ou da imagem arquivada mais
      *    recente): chave das fontes que nao guardam o codigo.
      *    nome anonimizado pelo PROG152 nao serve de chave.
       01  WS-TITULAR-NOME PIC X(20).
       01  WS-NOME-ANONIMO PIC X(20) VALUE "** ANONIMIZADO **".
       01  WS-PAPEL-TITULAR PIC X(20).
       01  WS-IMAGEM-ARQUIVADA PIC X(142).

       01  WS-QTD-FONTE PIC 9(5).
       01  WS-QTD-TOTAL PIC 9(7).
       01  WS-QTD-FONTE-EDIT PIC Z(4)9.
       01  WS-QTD-TOTAL-EDIT PIC Z(6)9.
       01  WS-VALOR-EDIT PIC -(7)9.99.
       01  WS-VALOR-EDIT-2 PIC -(7)9.99.
       01  WS-TITULO-SECAO PIC X(40).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "RELATORIO DO TITULAR E SO PARA SUPERVISOR"
               MOVE "PROG151" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM UNTIL CONSULTA-ENCERRADA
               DISPLAY "===== RELATORIO DO TITULAR (LGPD) ====="
               DISPLAY "CODIGO COM DV (6 DIGITOS, VAZIO = SAIR):"
               MOVE SPACES TO WS-COD-PEDIDO
               ACCEPT WS-COD-PEDIDO
               IF WS-COD-PEDIDO = SPACES
                   MOVE "S" TO WS-SAIR
               ELSE
                   PERFORM CONSULTA-TITULAR
               END-IF
           END-PERFORM.

           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       CONSULTA-TITULAR.
           MOVE SPACES TO WS-TITULAR-NOME.
           MOVE 0 TO WS-QTD-TOTAL.
           MOVE SPACES TO WS-PAPEL-TITULAR.
           STRING "FUNCIONARIO:" WS-COD-PEDIDO
               DELIMITED BY SIZE INTO WS-PAPEL-TITULAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.

           OPEN OUTPUT TITULAR-REPORT-FILE.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "===== DADOS PESSOAIS DO TITULAR " WS-COD-PEDIDO
                  " ====="
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "EMITIDO EM " WS-DATA-HORA-ATUAL(1:8) " "
                  WS-DATA-HORA-ATUAL(9:6) " POR "
                  WS-OPERADOR-ID-DIGITADO
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.

           PERFORM LISTA-CADASTRO.
           PERFORM LISTA-ARQUIVO-MORTO.
           PERFORM LISTA-HISTORICO-CADASTRO.
           PERFORM LISTA-DEPENDENTES.
           PERFORM LISTA-PAGAMENTO.
           PERFORM LISTA-HISTORICO-FOLHA.
           PERFORM LISTA-PESQUISAS.
           PERFORM LISTA-MENSAGENS.
           PERFORM LISTA-PONTO.

           MOVE SPACES TO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE WS-QTD-TOTAL TO WS-QTD-TOTAL-EDIT.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "TOTAL DE REGISTROS DO TITULAR: " WS-QTD-TOTAL-EDIT
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           CLOSE TITULAR-REPORT-FILE.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "LGPD" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CONSULTA DO TITULAR " WS-COD-PEDIDO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY WS-QTD-TOTAL " REGISTROS DE " WS-COD-PEDIDO
               ", RELATORIO EM LGPDREL.DAT".

      *    cabecalho de cada secao; o titulo vem em WS-TITULO-SECAO.
       ABRE-SECAO.
           MOVE 0 TO WS-QTD-FONTE.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "--- " WS-TITULO-SECAO
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.

       FECHA-SECAO.
           ADD WS-QTD-FONTE TO WS-QTD-TOTAL.
           MOVE WS-QTD-FONTE TO WS-QTD-FONTE-EDIT.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    " WS-QTD-FONTE-EDIT " REGISTRO(S)"
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.

       ANOTA-FONTE-AUSENTE.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    ARQUIVO NAO DISPONIVEL NESTA CONSULTA"
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.

      *    as linhas do registro de funcionario saem de
      *    FM-FUNCIONARIO-REC, venha ele do mestre ou do arquivo.
       IMPRIME-FUNCIONARIO.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    NOME " FM-NOME " NASCIMENTO "
                  FM-DATA-NASCIMENTO " SITUACAO " FM-SITUACAO
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    ADMISSAO " FM-DATA-ADMISSAO " SAIDA "
                  FM-DATA-SAIDA " ESCOLARIDADE " FM-ESCOLARIEDADE
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    ENDERECO " FM-END-RUA
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "             " FM-END-CIDADE " " FM-END-UF
                  " CEP " FM-END-CEP
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    CPF " FM-CPF " PIS " FM-PIS
                  " SUPERIOR " FM-SUPERIOR
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.

       LISTA-CADASTRO.
           MOVE "CADASTRO ATUAL (FUNCMSTR)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           ELSE
               MOVE WS-COD-PEDIDO TO FM-COD
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-FONTE
                       MOVE FM-NOME TO WS-TITULAR-NOME
                       PERFORM IMPRIME-FUNCIONARIO
               END-READ
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           PERFORM FECHA-SECAO.

      *    cada arquivamento do codigo; sem cadastro atual, o nome
      *    da imagem mais recente vira a chave das outras fontes.
       LISTA-ARQUIVO-MORTO.
           MOVE "ARQUIVO MORTO (FUNCARCH)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           MOVE SPACES TO WS-IMAGEM-ARQUIVADA.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-MORTO-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           END-IF.
           PERFORM UNTIL WS-MORTO-STATUS NOT = "00"
               READ ARQUIVO-MORTO-FILE
                   AT END
                       MOVE "10" TO WS-MORTO-STATUS
                   NOT AT END
                       IF ARCH-TIPO = "D"
                               AND ARCH-IMAGEM(1:6) = WS-COD-PEDIDO
                           ADD 1 TO WS-QTD-FONTE
                           MOVE ARCH-IMAGEM TO WS-IMAGEM-ARQUIVADA
                           MOVE ARCH-IMAGEM TO FM-FUNCIONARIO-REC
                           PERFORM IMPRIME-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MORTO-FILE.
           IF WS-TITULAR-NOME = SPACES
                   AND WS-IMAGEM-ARQUIVADA NOT = SPACES
               MOVE WS-IMAGEM-ARQUIVADA TO FM-FUNCIONARIO-REC
               MOVE FM-NOME TO WS-TITULAR-NOME
           END-IF.
           IF WS-TITULAR-NOME = WS-NOME-ANONIMO
               MOVE SPACES TO WS-TITULAR-NOME
           END-IF.
           PERFORM FECHA-SECAO.

      *    imagens de antes de cada alteracao do cadastro (PROG41).
       LISTA-HISTORICO-CADASTRO.
           MOVE "ALTERACOES DO CADASTRO (FUNCHIST)"
               TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT HISTORICO-MESTRE-FILE.
           IF WS-HISTMESTRE-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           END-IF.
           PERFORM UNTIL WS-HISTMESTRE-STATUS NOT = "00"
               READ HISTORICO-MESTRE-FILE
                   AT END
                       MOVE "10" TO WS-HISTMESTRE-STATUS
                   NOT AT END
                       IF HISTM-IMAGEM(1:6) = WS-COD-PEDIDO
                           ADD 1 TO WS-QTD-FONTE
                           MOVE SPACES TO TITULAR-REPORT-LINHA
                           STRING "    " HISTM-DATA-HORA " "
                                  HISTM-ACAO " POR " HISTM-OPERADOR
                                  " - IMAGEM DE ANTES:"
                               DELIMITED BY SIZE
                               INTO TITULAR-REPORT-LINHA
                           WRITE TITULAR-REPORT-LINHA
                           MOVE HISTM-IMAGEM TO FM-FUNCIONARIO-REC
                           PERFORM IMPRIME-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-MESTRE-FILE.
           PERFORM FECHA-SECAO.

       LISTA-DEPENDENTES.
           MOVE "DEPENDENTES (DEPENDTE)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT DEPENDENTES-FILE.
           IF WS-DEPENDTE-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           END-IF.
           PERFORM UNTIL WS-DEPENDTE-STATUS NOT = "00"
               READ DEPENDENTES-FILE
                   AT END
                       MOVE "10" TO WS-DEPENDTE-STATUS
                   NOT AT END
                       IF DEP-COD = WS-COD-PEDIDO
                           ADD 1 TO WS-QTD-FONTE
                           MOVE SPACES TO TITULAR-REPORT-LINHA
                           STRING "    " DEP-NOME " NASCIMENTO "
                                  DEP-NASCIMENTO " " DEP-PARENTESCO
                               DELIMITED BY SIZE
                               INTO TITULAR-REPORT-LINHA
                           WRITE TITULAR-REPORT-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDENTES-FILE.
           PERFORM FECHA-SECAO.

       LISTA-PAGAMENTO.
           MOVE "MESTRE DE PAGAMENTO (PAYMSTR)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           ELSE
               MOVE WS-COD-PEDIDO TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-FONTE
                       MOVE PM-SALARIO-BASE TO WS-VALOR-EDIT
                       MOVE PM-DESCONTOS-PADRAO TO WS-VALOR-EDIT-2
                       MOVE SPACES TO TITULAR-REPORT-LINHA
                       STRING "    GRADE " PM-GRADE " DEPTO "
                              PM-DEPTO " SALARIO " WS-VALOR-EDIT
                              " DESCONTOS " WS-VALOR-EDIT-2
                           DELIMITED BY SIZE
                           INTO TITULAR-REPORT-LINHA
                       WRITE TITULAR-REPORT-LINHA
               END-READ
           END-IF.
           CLOSE PAGAMENTO-MASTER-FILE.
           PERFORM FECHA-SECAO.

       LISTA-HISTORICO-FOLHA.
           MOVE "HISTORICO DA FOLHA (FOLHAHIS)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           END-IF.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-COD = WS-COD-PEDIDO
                           ADD 1 TO WS-QTD-FONTE
                           MOVE FH-BRUTO TO WS-VALOR-EDIT
                           MOVE FH-LIQUIDO TO WS-VALOR-EDIT-2
                           MOVE SPACES TO TITULAR-REPORT-LINHA
                           STRING "    " FH-COMPETENCIA " TIPO "
                                  FH-TIPO-PAGAMENTO " " FH-NOME
                                  " BRUTO " WS-VALOR-EDIT
                                  " LIQ " WS-VALOR-EDIT-2
                               DELIMITED BY SIZE
                               INTO TITULAR-REPORT-LINHA
                           WRITE TITULAR-REPORT-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.
           PERFORM FECHA-SECAO.

      *    o detalhe da pesquisa guarda o nome; resposta anonima
      *    (SEQ nnnn) nao tem dono e nunca casa.
       LISTA-PESQUISAS.
           MOVE "RESPOSTAS DE PESQUISA (PESQDET)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-TITULAR-NOME = SPACES
               PERFORM ANOTA-NOME-DESCONHECIDO
           ELSE
               OPEN INPUT DETALHE-RESPOSTAS-FILE
               IF WS-DETALHE-STATUS NOT = "00"
                   PERFORM ANOTA-FONTE-AUSENTE
               END-IF
               PERFORM UNTIL WS-DETALHE-STATUS NOT = "00"
                   READ DETALHE-RESPOSTAS-FILE
                       AT END
                           MOVE "10" TO WS-DETALHE-STATUS
                       NOT AT END
                           IF DET-NOME = WS-TITULAR-NOME
                               PERFORM IMPRIME-RESPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALHE-RESPOSTAS-FILE
           END-IF.
           PERFORM FECHA-SECAO.

       IMPRIME-RESPOSTA.
           ADD 1 TO WS-QTD-FONTE.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    " DET-DATA " " DET-CODIGO " RESPOSTA "
                  DET-RESPOSTA
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.
           IF DET-COMENTARIO NOT = SPACES
               MOVE SPACES TO TITULAR-REPORT-LINHA
               STRING "      " DET-COMENTARIO(1:60)
                   DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA
               WRITE TITULAR-REPORT-LINHA
               IF DET-COMENTARIO(61:60) NOT = SPACES
                   MOVE SPACES TO TITULAR-REPORT-LINHA
                   STRING "      " DET-COMENTARIO(61:60)
                       DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA
                   WRITE TITULAR-REPORT-LINHA
               END-IF
           END-IF.

       ANOTA-NOME-DESCONHECIDO.
           MOVE SPACES TO TITULAR-REPORT-LINHA.
           STRING "    SEM NOME CONHECIDO DO TITULAR, NAO PESQUISADO"
               DELIMITED BY SIZE INTO TITULAR-REPORT-LINHA.
           WRITE TITULAR-REPORT-LINHA.

      *    mensagem entregue ao titular: pelo nome do destinatario
      *    ou pelo papel FUNCIONARIO:<codigo> da fila.
       LISTA-MENSAGENS.
           MOVE "MENSAGENS RECEBIDAS (MENSLOG)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT LOG-MENSAGENS-FILE.
           IF WS-MENSLOG-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           END-IF.
           PERFORM UNTIL WS-MENSLOG-STATUS NOT = "00"
               READ LOG-MENSAGENS-FILE
                   AT END
                       MOVE "10" TO WS-MENSLOG-STATUS
                   NOT AT END
                       IF MLOG-PAPEL = WS-PAPEL-TITULAR
                               OR (WS-TITULAR-NOME NOT = SPACES
                               AND MLOG-DESTINATARIO =
                                   WS-TITULAR-NOME)
                           ADD 1 TO WS-QTD-FONTE
                           MOVE SPACES TO TITULAR-REPORT-LINHA
                           STRING "    " MLOG-DATA-ENVIO " "
                                  MLOG-HORA-ENVIO " "
                                  MLOG-TEXTO(1:56)
                               DELIMITED BY SIZE
                               INTO TITULAR-REPORT-LINHA
                           WRITE TITULAR-REPORT-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-MENSAGENS-FILE.
           PERFORM FECHA-SECAO.

       LISTA-PONTO.
           MOVE "PONTO DIARIO (PONTO)" TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT PONTO-FILE.
           IF WS-PONTO-STATUS NOT = "00"
               PERFORM ANOTA-FONTE-AUSENTE
           END-IF.
           PERFORM UNTIL WS-PONTO-STATUS NOT = "00"
               READ PONTO-FILE
                   AT END
                       MOVE "10" TO WS-PONTO-STATUS
                   NOT AT END
                       IF PON-COD = WS-COD-PEDIDO
                           ADD 1 TO WS-QTD-FONTE
                           MOVE SPACES TO TITULAR-REPORT-LINHA
                           STRING "    " PON-DATA " ENTRADA "
                                  PON-ENTRADA " SAIDA " PON-SAIDA
                                  " JUSTIFICADA " PON-JUSTIFICADA
                               DELIMITED BY SIZE
                               INTO TITULAR-REPORT-LINHA
                           WRITE TITULAR-REPORT-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO-FILE.
           PERFORM FECHA-SECAO.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
