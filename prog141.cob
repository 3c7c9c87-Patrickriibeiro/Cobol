       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG141.
      *    RETORNO DO GATEWAY DE E-MAIL/SMS DAS ENTREGAS DO PROG10.
      * 2026-10-15 primeira versao: le as situacoes que o gateway
      *            devolve no MSGGWRET.DAT e confere cada uma com o
      *            envio pendente do MSGGWOUT.DAT. entregue da baixa;
      *            devolvida (endereco recusado) vai para a fila
      *            morta MSGDEAD.DAT; falha no canal e reenviada uma
      *            vez pelo outro canal do destinatario no
      *            DESTDIR.DAT, e sem outro canal (ou falhando de
      *            novo) tambem vai para a fila morta. o retorno
      *            lido e esvaziado; o que continua sem resposta
      *            fica pendente no MSGGWOUT.DAT.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATEWAY-SAIDA-FILE ASSIGN TO "MSGGWOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-STATUS.

           SELECT GATEWAY-RETORNO-FILE ASSIGN TO "MSGGWRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT DIRETORIO-DEST-FILE ASSIGN TO "DESTDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRETORIO-STATUS.

      *    fila morta do PROG10, no mesmo layout.
           SELECT MENSAGENS-MORTAS-FILE ASSIGN TO "MSGDEAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTAS-STATUS.

           SELECT RETORNO-REPORT-FILE ASSIGN TO "GWRETREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWRETREL-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  GATEWAY-SAIDA-FILE.
       COPY "GWSREC.cpy".

       FD  GATEWAY-RETORNO-FILE.
       COPY "GWRREC.cpy".

       FD  DIRETORIO-DEST-FILE.
       01  DIRETORIO-DEST-REC.
           05  DIR-DESTINATARIO   PIC X(20).
           05  DIR-SUPERVISOR     PIC X(20).
           05  DIR-AUSENTE-DE     PIC X(8).
           05  DIR-AUSENTE-ATE    PIC X(8).
           05  DIR-DELEGADO       PIC X(20).
           05  DIR-DIGESTO        PIC X.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       FD  MENSAGENS-MORTAS-FILE.
       01  MENSAGEM-MORTA-REC.
           05  MORTA-FILA-REC      PIC X(147).
           05  MORTA-CODIGO-MOTIVO PIC X.
           05  MORTA-DESCRICAO     PIC X(30).

       FD  RETORNO-REPORT-FILE.
       01  RETORNO-REPORT-LINHA PIC X(100).

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-GATEWAY-STATUS   PIC XX.
       01  WS-RETORNO-STATUS   PIC XX.
       01  WS-DIRETORIO-STATUS PIC XX.
       01  WS-MORTAS-STATUS    PIC XX.
       01  WS-GWRETREL-STATUS  PIC XX.

      *    envios do MSGGWOUT.DAT em memoria, cada um com a sua
      *    situacao nesta execucao: P = ainda sem resposta (volta
      *    para o arquivo), D/B/F = respondido (sai do arquivo).
       01  WS-TABELA-ENVIOS.
           05  TAB-ENV OCCURS 2000 TIMES INDEXED BY ENV-IDX.
               10  TAB-ENV-REGISTRO PIC X(161).
               10  TAB-ENV-SITUACAO PIC X.
       01  WS-QTD-ENVIOS PIC 9(4) VALUE 0.
       01  WS-ENVIOS-ESTOURO PIC X VALUE "N".
       01  WS-ENVIO-ACHADO PIC X.
           88  ENVIO-NA-TABELA VALUE "S".
       01  WS-CHAVE-RETORNO.
           05  WS-CHAVE-ID        PIC 9(4).
           05  WS-CHAVE-TENTATIVA PIC 9.
           05  WS-CHAVE-CANAL     PIC X.

      *    canais de cada destinatario, para o reenvio.
       01  WS-TABELA-DIRETORIO.
           05  TAB-DIR OCCURS 100 TIMES INDEXED BY DIR-IDX.
               10  TAB-DIR-DESTINATARIO PIC X(20).
               10  TAB-DIR-CANAL-1      PIC X.
               10  TAB-DIR-ENDERECO-1   PIC X(40).
               10  TAB-DIR-CANAL-2      PIC X.
               10  TAB-DIR-ENDERECO-2   PIC X(40).
       01  WS-QTD-DIRETORIO PIC 9(3) VALUE 0.
       01  WS-DIR-ACHADO PIC X.

       01  WS-OUTRO-CANAL PIC X.
       01  WS-OUTRO-ENDERECO PIC X(40).
       01  WS-MOTIVO-CODIGO PIC X.
       01  WS-MOTIVO-DESCRICAO PIC X(30).
       01  WS-RESULTADO-LINHA PIC X(30).

       01  WS-QTD-RETORNOS   PIC 9(5) VALUE 0.
       01  WS-QTD-ENTREGUES  PIC 9(5) VALUE 0.
       01  WS-QTD-DEVOLVIDAS PIC 9(5) VALUE 0.
       01  WS-QTD-REENVIADAS PIC 9(5) VALUE 0.
       01  WS-QTD-MORTAS     PIC 9(5) VALUE 0.
       01  WS-QTD-ORFAOS     PIC 9(5) VALUE 0.
       01  WS-QTD-PENDENTES  PIC 9(5) VALUE 0.

       COPY "FILAREC.cpy".
       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG141" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

      *    noite sem retorno do gateway nao e erro: nada a fazer.
           OPEN INPUT GATEWAY-RETORNO-FILE.
           IF WS-RETORNO-STATUS NOT = "00"
               CLOSE GATEWAY-RETORNO-FILE
               DISPLAY "NENHUM RETORNO DO GATEWAY PARA PROCESSAR"
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

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
           OPEN EXTEND MENSAGENS-MORTAS-FILE.
           IF WS-MORTAS-STATUS NOT = "00"
               CLOSE MENSAGENS-MORTAS-FILE
               OPEN OUTPUT MENSAGENS-MORTAS-FILE
           END-IF.

      *    envio alem da tabela nao pode sumir na regravacao:
      *    sem espaco, nada e tocado e o passo para.
           PERFORM CARREGA-ENVIOS.
           IF WS-ENVIOS-ESTOURO = "S"
               DISPLAY "MSGGWOUT.DAT COM MAIS DE 2000 ENVIOS,"
                   " RETORNO NAO PROCESSADO"
               CLOSE GATEWAY-RETORNO-FILE
               CLOSE MENSAGENS-MORTAS-FILE
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-DIRETORIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN OUTPUT RETORNO-REPORT-FILE.
           MOVE SPACES TO RETORNO-REPORT-LINHA.
           STRING "===== RETORNO DO GATEWAY E-MAIL/SMS EM "
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO RETORNO-REPORT-LINHA.
           WRITE RETORNO-REPORT-LINHA.

           PERFORM UNTIL WS-RETORNO-STATUS NOT = "00"
               READ GATEWAY-RETORNO-FILE
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       PERFORM TRATA-RETORNO THRU TRATA-RETORNO-FIM
               END-READ
           END-PERFORM.
           CLOSE GATEWAY-RETORNO-FILE.

      *    retorno processado nao pode ser lido de novo amanha.
           OPEN OUTPUT GATEWAY-RETORNO-FILE.
           CLOSE GATEWAY-RETORNO-FILE.

           PERFORM REGRAVA-ENVIOS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RETORNO-REPORT-FILE.
           CLOSE MENSAGENS-MORTAS-FILE.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

           IF WS-QTD-MORTAS > 0
               MOVE "FILA-MORTA" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-QTD-ORFAOS > 0
               MOVE "ORFAOS" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-RETORNOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-ENVIOS.
           MOVE 0 TO WS-QTD-ENVIOS.
           OPEN INPUT GATEWAY-SAIDA-FILE.
           IF WS-GATEWAY-STATUS = "00"
               PERFORM UNTIL WS-GATEWAY-STATUS NOT = "00"
                   READ GATEWAY-SAIDA-FILE
                       AT END
                           MOVE "10" TO WS-GATEWAY-STATUS
                       NOT AT END
                           IF WS-QTD-ENVIOS < 2000
                               ADD 1 TO WS-QTD-ENVIOS
                               MOVE GATEWAY-SAIDA-REC
                                   TO TAB-ENV-REGISTRO(WS-QTD-ENVIOS)
                               MOVE "P"
                                   TO TAB-ENV-SITUACAO(WS-QTD-ENVIOS)
                           ELSE
                               MOVE "S" TO WS-ENVIOS-ESTOURO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GATEWAY-SAIDA-FILE.

       CARREGA-DIRETORIO.
           MOVE 0 TO WS-QTD-DIRETORIO.
           OPEN INPUT DIRETORIO-DEST-FILE.
           IF WS-DIRETORIO-STATUS = "00"
               PERFORM UNTIL WS-DIRETORIO-STATUS NOT = "00"
                   READ DIRETORIO-DEST-FILE
                       AT END
                           MOVE "10" TO WS-DIRETORIO-STATUS
                       NOT AT END
                           IF WS-QTD-DIRETORIO < 100
                               ADD 1 TO WS-QTD-DIRETORIO
                               SET DIR-IDX TO WS-QTD-DIRETORIO
                               MOVE DIR-DESTINATARIO TO
                                   TAB-DIR-DESTINATARIO(DIR-IDX)
                               MOVE DIR-CANAL-1 TO
                                   TAB-DIR-CANAL-1(DIR-IDX)
                               MOVE DIR-ENDERECO-1 TO
                                   TAB-DIR-ENDERECO-1(DIR-IDX)
                               MOVE DIR-CANAL-2 TO
                                   TAB-DIR-CANAL-2(DIR-IDX)
                               MOVE DIR-ENDERECO-2 TO
                                   TAB-DIR-ENDERECO-2(DIR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DIRETORIO-DEST-FILE.

      *    o retorno tem de casar com um envio ainda pendente pelo
      *    ID, tentativa e canal; resposta repetida ou de envio
      *    desconhecido vai para a trilha de excecoes.
       TRATA-RETORNO.
           ADD 1 TO WS-QTD-RETORNOS.
           MOVE GWR-MLOG-ID TO WS-CHAVE-ID.
           MOVE GWR-TENTATIVA TO WS-CHAVE-TENTATIVA.
           MOVE GWR-CANAL TO WS-CHAVE-CANAL.
           MOVE "N" TO WS-ENVIO-ACHADO.
           PERFORM VARYING ENV-IDX FROM 1 BY 1
                   UNTIL ENV-IDX > WS-QTD-ENVIOS
                       OR ENVIO-NA-TABELA
               IF TAB-ENV-REGISTRO(ENV-IDX)(1:6) = WS-CHAVE-RETORNO
                       AND TAB-ENV-SITUACAO(ENV-IDX) = "P"
                   MOVE "S" TO WS-ENVIO-ACHADO
               END-IF
           END-PERFORM.
           IF NOT ENVIO-NA-TABELA
               MOVE SPACES TO GATEWAY-SAIDA-REC
               ADD 1 TO WS-QTD-ORFAOS
               MOVE "PROG141" TO WS-EXCCOM-PROGRAMA
               MOVE "RETORNO-ORFAO" TO WS-EXCCOM-CAMPO
               MOVE WS-CHAVE-RETORNO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "SEM ENVIO PENDENTE" TO WS-RESULTADO-LINHA
               PERFORM IMPRIME-RETORNO
               GO TO TRATA-RETORNO-FIM
           END-IF.
           SET ENV-IDX DOWN BY 1.
           MOVE TAB-ENV-REGISTRO(ENV-IDX) TO GATEWAY-SAIDA-REC.

           EVALUATE TRUE
               WHEN GWR-ENTREGUE
                   MOVE "D" TO TAB-ENV-SITUACAO(ENV-IDX)
                   ADD 1 TO WS-QTD-ENTREGUES
                   MOVE "ENTREGUE" TO WS-RESULTADO-LINHA
               WHEN GWR-DEVOLVIDO
                   MOVE "B" TO TAB-ENV-SITUACAO(ENV-IDX)
                   ADD 1 TO WS-QTD-DEVOLVIDAS
                   MOVE "G" TO WS-MOTIVO-CODIGO
                   MOVE SPACES TO WS-MOTIVO-DESCRICAO
                   STRING "DEVOLVIDA PELO GATEWAY CANAL " GWS-CANAL
                       DELIMITED BY SIZE INTO WS-MOTIVO-DESCRICAO
                   PERFORM GRAVA-MENSAGEM-MORTA
                   MOVE "DEVOLVIDA - FILA MORTA" TO WS-RESULTADO-LINHA
               WHEN GWR-FALHOU
                   MOVE "F" TO TAB-ENV-SITUACAO(ENV-IDX)
                   PERFORM TRATA-FALHA THRU TRATA-FALHA-FIM
               WHEN OTHER
                   ADD 1 TO WS-QTD-ORFAOS
                   MOVE "PROG141" TO WS-EXCCOM-PROGRAMA
                   MOVE "SITUACAO" TO WS-EXCCOM-CAMPO
                   MOVE GWR-SITUACAO TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   MOVE "SITUACAO DESCONHECIDA" TO WS-RESULTADO-LINHA
           END-EVALUATE.
           PERFORM IMPRIME-RETORNO.

           MOVE GWS-DESTINATARIO TO WS-NOME-COMUM.
           MOVE "GATEWAY" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-CHAVE-RETORNO " " WS-RESULTADO-LINHA
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

       TRATA-RETORNO-FIM.
           EXIT.

      *    a primeira falha e reenviada pelo outro canal cadastrado
      *    para o destinatario hoje; segunda falha, ou destinatario
      *    sem outro canal, vai para a fila morta.
       TRATA-FALHA.
           MOVE SPACE TO WS-OUTRO-CANAL.
           MOVE SPACES TO WS-OUTRO-ENDERECO.
           IF GWS-TENTATIVA = 1
               PERFORM PROCURA-OUTRO-CANAL
           END-IF.
           IF WS-OUTRO-CANAL = SPACE
               ADD 1 TO WS-QTD-DEVOLVIDAS
               MOVE "F" TO WS-MOTIVO-CODIGO
               MOVE SPACES TO WS-MOTIVO-DESCRICAO
               IF GWS-TENTATIVA = 1
                   MOVE "FALHA SEM CANAL ALTERNATIVO"
                       TO WS-MOTIVO-DESCRICAO
               ELSE
                   MOVE "FALHA NOS DOIS CANAIS"
                       TO WS-MOTIVO-DESCRICAO
               END-IF
               PERFORM GRAVA-MENSAGEM-MORTA
               MOVE "FALHA - FILA MORTA" TO WS-RESULTADO-LINHA
               GO TO TRATA-FALHA-FIM
           END-IF.

           IF WS-QTD-ENVIOS NOT < 2000
               ADD 1 TO WS-QTD-DEVOLVIDAS
               MOVE "F" TO WS-MOTIVO-CODIGO
               MOVE "FALHA SEM ESPACO PARA REENVIO"
                   TO WS-MOTIVO-DESCRICAO
               PERFORM GRAVA-MENSAGEM-MORTA
               MOVE "FALHA - FILA MORTA" TO WS-RESULTADO-LINHA
               GO TO TRATA-FALHA-FIM
           END-IF.
           MOVE 2 TO GWS-TENTATIVA.
           MOVE WS-OUTRO-CANAL TO GWS-CANAL.
           MOVE WS-OUTRO-ENDERECO TO GWS-ENDERECO.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO GWS-DATA.
           MOVE WS-DATA-HORA-ATUAL(9:6) TO GWS-HORA.
           ADD 1 TO WS-QTD-ENVIOS.
           MOVE GATEWAY-SAIDA-REC TO TAB-ENV-REGISTRO(WS-QTD-ENVIOS).
           MOVE "P" TO TAB-ENV-SITUACAO(WS-QTD-ENVIOS).
           ADD 1 TO WS-QTD-REENVIADAS.
           MOVE SPACES TO WS-RESULTADO-LINHA.
           STRING "FALHA - REENVIADA PELO CANAL " WS-OUTRO-CANAL
               DELIMITED BY SIZE INTO WS-RESULTADO-LINHA.

       TRATA-FALHA-FIM.
           EXIT.

       PROCURA-OUTRO-CANAL.
           MOVE "N" TO WS-DIR-ACHADO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > WS-QTD-DIRETORIO
                       OR WS-DIR-ACHADO = "S"
               IF TAB-DIR-DESTINATARIO(DIR-IDX) = GWS-DESTINATARIO
                   MOVE "S" TO WS-DIR-ACHADO
               END-IF
           END-PERFORM.
           IF WS-DIR-ACHADO = "S"
               SET DIR-IDX DOWN BY 1
               IF TAB-DIR-CANAL-1(DIR-IDX) NOT = SPACE
                       AND TAB-DIR-CANAL-1(DIR-IDX) NOT = GWS-CANAL
                   MOVE TAB-DIR-CANAL-1(DIR-IDX) TO WS-OUTRO-CANAL
                   MOVE TAB-DIR-ENDERECO-1(DIR-IDX)
                       TO WS-OUTRO-ENDERECO
               END-IF
               IF TAB-DIR-CANAL-2(DIR-IDX) NOT = SPACE
                       AND TAB-DIR-CANAL-2(DIR-IDX) NOT = GWS-CANAL
                   MOVE TAB-DIR-CANAL-2(DIR-IDX) TO WS-OUTRO-CANAL
                   MOVE TAB-DIR-ENDERECO-2(DIR-IDX)
                       TO WS-OUTRO-ENDERECO
               END-IF
           END-IF.

      *    a fila morta guarda o registro como a fila do PROG10 o
      *    teria: destinatario, prioridade e o texto ja expandido.
       GRAVA-MENSAGEM-MORTA.
           ADD 1 TO WS-QTD-MORTAS.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE GWS-DESTINATARIO TO FILA-DESTINATARIO.
           MOVE GWS-PRIORIDADE TO FILA-PRIORIDADE.
           MOVE GWS-TEXTO TO FILA-TEXTO.
           MOVE FILA-MENSAGEM-REC TO MORTA-FILA-REC.
           MOVE WS-MOTIVO-CODIGO TO MORTA-CODIGO-MOTIVO.
           MOVE WS-MOTIVO-DESCRICAO TO MORTA-DESCRICAO.
           WRITE MENSAGEM-MORTA-REC.

       IMPRIME-RETORNO.
           MOVE SPACES TO RETORNO-REPORT-LINHA.
           STRING GWR-MLOG-ID "/" GWR-TENTATIVA " " GWR-CANAL " "
                  GWS-DESTINATARIO " " WS-RESULTADO-LINHA " "
                  GWR-DETALHE
               DELIMITED BY SIZE INTO RETORNO-REPORT-LINHA.
           WRITE RETORNO-REPORT-LINHA.

      *    volta para o arquivo so o que continua sem resposta,
      *    inclusive os reenvios gravados agora.
       REGRAVA-ENVIOS.
           MOVE 0 TO WS-QTD-PENDENTES.
           OPEN OUTPUT GATEWAY-SAIDA-FILE.
           PERFORM VARYING ENV-IDX FROM 1 BY 1
                   UNTIL ENV-IDX > WS-QTD-ENVIOS
               IF TAB-ENV-SITUACAO(ENV-IDX) = "P"
                   MOVE TAB-ENV-REGISTRO(ENV-IDX) TO GATEWAY-SAIDA-REC
                   WRITE GATEWAY-SAIDA-REC
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           END-PERFORM.
           CLOSE GATEWAY-SAIDA-FILE.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RETORNO-REPORT-LINHA.
           WRITE RETORNO-REPORT-LINHA.
           MOVE SPACES TO RETORNO-REPORT-LINHA.
           STRING "RETORNOS " WS-QTD-RETORNOS
                  " ENTREGUES " WS-QTD-ENTREGUES
                  " REENVIADAS " WS-QTD-REENVIADAS
                  " FILA MORTA " WS-QTD-MORTAS
               DELIMITED BY SIZE INTO RETORNO-REPORT-LINHA.
           WRITE RETORNO-REPORT-LINHA.
           DISPLAY RETORNO-REPORT-LINHA.
           MOVE SPACES TO RETORNO-REPORT-LINHA.
           STRING "SEM ENVIO " WS-QTD-ORFAOS
                  " AINDA PENDENTES NO GATEWAY " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO RETORNO-REPORT-LINHA.
           WRITE RETORNO-REPORT-LINHA.
           DISPLAY RETORNO-REPORT-LINHA.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "RUNPROC.cpy".
