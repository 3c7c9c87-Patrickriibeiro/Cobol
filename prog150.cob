       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG150.
      *    CONTROLE DA JANELA NOTURNA: ABERTURA, RETOMADA, FECHAMENTO.
      * 2026-10-15 primeira versao: primeiro e penultimo passo do
      *            NIGHTLY.jcl. o cartao JANMODO.DAT diz o que fazer:
      *            ABERTURA abre a janela do dia em JANATUAL.DAT (a
      *            data e a identidade da janela) e daqui em diante o
      *            INI/FIM de cada passo listado em JANPASSO.DAT cai
      *            tambem no diario JANCTRL.DAT (RUNPROC.cpy).
      *            FECHAMENTO apura o diario: tudo concluido fecha a
      *            janela; sobrou passo, a janela fica pendente e os
      *            arquivos de entrada de cada passo que falhou sao
      *            assinados (registros e soma de conferencia).
      *            RETOMADA, com o mesmo JCL, reabre a janela
      *            pendente: passo ja concluido so deixa um PUL no
      *            diario e volta RC=0000, quem falhou ou nao rodou
      *            roda de novo, na ordem. insumo do passo que falhou
      *            alterado desde o fechamento recusa a retomada
      *            inteira (RC=0008, nenhum passo roda) com aviso
      *            urgente para OPERACOES. relatorio em JANREL.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RUNSEL.cpy".

      *    cartao de controle do passo: ABERTURA, RETOMADA ou
      *    FECHAMENTO.
           SELECT MODO-JANELA-FILE ASSIGN TO "JANMODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANMODO-STATUS.

      *    arquivo de entrada de um passo, aberto pelo nome listado
      *    em JANPASSO.DAT so para contar e somar.
           SELECT INSUMO-FILE ASSIGN TO DYNAMIC WS-INSUMO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSUMO-STATUS.

           SELECT JANELA-REPORT-FILE ASSIGN TO "JANREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANREL-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "RUNFD.cpy".

       FD  MODO-JANELA-FILE.
       01  MODO-JANELA-REC PIC X(80).

       FD  INSUMO-FILE.
       01  INSUMO-REC PIC X(512).

       FD  JANELA-REPORT-FILE.
       01  JANELA-REPORT-LINHA PIC X(100).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-JANMODO-STATUS PIC XX.
       01  WS-INSUMO-STATUS  PIC XX.
       01  WS-JANREL-STATUS  PIC XX.
       01  WS-FILA-STATUS    PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-MODO-JANELA PIC X(10).
           88  MODO-ABERTURA   VALUE "ABERTURA".
           88  MODO-RETOMADA   VALUE "RETOMADA".
           88  MODO-FECHAMENTO VALUE "FECHAMENTO".

      *    passos da janela, na ordem de JANPASSO.DAT, com a situacao
      *    apurada do diario: N nao rodou, C concluido (ultimo FIM
      *    com RC abaixo de 8), F falhou (FIM com RC 8 ou mais, ou
      *    INI sem FIM - queda).
       01  WS-TABELA-PASSOS.
           05  TAB-PASSO OCCURS 40 TIMES.
               10  TAB-PASSO-NOME     PIC X(8).
               10  TAB-PASSO-PROGRAMA PIC X(8).
               10  TAB-PASSO-INSUMO   PIC X(12) OCCURS 4 TIMES.
               10  TAB-PASSO-SITUACAO PIC X.
               10  TAB-PASSO-RC       PIC 9(4).
       01  WS-QTD-PASSOS PIC 9(2) VALUE 0.
       01  WS-PASSO-IDX PIC 9(2).
       01  WS-INSUMO-IDX PIC 9.

      *    assinaturas gravadas pelo ultimo fechamento pendente.
       01  WS-TABELA-ASSINATURAS.
           05  TAB-ASS OCCURS 160 TIMES.
               10  TAB-ASS-PROGRAMA  PIC X(8).
               10  TAB-ASS-ARQUIVO   PIC X(12).
               10  TAB-ASS-REGISTROS PIC 9(9).
               10  TAB-ASS-SOMA      PIC 9(9).
               10  TAB-ASS-RESULTADO PIC X(10).
       01  WS-QTD-ASSINATURAS PIC 9(3) VALUE 0.
       01  WS-ASS-IDX PIC 9(3).
       01  WS-ASS-ACHADO-IDX PIC 9(3).

       01  WS-QTD-CONCLUIDOS PIC 9(2) VALUE 0.
       01  WS-QTD-FALHOS     PIC 9(2) VALUE 0.
       01  WS-QTD-NAO-RODADOS PIC 9(2) VALUE 0.
       01  WS-QTD-ALTERADOS  PIC 9(2) VALUE 0.
       01  WS-PRIMEIRO-PENDENTE PIC X(8).
       01  WS-JANELA-ANTERIOR PIC 9(8).
       01  WS-SITUACAO-ANTERIOR PIC X.
       01  WS-SITUACAO-NOVA PIC X.
       01  WS-JANELA-RECUSADA PIC X VALUE "N".
       01  WS-MOTIVO-RECUSA PIC X(40).

      *    assinatura de um arquivo de entrada: quantidade de
      *    registros e soma de conferencia dos bytes, ponderada pela
      *    posicao, modulo um primo (qualquer troca de conteudo ou de
      *    ordem muda a soma).
       01  WS-INSUMO-NOME PIC X(12).
       01  WS-ASSINA-REGISTROS PIC 9(9).
       01  WS-ASSINA-SOMA PIC 9(9).
       01  WS-ASSINA-RESULTADO PIC X(10).
       01  WS-ASSINA-CONTA PIC 9(11).
       01  WS-BYTE-IDX PIC 9(3).
       01  WS-PRIMO-SOMA PIC 9(9) VALUE 999999937.

      *    registro do diario montado pelo programa.
       01  WS-DIARIO-TIPO PIC X(3).
       01  WS-DIARIO-PROGRAMA PIC X(8).
       01  WS-DIARIO-RESULTADO PIC X(10).

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           MOVE SPACES TO WS-MODO-JANELA.
           OPEN INPUT MODO-JANELA-FILE.
           IF WS-JANMODO-STATUS = "00"
               READ MODO-JANELA-FILE
                   NOT AT END
                       MOVE MODO-JANELA-REC(1:10) TO WS-MODO-JANELA
               END-READ
           END-IF.
           CLOSE MODO-JANELA-FILE.
           INSPECT WS-MODO-JANELA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF NOT MODO-ABERTURA AND NOT MODO-RETOMADA
                   AND NOT MODO-FECHAMENTO
               DISPLAY "CARTAO JANMODO INVALIDO: " WS-MODO-JANELA
               DISPLAY "USE ABERTURA, RETOMADA OU FECHAMENTO"
               MOVE 12 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN EXTEND JANELA-REPORT-FILE.
           IF WS-JANREL-STATUS NOT = "00"
               CLOSE JANELA-REPORT-FILE
               OPEN OUTPUT JANELA-REPORT-FILE
           END-IF.
           MOVE SPACES TO JANELA-REPORT-LINHA.
           STRING "===== JANELA NOTURNA: " WS-MODO-JANELA
                  " EM " WS-DATA-HOJE " " WS-DATA-HORA-ATUAL(9:6)
                  " ====="
               DELIMITED BY SIZE INTO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.

           PERFORM CARREGA-PASSOS.
           PERFORM LE-JANELA-ATUAL.
           MOVE WS-RUNLOG-JANELA TO WS-JANELA-ANTERIOR.
           MOVE WS-RUNLOG-JANELA-SIT TO WS-SITUACAO-ANTERIOR.
      *    depois de uma recusa vale a situacao de antes dela.
           IF WS-SITUACAO-ANTERIOR = "X"
               MOVE "S" TO WS-JANELA-RECUSADA
               MOVE WS-RUNLOG-JANELA-ANTES TO WS-SITUACAO-ANTERIOR
           END-IF.

           IF MODO-ABERTURA
               PERFORM ABRE-JANELA
           END-IF.
           IF MODO-RETOMADA
               PERFORM RETOMA-JANELA
                   THRU RETOMA-JANELA-FIM
           END-IF.
           IF MODO-FECHAMENTO
               PERFORM FECHA-JANELA
                   THRU FECHA-JANELA-FIM
           END-IF.

           CLOSE JANELA-REPORT-FILE.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-PASSOS.
           MOVE 0 TO WS-QTD-PASSOS.
           OPEN INPUT JANELA-PASSOS-FILE.
           IF WS-JANPASSO-STATUS NOT = "00"
               MOVE "JANPASSO.DAT AUSENTE - NENHUM PASSO CONTROLADO"
                   TO JANELA-REPORT-LINHA
               WRITE JANELA-REPORT-LINHA
               DISPLAY JANELA-REPORT-LINHA
           END-IF.
           PERFORM UNTIL WS-JANPASSO-STATUS NOT = "00"
               READ JANELA-PASSOS-FILE
                   AT END
                       MOVE "10" TO WS-JANPASSO-STATUS
                   NOT AT END
                       IF WS-QTD-PASSOS < 40
                               AND JNP-PROGRAMA NOT = SPACES
                           ADD 1 TO WS-QTD-PASSOS
                           MOVE JNP-PASSO
                               TO TAB-PASSO-NOME(WS-QTD-PASSOS)
                           MOVE JNP-PROGRAMA
                               TO TAB-PASSO-PROGRAMA(WS-QTD-PASSOS)
                           PERFORM VARYING WS-INSUMO-IDX FROM 1 BY 1
                                   UNTIL WS-INSUMO-IDX > 4
                               MOVE JNP-INSUMO(WS-INSUMO-IDX)
                                   TO TAB-PASSO-INSUMO(WS-QTD-PASSOS,
                                       WS-INSUMO-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JANELA-PASSOS-FILE.

      *    janela anterior que nao fechou completa e abandonada: os
      *    passos pendentes dela ficam para acerto manual.
       ABRE-JANELA.
           IF WS-SITUACAO-ANTERIOR NOT = SPACE
                   AND WS-SITUACAO-ANTERIOR NOT = "F"
               MOVE WS-JANELA-ANTERIOR TO WS-RUNLOG-JANELA
               MOVE "ABA" TO WS-DIARIO-TIPO
               MOVE SPACES TO WS-DIARIO-PROGRAMA
               MOVE "ABANDONADA" TO WS-DIARIO-RESULTADO
               PERFORM GRAVA-DIARIO
               MOVE SPACES TO JANELA-REPORT-LINHA
               STRING "JANELA " WS-JANELA-ANTERIOR
                      " NAO FECHOU COMPLETA E FOI ABANDONADA"
                   DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
               WRITE JANELA-REPORT-LINHA
               DISPLAY JANELA-REPORT-LINHA
           END-IF.

           MOVE WS-DATA-HOJE TO WS-RUNLOG-JANELA.
           MOVE "A" TO WS-SITUACAO-NOVA.
           PERFORM GRAVA-JANELA-ATUAL.
           MOVE "ABR" TO WS-DIARIO-TIPO.
           MOVE SPACES TO WS-DIARIO-PROGRAMA.
           MOVE "OK" TO WS-DIARIO-RESULTADO.
           PERFORM GRAVA-DIARIO.

           MOVE SPACES TO JANELA-REPORT-LINHA.
           STRING "JANELA " WS-RUNLOG-JANELA " ABERTA, "
                  WS-QTD-PASSOS " PASSOS CONTROLADOS"
               DELIMITED BY SIZE INTO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.
           DISPLAY JANELA-REPORT-LINHA.

      *    a retomada so vale para janela pendente. qualquer recusa
      *    marca a janela como X: os passos desta execucao encerram
      *    sem rodar e o FECHAMENTO devolve a janela a situacao de
      *    antes.
       RETOMA-JANELA.
           MOVE WS-JANELA-ANTERIOR TO WS-RUNLOG-JANELA.
           IF WS-SITUACAO-ANTERIOR = SPACE
                   OR WS-SITUACAO-ANTERIOR = "F"
               MOVE "NENHUMA JANELA PENDENTE A RETOMAR"
                   TO WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               PERFORM RECUSA-RETOMADA
               GO TO RETOMA-JANELA-FIM
           END-IF.
           IF WS-SITUACAO-ANTERIOR = "A" OR WS-SITUACAO-ANTERIOR = "R"
               MOVE "JANELA SEM FECHAMENTO - RODE O FECHAMENTO"
                   TO WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               PERFORM RECUSA-RETOMADA
               GO TO RETOMA-JANELA-FIM
           END-IF.

           PERFORM APURA-DIARIO.
           IF WS-QTD-FALHOS = 0 AND WS-QTD-NAO-RODADOS = 0
               MOVE "TODOS OS PASSOS JA CONCLUIDOS"
                   TO WS-MOTIVO-RECUSA
               MOVE 4 TO RETURN-CODE
               PERFORM RECUSA-RETOMADA
               GO TO RETOMA-JANELA-FIM
           END-IF.

           MOVE 0 TO WS-QTD-ALTERADOS.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
               IF TAB-PASSO-SITUACAO(WS-PASSO-IDX) = "F"
                   PERFORM VARYING WS-INSUMO-IDX FROM 1 BY 1
                           UNTIL WS-INSUMO-IDX > 4
                       IF TAB-PASSO-INSUMO(WS-PASSO-IDX,
                               WS-INSUMO-IDX) NOT = SPACES
                           PERFORM CONFERE-INSUMO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-QTD-ALTERADOS > 0
               MOVE "INSUMO DE PASSO QUE FALHOU FOI ALTERADO"
                   TO WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               PERFORM RECUSA-RETOMADA
               GO TO RETOMA-JANELA-FIM
           END-IF.

           MOVE "R" TO WS-SITUACAO-NOVA.
           PERFORM GRAVA-JANELA-ATUAL.
           MOVE "RET" TO WS-DIARIO-TIPO.
           MOVE WS-PRIMEIRO-PENDENTE TO WS-DIARIO-PROGRAMA.
           MOVE "ACEITA" TO WS-DIARIO-RESULTADO.
           PERFORM GRAVA-DIARIO.

           MOVE SPACES TO JANELA-REPORT-LINHA.
           STRING "RETOMADA DA JANELA " WS-RUNLOG-JANELA
                  " A PARTIR DE " WS-PRIMEIRO-PENDENTE
               DELIMITED BY SIZE INTO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.
           DISPLAY JANELA-REPORT-LINHA.
           PERFORM LISTA-PLANO-PASSOS.

       RETOMA-JANELA-FIM.
           EXIT.

       RECUSA-RETOMADA.
           MOVE "X" TO WS-SITUACAO-NOVA.
           PERFORM GRAVA-JANELA-ATUAL.
           MOVE "REC" TO WS-DIARIO-TIPO.
           MOVE SPACES TO WS-DIARIO-PROGRAMA.
           MOVE "RECUSADA" TO WS-DIARIO-RESULTADO.
           PERFORM GRAVA-DIARIO.

           MOVE SPACES TO JANELA-REPORT-LINHA.
           STRING "RETOMADA RECUSADA: " WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.
           DISPLAY JANELA-REPORT-LINHA.
           MOVE "NENHUM PASSO RODA NESTA EXECUCAO"
               TO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.
           DISPLAY JANELA-REPORT-LINHA.
           IF RETURN-CODE NOT < 8
               PERFORM ENFILEIRA-AVISO-OPERACOES
           END-IF.

      *    fechamento de uma retomada recusada nao re-assina: as
      *    assinaturas continuam as do fechamento em que o passo
      *    falhou, e a janela volta a situacao de antes da recusa.
       FECHA-JANELA.
           MOVE WS-JANELA-ANTERIOR TO WS-RUNLOG-JANELA.
           IF WS-JANELA-RECUSADA = "N"
                   AND (WS-SITUACAO-ANTERIOR = SPACE
                        OR WS-SITUACAO-ANTERIOR = "F"
                        OR WS-SITUACAO-ANTERIOR = "P")
               MOVE "NENHUMA JANELA EM CURSO, NADA A FECHAR"
                   TO JANELA-REPORT-LINHA
               WRITE JANELA-REPORT-LINHA
               DISPLAY JANELA-REPORT-LINHA
               GO TO FECHA-JANELA-FIM
           END-IF.
           IF WS-SITUACAO-ANTERIOR = SPACE
                   OR WS-SITUACAO-ANTERIOR = "F"
               MOVE "F" TO WS-SITUACAO-NOVA
               PERFORM GRAVA-JANELA-ATUAL
               MOVE SPACES TO JANELA-REPORT-LINHA
               STRING "RETOMADA RECUSADA DESFEITA, JANELA "
                      WS-RUNLOG-JANELA " SEGUE FECHADA"
                   DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
               WRITE JANELA-REPORT-LINHA
               DISPLAY JANELA-REPORT-LINHA
               GO TO FECHA-JANELA-FIM
           END-IF.

           PERFORM APURA-DIARIO.
           PERFORM LISTA-PLANO-PASSOS.

           IF WS-QTD-FALHOS = 0 AND WS-QTD-NAO-RODADOS = 0
               MOVE "F" TO WS-SITUACAO-NOVA
               PERFORM GRAVA-JANELA-ATUAL
               MOVE "FEC" TO WS-DIARIO-TIPO
               MOVE SPACES TO WS-DIARIO-PROGRAMA
               MOVE "COMPLETA" TO WS-DIARIO-RESULTADO
               PERFORM GRAVA-DIARIO
               MOVE SPACES TO JANELA-REPORT-LINHA
               STRING "JANELA " WS-RUNLOG-JANELA
                      " FECHADA COMPLETA"
                   DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
               WRITE JANELA-REPORT-LINHA
               DISPLAY JANELA-REPORT-LINHA
               GO TO FECHA-JANELA-FIM
           END-IF.

           MOVE "P" TO WS-SITUACAO-NOVA.
           PERFORM GRAVA-JANELA-ATUAL.
           IF WS-JANELA-RECUSADA = "N"
                   OR WS-SITUACAO-ANTERIOR NOT = "P"
               MOVE "PEN" TO WS-DIARIO-TIPO
               MOVE WS-PRIMEIRO-PENDENTE TO WS-DIARIO-PROGRAMA
               MOVE "PENDENTE" TO WS-DIARIO-RESULTADO
               PERFORM GRAVA-DIARIO
               PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                       UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
                   IF TAB-PASSO-SITUACAO(WS-PASSO-IDX) = "F"
                       PERFORM VARYING WS-INSUMO-IDX FROM 1 BY 1
                               UNTIL WS-INSUMO-IDX > 4
                           IF TAB-PASSO-INSUMO(WS-PASSO-IDX,
                                   WS-INSUMO-IDX) NOT = SPACES
                               PERFORM ASSINA-INSUMO-PASSO
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO JANELA-REPORT-LINHA.
           STRING "JANELA " WS-RUNLOG-JANELA " PENDENTE: "
                  WS-QTD-FALHOS " FALHOU, " WS-QTD-NAO-RODADOS
                  " NAO RODOU - RETOMAR A PARTIR DE "
                  WS-PRIMEIRO-PENDENTE
               DELIMITED BY SIZE INTO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.
           DISPLAY JANELA-REPORT-LINHA.
           MOVE 4 TO RETURN-CODE.

       FECHA-JANELA-FIM.
           EXIT.

      *    varre o diario da janela: ABR zera tudo, INI marca o passo
      *    como falho ate o FIM dizer o contrario, PEN zera as
      *    assinaturas e as ASS seguintes passam a valer.
       APURA-DIARIO.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
               MOVE "N" TO TAB-PASSO-SITUACAO(WS-PASSO-IDX)
               MOVE 0 TO TAB-PASSO-RC(WS-PASSO-IDX)
           END-PERFORM.
           MOVE 0 TO WS-QTD-ASSINATURAS.

           OPEN INPUT JANELA-CONTROLE-FILE.
           PERFORM UNTIL WS-JANCTRL-STATUS NOT = "00"
               READ JANELA-CONTROLE-FILE
                   AT END
                       MOVE "10" TO WS-JANCTRL-STATUS
                   NOT AT END
                       IF JNC-JANELA = WS-RUNLOG-JANELA
                           PERFORM ANOTA-DIARIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JANELA-CONTROLE-FILE.

           MOVE 0 TO WS-QTD-CONCLUIDOS.
           MOVE 0 TO WS-QTD-FALHOS.
           MOVE 0 TO WS-QTD-NAO-RODADOS.
           MOVE SPACES TO WS-PRIMEIRO-PENDENTE.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
               EVALUATE TAB-PASSO-SITUACAO(WS-PASSO-IDX)
                   WHEN "C"
                       ADD 1 TO WS-QTD-CONCLUIDOS
                   WHEN "F"
                       ADD 1 TO WS-QTD-FALHOS
                   WHEN OTHER
                       ADD 1 TO WS-QTD-NAO-RODADOS
               END-EVALUATE
               IF TAB-PASSO-SITUACAO(WS-PASSO-IDX) NOT = "C"
                       AND WS-PRIMEIRO-PENDENTE = SPACES
                   MOVE TAB-PASSO-NOME(WS-PASSO-IDX)
                       TO WS-PRIMEIRO-PENDENTE
               END-IF
           END-PERFORM.

       ANOTA-DIARIO.
           EVALUATE JNC-TIPO
               WHEN "ABR"
                   PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                           UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
                       MOVE "N" TO TAB-PASSO-SITUACAO(WS-PASSO-IDX)
                       MOVE 0 TO TAB-PASSO-RC(WS-PASSO-IDX)
                   END-PERFORM
                   MOVE 0 TO WS-QTD-ASSINATURAS
               WHEN "INI"
                   PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                           UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
                       IF TAB-PASSO-PROGRAMA(WS-PASSO-IDX)
                               = JNC-PROGRAMA
                           MOVE "F" TO TAB-PASSO-SITUACAO(WS-PASSO-IDX)
                       END-IF
                   END-PERFORM
               WHEN "FIM"
                   PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                           UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
                       IF TAB-PASSO-PROGRAMA(WS-PASSO-IDX)
                               = JNC-PROGRAMA
                           MOVE JNC-RC TO TAB-PASSO-RC(WS-PASSO-IDX)
                           IF JNC-RC < 8
                               MOVE "C"
                                   TO TAB-PASSO-SITUACAO(WS-PASSO-IDX)
                           ELSE
                               MOVE "F"
                                   TO TAB-PASSO-SITUACAO(WS-PASSO-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN "PEN"
                   MOVE 0 TO WS-QTD-ASSINATURAS
               WHEN "ASS"
                   IF WS-QTD-ASSINATURAS < 160
                       ADD 1 TO WS-QTD-ASSINATURAS
                       MOVE JNC-PROGRAMA
                           TO TAB-ASS-PROGRAMA(WS-QTD-ASSINATURAS)
                       MOVE JNC-ARQUIVO
                           TO TAB-ASS-ARQUIVO(WS-QTD-ASSINATURAS)
                       MOVE JNC-REGISTROS
                           TO TAB-ASS-REGISTROS(WS-QTD-ASSINATURAS)
                       MOVE JNC-SOMA
                           TO TAB-ASS-SOMA(WS-QTD-ASSINATURAS)
                       MOVE JNC-RESULTADO
                           TO TAB-ASS-RESULTADO(WS-QTD-ASSINATURAS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTA-PLANO-PASSOS.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-QTD-PASSOS
               MOVE SPACES TO JANELA-REPORT-LINHA
               EVALUATE TAB-PASSO-SITUACAO(WS-PASSO-IDX)
                   WHEN "C"
                       STRING "  " TAB-PASSO-NOME(WS-PASSO-IDX) " "
                              TAB-PASSO-PROGRAMA(WS-PASSO-IDX)
                              " CONCLUIDO RC="
                              TAB-PASSO-RC(WS-PASSO-IDX)
                           DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
                   WHEN "F"
                       STRING "  " TAB-PASSO-NOME(WS-PASSO-IDX) " "
                              TAB-PASSO-PROGRAMA(WS-PASSO-IDX)
                              " FALHOU    RC="
                              TAB-PASSO-RC(WS-PASSO-IDX)
                           DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
                   WHEN OTHER
                       STRING "  " TAB-PASSO-NOME(WS-PASSO-IDX) " "
                              TAB-PASSO-PROGRAMA(WS-PASSO-IDX)
                              " NAO RODOU"
                           DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
               END-EVALUATE
               WRITE JANELA-REPORT-LINHA
               DISPLAY JANELA-REPORT-LINHA
           END-PERFORM.

       ASSINA-INSUMO-PASSO.
           MOVE TAB-PASSO-INSUMO(WS-PASSO-IDX, WS-INSUMO-IDX)
               TO WS-INSUMO-NOME.
           PERFORM CALCULA-ASSINATURA.
           OPEN EXTEND JANELA-CONTROLE-FILE.
           IF WS-JANCTRL-STATUS NOT = "00"
               CLOSE JANELA-CONTROLE-FILE
               OPEN OUTPUT JANELA-CONTROLE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-DATA-HORA.
           MOVE WS-RUNLOG-JANELA TO JNC-JANELA.
           MOVE "ASS" TO JNC-TIPO.
           MOVE TAB-PASSO-PROGRAMA(WS-PASSO-IDX) TO JNC-PROGRAMA.
           MOVE WS-RUNLOG-DATA-HORA(1:8) TO JNC-DATA.
           MOVE WS-RUNLOG-DATA-HORA(9:6) TO JNC-HORA.
           MOVE 0 TO JNC-RC.
           MOVE WS-ASSINA-RESULTADO TO JNC-RESULTADO.
           MOVE WS-INSUMO-NOME TO JNC-ARQUIVO.
           MOVE WS-ASSINA-REGISTROS TO JNC-REGISTROS.
           MOVE WS-ASSINA-SOMA TO JNC-SOMA.
           WRITE JANELA-CONTROLE-REC.
           CLOSE JANELA-CONTROLE-FILE.

           MOVE SPACES TO JANELA-REPORT-LINHA.
           STRING "  ASSINADO " WS-INSUMO-NOME " "
                  WS-ASSINA-REGISTROS " REG SOMA " WS-ASSINA-SOMA
                  " " WS-ASSINA-RESULTADO
               DELIMITED BY SIZE INTO JANELA-REPORT-LINHA.
           WRITE JANELA-REPORT-LINHA.

      *    insumo sem assinatura conta como alterado: sem ela nao ha
      *    como garantir que o passo vai ler o mesmo que leu.
       CONFERE-INSUMO.
           MOVE TAB-PASSO-INSUMO(WS-PASSO-IDX, WS-INSUMO-IDX)
               TO WS-INSUMO-NOME.
           PERFORM CALCULA-ASSINATURA.
           MOVE 0 TO WS-ASS-ACHADO-IDX.
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSINATURAS
               IF TAB-ASS-PROGRAMA(WS-ASS-IDX)
                       = TAB-PASSO-PROGRAMA(WS-PASSO-IDX)
                       AND TAB-ASS-ARQUIVO(WS-ASS-IDX) = WS-INSUMO-NOME
                   MOVE WS-ASS-IDX TO WS-ASS-ACHADO-IDX
               END-IF
           END-PERFORM.

           MOVE SPACES TO JANELA-REPORT-LINHA.
           IF WS-ASS-ACHADO-IDX = 0
               ADD 1 TO WS-QTD-ALTERADOS
               STRING "  " TAB-PASSO-PROGRAMA(WS-PASSO-IDX) " "
                      WS-INSUMO-NOME " SEM ASSINATURA DO FECHAMENTO"
                   DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
           ELSE
               IF TAB-ASS-REGISTROS(WS-ASS-ACHADO-IDX)
                       = WS-ASSINA-REGISTROS
                       AND TAB-ASS-SOMA(WS-ASS-ACHADO-IDX)
                           = WS-ASSINA-SOMA
                       AND TAB-ASS-RESULTADO(WS-ASS-ACHADO-IDX)
                           = WS-ASSINA-RESULTADO
                   STRING "  " TAB-PASSO-PROGRAMA(WS-PASSO-IDX) " "
                          WS-INSUMO-NOME " INALTERADO"
                       DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
               ELSE
                   ADD 1 TO WS-QTD-ALTERADOS
                   STRING "  " TAB-PASSO-PROGRAMA(WS-PASSO-IDX) " "
                          WS-INSUMO-NOME " ALTERADO: ERA "
                          TAB-ASS-REGISTROS(WS-ASS-ACHADO-IDX)
                          " REG, AGORA " WS-ASSINA-REGISTROS
                          " " WS-ASSINA-RESULTADO
                       DELIMITED BY SIZE INTO JANELA-REPORT-LINHA
               END-IF
           END-IF.
           WRITE JANELA-REPORT-LINHA.
           DISPLAY JANELA-REPORT-LINHA.

       CALCULA-ASSINATURA.
           MOVE 0 TO WS-ASSINA-REGISTROS.
           MOVE 0 TO WS-ASSINA-SOMA.
           MOVE "OK" TO WS-ASSINA-RESULTADO.
           OPEN INPUT INSUMO-FILE.
           IF WS-INSUMO-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-ASSINA-RESULTADO
           END-IF.
           PERFORM UNTIL WS-INSUMO-STATUS NOT = "00"
               MOVE SPACES TO INSUMO-REC
               READ INSUMO-FILE
                   AT END
                       MOVE "10" TO WS-INSUMO-STATUS
                   NOT AT END
                       ADD 1 TO WS-ASSINA-REGISTROS
                       PERFORM SOMA-REGISTRO-INSUMO
               END-READ
           END-PERFORM.
           CLOSE INSUMO-FILE.

       SOMA-REGISTRO-INSUMO.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 512
               COMPUTE WS-ASSINA-CONTA = WS-ASSINA-SOMA * 7
                   + FUNCTION ORD(INSUMO-REC(WS-BYTE-IDX:1))
               COMPUTE WS-ASSINA-SOMA =
                   FUNCTION MOD(WS-ASSINA-CONTA, WS-PRIMO-SOMA)
           END-PERFORM.

       GRAVA-JANELA-ATUAL.
           OPEN OUTPUT JANELA-ATUAL-FILE.
           MOVE WS-RUNLOG-JANELA TO JNA-JANELA.
           MOVE WS-SITUACAO-NOVA TO JNA-SITUACAO.
           MOVE SPACE TO JNA-SITUACAO-ANTES.
           IF WS-SITUACAO-NOVA = "X"
               MOVE WS-SITUACAO-ANTERIOR TO JNA-SITUACAO-ANTES
           END-IF.
           WRITE JANELA-ATUAL-REC.
           CLOSE JANELA-ATUAL-FILE.

       GRAVA-DIARIO.
           OPEN EXTEND JANELA-CONTROLE-FILE.
           IF WS-JANCTRL-STATUS NOT = "00"
               CLOSE JANELA-CONTROLE-FILE
               OPEN OUTPUT JANELA-CONTROLE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-DATA-HORA.
           MOVE WS-RUNLOG-JANELA TO JNC-JANELA.
           MOVE WS-DIARIO-TIPO TO JNC-TIPO.
           MOVE WS-DIARIO-PROGRAMA TO JNC-PROGRAMA.
           MOVE WS-RUNLOG-DATA-HORA(1:8) TO JNC-DATA.
           MOVE WS-RUNLOG-DATA-HORA(9:6) TO JNC-HORA.
           MOVE RETURN-CODE TO JNC-RC.
           MOVE WS-DIARIO-RESULTADO TO JNC-RESULTADO.
           MOVE SPACES TO JNC-ARQUIVO.
           MOVE 0 TO JNC-REGISTROS.
           MOVE 0 TO JNC-SOMA.
           WRITE JANELA-CONTROLE-REC.
           CLOSE JANELA-CONTROLE-FILE.

       ENFILEIRA-AVISO-OPERACOES.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE "OPERACOES" TO FILA-DESTINATARIO.
           MOVE "U" TO FILA-PRIORIDADE.
           STRING "RETOMADA DA JANELA " WS-RUNLOG-JANELA
                  " RECUSADA: " WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO FILA-TEXTO.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.
           CLOSE FILA-MENSAGENS-FILE.
           DISPLAY "AVISO DE RETOMADA RECUSADA ENFILEIRADO PARA"
               " OPERACOES".

       COPY "RUNPROC.cpy".
