       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG157.
      *    RECEBIMENTO DOS ARQUIVOS DE FORA E AGENDA DE CHEGADA.
      * 2026-10-15 primeira versao: para cada arquivo da agenda
      *            RECAGEND.DAT (nome, hora limite HHMM, dias da
      *            semana de segunda a domingo em S/N - branco =
      *            todo dia - e o programa que consome; sem agenda,
      *            BANCORET, IMPDELIM, VALLOTE, SOMALOTE e APOSTRIG
      *            sem hora limite) calcula a impressao do conteudo
      *            - contagem de registros e soma de controle - e
      *            anota a chegada em RECEBIDO.DAT, com data e hora.
      *            conteudo igual a um ja processado e recusado
      *            (linha D, so o primeiro aviso vai urgente para
      *            OPERACOES); conteudo novo no lugar de outro ainda
      *            nao processado substitui o anterior. arquivo que
      *            nao chegou ate a hora limite de um dia esperado
      *            gera aviso urgente, uma vez por dia. o programa
      *            que consome confere o registro (CONFERE-
      *            RECEBIMENTO, RCBPROC.cpy) antes de rodar. roda na
      *            abertura da janela e quando a operacao recebe um
      *            arquivo; recusa ou falta termina com RC=0004.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-RECEBIMENTO-FILE ASSIGN TO "RECAGEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT RECEBIMENTO-REPORT-FILE ASSIGN TO "RECEBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBREL-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           COPY "RCBSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-RECEBIMENTO-FILE.
       01  AGENDA-RECEBIMENTO-REC.
           05  AGD-ARQUIVO  PIC X(12).
           05  AGD-HORA     PIC X(4).
           05  AGD-DIAS     PIC X(7).
           05  AGD-PROGRAMA PIC X(8).

       FD  RECEBIMENTO-REPORT-FILE.
       01  RECEBIMENTO-REPORT-LINHA PIC X(80).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       COPY "RCBFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-AGENDA-STATUS   PIC XX.
       01  WS-RECEBREL-STATUS PIC XX.
       01  WS-FILA-STATUS     PIC XX.

      *    agenda padrao, quando nao ha RECAGEND.DAT.
       01  WS-AGENDA-PADRAO-VALORES.
           05  FILLER PIC X(31) VALUE "BANCORET.DAT0000       PROG64".
           05  FILLER PIC X(31) VALUE "IMPDELIM.TXT0000       PROG104".
           05  FILLER PIC X(31) VALUE "VALLOTE.DAT 0000       PROG16".
           05  FILLER PIC X(31) VALUE "SOMALOTE.DAT0000       PROG3".
           05  FILLER PIC X(31) VALUE "APOSTRIG.DAT0000       PROG6".
       01  WS-AGENDA-PADRAO REDEFINES WS-AGENDA-PADRAO-VALORES.
           05  AGD-PADRAO PIC X(31) OCCURS 5 TIMES.
       01  WS-PADRAO-IDX PIC 9.

       01  WS-TABELA-AGENDA.
           05  TAB-AGD OCCURS 30 TIMES INDEXED BY AGD-IDX.
               10  TAB-AGD-ARQUIVO  PIC X(12).
               10  TAB-AGD-HORA     PIC 9(4).
               10  TAB-AGD-DIAS     PIC X(7).
               10  TAB-AGD-PROGRAMA PIC X(8).
       01  WS-QTD-AGENDA PIC 9(2) VALUE 0.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-HORA-AGORA PIC 9(4).
      *    1 = segunda ... 7 = domingo.
       01  WS-DIA-SEMANA PIC 9.
       01  WS-DIA-ESPERADO PIC X.

       01  WS-QTD-NOVOS PIC 9(2) VALUE 0.
       01  WS-QTD-RECUSADOS PIC 9(2) VALUE 0.
       01  WS-QTD-FALTAS PIC 9(2) VALUE 0.
       01  WS-SITUACAO-TEXTO PIC X(40).
       01  WS-HORA-EDIT PIC 99B99.
       01  WS-QTD-EDIT PIC Z(8)9.

       COPY "CAMPOSCOM.cpy".
       COPY "RCBWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG157" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HORA-ATUAL(9:4) TO WS-HORA-AGORA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1, 7) + 1.

           PERFORM CARREGA-AGENDA.
           OPEN OUTPUT RECEBIMENTO-REPORT-FILE.
           MOVE SPACES TO RECEBIMENTO-REPORT-LINHA.
           STRING "RECEBIMENTO DE ARQUIVOS EM " WS-DATA-HOJE " "
                  WS-DATA-HORA-ATUAL(9:6)
               DELIMITED BY SIZE INTO RECEBIMENTO-REPORT-LINHA.
           WRITE RECEBIMENTO-REPORT-LINHA.
           MOVE SPACES TO RECEBIMENTO-REPORT-LINHA.
           WRITE RECEBIMENTO-REPORT-LINHA.
           PERFORM VARYING AGD-IDX FROM 1 BY 1
                   UNTIL AGD-IDX > WS-QTD-AGENDA
               PERFORM CONFERE-ARQUIVO-AGENDA
                   THRU CONFERE-ARQUIVO-AGENDA-FIM
           END-PERFORM.
           CLOSE RECEBIMENTO-REPORT-FILE.

           DISPLAY WS-QTD-NOVOS " RECEBIDO(S), " WS-QTD-RECUSADOS
               " RECUSADO(S) POR REPETICAO, " WS-QTD-FALTAS
               " EM FALTA".
           MOVE WS-QTD-NOVOS TO WS-RUNLOG-REGISTROS.
           IF WS-QTD-RECUSADOS > 0 OR WS-QTD-FALTAS > 0
               MOVE "AVISO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-AGENDA.
           MOVE 0 TO WS-QTD-AGENDA.
           OPEN INPUT AGENDA-RECEBIMENTO-FILE.
           PERFORM UNTIL WS-AGENDA-STATUS NOT = "00"
               READ AGENDA-RECEBIMENTO-FILE
                   AT END
                       MOVE "10" TO WS-AGENDA-STATUS
                   NOT AT END
                       IF AGD-ARQUIVO NOT = SPACES
                           PERFORM GUARDA-AGENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENDA-RECEBIMENTO-FILE.
           IF WS-QTD-AGENDA = 0
               PERFORM VARYING WS-PADRAO-IDX FROM 1 BY 1
                       UNTIL WS-PADRAO-IDX > 5
                   MOVE AGD-PADRAO(WS-PADRAO-IDX)
                       TO AGENDA-RECEBIMENTO-REC
                   PERFORM GUARDA-AGENDA
               END-PERFORM
           END-IF.

      *    hora fora de HHMM vale como sem hora limite.
       GUARDA-AGENDA.
           IF WS-QTD-AGENDA < 30
               ADD 1 TO WS-QTD-AGENDA
               SET AGD-IDX TO WS-QTD-AGENDA
               MOVE AGD-ARQUIVO TO TAB-AGD-ARQUIVO(AGD-IDX)
               MOVE 0 TO TAB-AGD-HORA(AGD-IDX)
               IF AGD-HORA IS NUMERIC
                   MOVE AGD-HORA TO TAB-AGD-HORA(AGD-IDX)
               END-IF
               MOVE AGD-DIAS TO TAB-AGD-DIAS(AGD-IDX)
               MOVE AGD-PROGRAMA TO TAB-AGD-PROGRAMA(AGD-IDX)
           END-IF.

       CONFERE-ARQUIVO-AGENDA.
           MOVE TAB-AGD-ARQUIVO(AGD-IDX) TO WS-RCB-ARQUIVO-NOME.
           MOVE "PROG157" TO WS-RCB-PROGRAMA.
           PERFORM CALCULA-IMPRESSAO-RECEBIDO.
           PERFORM LOCALIZA-RECEBIMENTO.

           IF NOT RECEBIDO-PRESENTE
               MOVE "NAO CHEGOU" TO WS-SITUACAO-TEXTO
               PERFORM CONFERE-FALTA
               GO TO CONFERE-ARQUIVO-AGENDA-FIM
           END-IF.
           IF WS-RCB-ACHOU-PENDENTE = "S"
               MOVE "JA REGISTRADO, AGUARDA PROCESSAMENTO"
                   TO WS-SITUACAO-TEXTO
               PERFORM IMPRIME-ARQUIVO
               GO TO CONFERE-ARQUIVO-AGENDA-FIM
           END-IF.
           IF WS-RCB-ACHOU-PROCESSADO = "S"
               PERFORM RECUSA-REPETIDO
               GO TO CONFERE-ARQUIVO-AGENDA-FIM
           END-IF.

      *    conteudo novo: o pendente anterior, que ninguem
      *    processou, fica como substituido.
           IF WS-RCB-OUTRO-PENDENTE = "S"
               MOVE "D" TO WS-RCB-CRITERIO
               MOVE "S" TO WS-RCB-NOVA-SITUACAO
               PERFORM MUDA-SITUACAO-RECEBIDO
           END-IF.
           MOVE "R" TO WS-RCB-NOVA-SITUACAO.
           PERFORM ACRESCENTA-RECEBIMENTO.
           ADD 1 TO WS-QTD-NOVOS.
           IF WS-RCB-OUTRO-PENDENTE = "S"
               MOVE "RECEBIDO, SUBSTITUI O PENDENTE"
                   TO WS-SITUACAO-TEXTO
           ELSE
               MOVE "RECEBIDO" TO WS-SITUACAO-TEXTO
           END-IF.
           PERFORM IMPRIME-ARQUIVO.

       CONFERE-ARQUIVO-AGENDA-FIM.
           EXIT.

      *    conteudo ja processado de novo no lugar: recusado. o
      *    aviso urgente sai so na primeira vez que ele aparece.
       RECUSA-REPETIDO.
           MOVE SPACES TO WS-SITUACAO-TEXTO.
           STRING "RECUSADO, JA PROCESSADO EM "
                  WS-RCB-PROC-DATA
               DELIMITED BY SIZE INTO WS-SITUACAO-TEXTO.
           PERFORM IMPRIME-ARQUIVO.
           IF WS-RCB-ACHOU-DUPLICADO = "N"
               MOVE "D" TO WS-RCB-NOVA-SITUACAO
               PERFORM ACRESCENTA-RECEBIMENTO
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE SPACES TO FILA-MENSAGEM-REC
               MOVE "OPERACOES" TO FILA-DESTINATARIO
               MOVE "U" TO FILA-PRIORIDADE
               STRING "RECEBIMENTO: " TAB-AGD-ARQUIVO(AGD-IDX)
                      " JA PROCESSADO POR " DELIMITED BY SIZE
                      WS-RCB-PROC-PROGRAMA DELIMITED BY SPACE
                      " EM " WS-RCB-PROC-DATA ", RECUSADO"
                   DELIMITED BY SIZE INTO FILA-TEXTO
               PERFORM ENFILEIRA-AVISO
           END-IF.

      *    falta so conta em dia esperado, depois da hora limite,
      *    sem chegada registrada hoje, uma vez por dia.
       CONFERE-FALTA.
           MOVE "S" TO WS-DIA-ESPERADO.
           IF TAB-AGD-DIAS(AGD-IDX) NOT = SPACES
               MOVE TAB-AGD-DIAS(AGD-IDX)(WS-DIA-SEMANA:1)
                   TO WS-DIA-ESPERADO
           END-IF.
           IF TAB-AGD-HORA(AGD-IDX) > 0
                   AND WS-DIA-ESPERADO = "S"
                   AND WS-HORA-AGORA > TAB-AGD-HORA(AGD-IDX)
                   AND WS-RCB-CHEGOU-HOJE = "N"
               MOVE TAB-AGD-HORA(AGD-IDX) TO WS-HORA-EDIT
               INSPECT WS-HORA-EDIT REPLACING ALL " " BY ":"
               MOVE SPACES TO WS-SITUACAO-TEXTO
               STRING "EM FALTA: ESPERADO ATE " WS-HORA-EDIT
                   DELIMITED BY SIZE INTO WS-SITUACAO-TEXTO
               IF WS-RCB-FALTA-AVISADA = "N"
                   MOVE "F" TO WS-RCB-NOVA-SITUACAO
                   PERFORM ACRESCENTA-RECEBIMENTO
                   ADD 1 TO WS-QTD-FALTAS
                   MOVE SPACES TO FILA-MENSAGEM-REC
                   MOVE "OPERACOES" TO FILA-DESTINATARIO
                   MOVE "U" TO FILA-PRIORIDADE
                   STRING "RECEBIMENTO: " TAB-AGD-ARQUIVO(AGD-IDX)
                          " ESPERADO ATE " WS-HORA-EDIT
                          " NAO CHEGOU (" TAB-AGD-PROGRAMA(AGD-IDX)
                          ")"
                       DELIMITED BY SIZE INTO FILA-TEXTO
                   PERFORM ENFILEIRA-AVISO
               END-IF
           END-IF.
           PERFORM IMPRIME-ARQUIVO.

       ENFILEIRA-AVISO.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           WRITE FILA-MENSAGEM-REC.
           CLOSE FILA-MENSAGENS-FILE.

       IMPRIME-ARQUIVO.
           MOVE WS-RCB-REGISTROS TO WS-QTD-EDIT.
           MOVE SPACES TO RECEBIMENTO-REPORT-LINHA.
           STRING TAB-AGD-ARQUIVO(AGD-IDX) " " WS-QTD-EDIT " REG SOMA "
                  WS-RCB-SOMA " " WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO RECEBIMENTO-REPORT-LINHA.
           WRITE RECEBIMENTO-REPORT-LINHA.
           DISPLAY RECEBIMENTO-REPORT-LINHA.

       COPY "RCBPROC.cpy".
       COPY "RUNPROC.cpy".
