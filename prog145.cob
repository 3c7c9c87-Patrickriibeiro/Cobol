       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG145.
      *    COBRANCA DOS PLANOS DE ACAO VENCIDOS.
      * 2026-10-15 primeira versao: plano de acao da pesquisa
      *            (PESQPLAN.DAT, aberto pelo PROG85) ainda aberto
      *            ou em andamento com o prazo passado vai para o
      *            relatorio PLANVREL.DAT e ganha um lembrete ao
      *            gerente do departamento pela fila do PROG10
      *            (papel GERENTE, resolvido na entrega; dono RH,
      *            para o RH). o lembrete se repete a cada
      *            PLANO-COBRANCA-DIAS dias (padrao 7) enquanto o
      *            plano nao for concluido no PROG144. roda na
      *            janela noturna.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PLANSEL.cpy".

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           SELECT PLANOS-REPORT-FILE ASSIGN TO "PLANVREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANVREL-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "PLANFD.cpy".

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       FD  PLANOS-REPORT-FILE.
       01  PLANOS-REPORT-LINHA PIC X(100).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FILA-STATUS     PIC XX.
       01  WS-PLANVREL-STATUS PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DIAS-COBRANCA PIC 9(7).
       01  WS-PLANOS-ALTERADOS PIC X VALUE "N".
       01  WS-SITUACAO-COBRANCA PIC X(20).

       01  WS-QTD-PENDENTES PIC 9(4) VALUE 0.
       01  WS-QTD-VENCIDOS PIC 9(4) VALUE 0.
       01  WS-QTD-COBRADOS PIC 9(4) VALUE 0.

      *    intervalo entre dois lembretes do mesmo plano vencido.
       01  WS-INTERVALO-DIAS PIC 9(3) VALUE 7.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "PLANWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG145" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "PLANO-COBRANCA-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-INTERVALO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-INTERVALO-DIAS.
           IF WS-INTERVALO-DIAS = 0
               MOVE 7 TO WS-INTERVALO-DIAS
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-HOJE).

           PERFORM CARREGA-PLANOS.

           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.

           OPEN OUTPUT PLANOS-REPORT-FILE.
           MOVE SPACES TO PLANOS-REPORT-LINHA.
           STRING "===== PLANOS DE ACAO VENCIDOS EM "
                  WS-DATA-HOJE " ====="
               DELIMITED BY SIZE INTO PLANOS-REPORT-LINHA.
           WRITE PLANOS-REPORT-LINHA.
           MOVE "CAMPANHA   DEPT PERGUNTA   NOTA DONO"
               TO PLANOS-REPORT-LINHA.
           MOVE "PRAZO    SIT COBRANCA" TO PLANOS-REPORT-LINHA(58:).
           WRITE PLANOS-REPORT-LINHA.

           PERFORM VARYING PLANO-IDX FROM 1 BY 1
                   UNTIL PLANO-IDX > WS-QTD-PLANOS
               MOVE TAB-PLANO(PLANO-IDX) TO PL-PLANO-REC
               IF PL-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   IF PL-PRAZO < WS-DATA-HOJE
                       PERFORM COBRA-PLANO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO PLANOS-REPORT-LINHA.
           STRING "PENDENTES " WS-QTD-PENDENTES
                  " VENCIDOS " WS-QTD-VENCIDOS
                  " LEMBRETES " WS-QTD-COBRADOS
               DELIMITED BY SIZE INTO PLANOS-REPORT-LINHA.
           WRITE PLANOS-REPORT-LINHA.
           DISPLAY PLANOS-REPORT-LINHA.

           CLOSE PLANOS-REPORT-FILE.
           CLOSE FILA-MENSAGENS-FILE.
           IF WS-PLANOS-ALTERADOS = "S"
               PERFORM GRAVA-PLANOS
           END-IF.

           IF WS-QTD-VENCIDOS > 0
               MOVE "VENCIDOS" TO WS-RUNLOG-RESULTADO
           END-IF.
           MOVE WS-QTD-COBRADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    plano vencido sai sempre no relatorio; o lembrete so vai
      *    no primeiro dia de atraso e depois a cada intervalo.
       COBRA-PLANO.
           ADD 1 TO WS-QTD-VENCIDOS.
           MOVE "JA COBRADO" TO WS-SITUACAO-COBRANCA.
           IF PL-ULTIMA-COBRANCA NOT NUMERIC
               MOVE 0 TO PL-ULTIMA-COBRANCA
           END-IF.
           IF PL-ULTIMA-COBRANCA = 0
               PERFORM ENFILEIRA-COBRANCA
           ELSE
               COMPUTE WS-DIAS-COBRANCA = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(PL-ULTIMA-COBRANCA)
               IF WS-DIAS-COBRANCA NOT < WS-INTERVALO-DIAS
                   PERFORM ENFILEIRA-COBRANCA
               END-IF
           END-IF.

           MOVE SPACES TO PLANOS-REPORT-LINHA.
           STRING PL-CAMPANHA " " PL-DEPTO " " PL-PERGUNTA " "
                  PL-NOTA "  " PL-DONO " " PL-PRAZO " "
                  PL-SITUACAO "   " WS-SITUACAO-COBRANCA
               DELIMITED BY SIZE INTO PLANOS-REPORT-LINHA.
           WRITE PLANOS-REPORT-LINHA.

       ENFILEIRA-COBRANCA.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           IF PL-DONO = "RH"
               MOVE "RH" TO FILA-DESTINATARIO
           ELSE
               STRING "GERENTE:" PL-DEPTO
                   DELIMITED BY SIZE INTO FILA-DESTINATARIO
           END-IF.
           MOVE "R" TO FILA-PRIORIDADE.
           STRING "PLANO DE ACAO VENCIDO: DEPTO " PL-DEPTO
                  " PERGUNTA " PL-PERGUNTA " PRAZO " PL-PRAZO
               DELIMITED BY SIZE INTO FILA-TEXTO.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.

           MOVE WS-DATA-HOJE TO PL-ULTIMA-COBRANCA.
           MOVE PL-PLANO-REC TO TAB-PLANO(PLANO-IDX).
           MOVE "S" TO WS-PLANOS-ALTERADOS.
           ADD 1 TO WS-QTD-COBRADOS.
           MOVE "LEMBRETE ENVIADO" TO WS-SITUACAO-COBRANCA.

       COPY "PLANPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
