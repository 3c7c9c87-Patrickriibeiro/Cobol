       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG110.
      *    FECHAMENTO DE COMPETENCIA DA FOLHA.
      * 2026-10-15 primeira versao: fecha um mes da folha (AAAAMM,
      *            perguntado na partida) depois de pago ao banco,
      *            no molde do fechamento do razao (PROG93 e
      *            LEDGFECH.DAT): o mes entra em FOLHFECH.DAT e dai
      *            em diante o PROG43 recusa rodar a folha dele, o
      *            PROG61 recusa movimento nele e o PROG82 recusa
      *            emitir desconto de falta nele. correcao de mes
      *            fechado vira movimento de acerto retroativo no
      *            proximo mes aberto (PROG61). fechar o mesmo mes
      *            duas vezes, ou um mes que ainda nao comecou, e
      *            recusado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FECHSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "FECHFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).

       COPY "CAMPOSCOM.cpy".
       COPY "FECHWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG110" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "COMPETENCIA DA FOLHA A FECHAR (AAAAMM):"
           ACCEPT WS-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                   OR WS-COMPETENCIA > WS-DATA-HORA-ATUAL(1:6)
               DISPLAY "COMPETENCIA INVALIDA"
               MOVE "ENTRADA-RUIM" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE WS-COMPETENCIA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " JA FECHADA, NADA FEITO"
               MOVE "JA-FECHADO" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM REGISTRA-FECHAMENTO.

           MOVE WS-COMPETENCIA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           DISPLAY "FOLHA " WS-COMPETENCIA " FECHADA; ACERTOS VAO "
               "PARA " WS-FECH-PROXIMA-ABERTA.
           MOVE 1 TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       REGISTRA-FECHAMENTO.
           OPEN EXTEND FOLHA-FECHADAS-FILE.
           IF WS-FECH-STATUS NOT = "00"
               CLOSE FOLHA-FECHADAS-FILE
               OPEN OUTPUT FOLHA-FECHADAS-FILE
           END-IF.
           MOVE WS-COMPETENCIA TO FECH-COMPETENCIA.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO FECH-DATA.
           WRITE FECH-COMPETENCIA-REC.
           CLOSE FOLHA-FECHADAS-FILE.

       COPY "FECHPROC.cpy".
       COPY "RUNPROC.cpy".
