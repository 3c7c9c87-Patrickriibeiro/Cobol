      *            terminou com RUN-RESULTADO diferente de OK - o
      *            turno do dia para de descobrir o estouro vendo a
      *            janela ainda rodando.
      * 2026-10-15 com controle de janela (PROG150) apura a janela da
      *            abertura em JANATUAL.DAT pelo RUN-JANELA do log, e
      *            nao so o dia: a retomada soma na mesma janela e sai
      *            como continuacao; passo refeito vale pelo ultimo
      *            resultado na contagem de resultados ruins.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  TAB-PROG-SOMA PIC 9(8).
               10  TAB-PROG-QTD  PIC 9(4).
               10  TAB-PROG-PIOR PIC 9(5).
      *            resultado da ultima execucao dentro da janela
      *            (branco = nao rodou nela).
               10  TAB-PROG-RESULTADO-JAN PIC X(10).
       01  WS-QTD-PROGRAMAS PIC 9(2) VALUE 0.
       01  WS-PROG-IDX PIC 9(2).
       01  WS-PROG-ACHADO-IDX PIC 9(2).
       01  WS-QTD-RUINS-HOJE PIC 9(3) VALUE 0.
       01  WS-PRECISA-ALARME PIC X VALUE "N".

      *    janela apurada: a da abertura em JANATUAL.DAT (a retomada
      *    soma na mesma janela); sem controle de janela, o dia.
       01  WS-JANELA-REF PIC 9(8) VALUE 0.
       01  WS-EXEC-NA-JANELA PIC X.
       01  WS-QTD-RETOMADAS PIC 9(3) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "PARMWS.cpy".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           PERFORM LE-JANELA-ATUAL.
           MOVE WS-RUNLOG-JANELA TO WS-JANELA-REF.
           IF WS-JANELA-REF > 0
               PERFORM CONTA-RETOMADAS
           END-IF.

           PERFORM VARRE-RUNLOG
               THRU VARRE-RUNLOG-FIM.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > WS-QTD-PROGRAMAS
               IF TAB-PROG-RESULTADO-JAN(WS-PROG-IDX) NOT = SPACES
                   AND TAB-PROG-RESULTADO-JAN(WS-PROG-IDX) NOT = "OK"
                   ADD 1 TO WS-QTD-RUINS-HOJE
               END-IF
           END-PERFORM.
           PERFORM GERA-RELATORIO-DURACAO.

           IF WS-TOTAL-HOJE-MIN > WS-JANELA-TETO-MIN
                   MOVE 0 TO TAB-PROG-SOMA(WS-PROG-ACHADO-IDX)
                   MOVE 0 TO TAB-PROG-QTD(WS-PROG-ACHADO-IDX)
                   MOVE 0 TO TAB-PROG-PIOR(WS-PROG-ACHADO-IDX)
                   MOVE SPACES
                       TO TAB-PROG-RESULTADO-JAN(WS-PROG-ACHADO-IDX)
               END-IF
           END-IF.
           IF WS-PROG-ACHADO-IDX NOT = 0
               END-IF
           END-IF.

      *    passo refeito na retomada vale pelo ultimo resultado;
      *    o tempo das duas execucoes soma na janela.
           MOVE "N" TO WS-EXEC-NA-JANELA.
           IF WS-JANELA-REF > 0
               IF RUN-JANELA IS NUMERIC
                       AND RUN-JANELA = WS-JANELA-REF
                   MOVE "S" TO WS-EXEC-NA-JANELA
               END-IF
           ELSE
               IF RUN-DATA = WS-DATA-HOJE
                   MOVE "S" TO WS-EXEC-NA-JANELA
               END-IF
           END-IF.
           IF WS-EXEC-NA-JANELA = "S"
               ADD WS-DURACAO-MIN TO WS-TOTAL-HOJE-MIN
               IF WS-PROG-ACHADO-IDX NOT = 0
                   MOVE RUN-RESULTADO
                       TO TAB-PROG-RESULTADO-JAN(WS-PROG-ACHADO-IDX)
               END-IF
           END-IF.

       CONTA-RETOMADAS.
           OPEN INPUT JANELA-CONTROLE-FILE.
           PERFORM UNTIL WS-JANCTRL-STATUS NOT = "00"
               READ JANELA-CONTROLE-FILE
                   AT END
                       MOVE "10" TO WS-JANCTRL-STATUS
                   NOT AT END
                       IF JNC-JANELA = WS-JANELA-REF
                               AND JNC-TIPO = "RET"
                           ADD 1 TO WS-QTD-RETOMADAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JANELA-CONTROLE-FILE.

       GERA-RELATORIO-DURACAO.
           OPEN OUTPUT DURACAO-REPORT-FILE.
           MOVE "===== DURACAO DAS EXECUCOES (MINUTOS) ====="
           END-PERFORM.

           MOVE SPACES TO DURACAO-REPORT-LINHA.
           IF WS-JANELA-REF > 0
               STRING "JANELA " WS-JANELA-REF " " WS-TOTAL-HOJE-MIN
                      " MIN (TETO " WS-JANELA-TETO-MIN
                      ") RESULTADOS RUINS " WS-QTD-RUINS-HOJE
                   DELIMITED BY SIZE INTO DURACAO-REPORT-LINHA
           ELSE
               STRING "JANELA DE HOJE " WS-TOTAL-HOJE-MIN
                      " MIN (TETO " WS-JANELA-TETO-MIN
                      ") RESULTADOS RUINS " WS-QTD-RUINS-HOJE
                   DELIMITED BY SIZE INTO DURACAO-REPORT-LINHA
           END-IF.
           WRITE DURACAO-REPORT-LINHA.
           DISPLAY DURACAO-REPORT-LINHA.
           IF WS-QTD-RETOMADAS > 0
               MOVE SPACES TO DURACAO-REPORT-LINHA
               STRING "  CONTINUACAO: " WS-QTD-RETOMADAS
                      " RETOMADA(S) SOMADAS A ESTA JANELA"
                   DELIMITED BY SIZE INTO DURACAO-REPORT-LINHA
               WRITE DURACAO-REPORT-LINHA
               DISPLAY DURACAO-REPORT-LINHA
           END-IF.
           CLOSE DURACAO-REPORT-FILE.

       ENFILEIRA-ALARME-OPERACOES.
           DISPLAY "ALARME DE JANELA ENFILEIRADO PARA OPERACOES".

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
