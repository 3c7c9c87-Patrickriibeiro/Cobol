      *    gravacao do log de execucao comum: abre, grava uma linha
      *    e fecha na hora, para o registro sobreviver a uma queda
      *    do programa logo depois.
      *    com janela noturna em curso (ver PROG150) o INI e o FIM
      *    de um passo da janela (execucao em lote de programa
      *    listado em JANPASSO.DAT) vao tambem para o diario da
      *    janela; o FIM leva o RETURN-CODE do momento, por isso o
      *    programa poe o codigo antes de gravar o FIM. na retomada,
      *    passo ja concluido na janela so deixa um PUL no diario e
      *    volta com RUNLOG-PASSO-PULADO, e o programa encerra.
       GRAVA-RUNLOG-INICIO.
           MOVE "N" TO WS-RUNLOG-PULA.
           PERFORM LE-JANELA-DO-PASSO.
           IF WS-RUNLOG-JANELA-SIT = "X"
               MOVE "S" TO WS-RUNLOG-PULA
               DISPLAY WS-RUNLOG-PROGRAMA
                   " NAO RODA: RETOMADA DA JANELA RECUSADA"
           END-IF.
           IF WS-RUNLOG-JANELA-SIT = "R"
               PERFORM CONFERE-PASSO-CONCLUIDO
               IF RUNLOG-PASSO-PULADO
                   DISPLAY WS-RUNLOG-PROGRAMA
                       " JA CONCLUIDO NA JANELA " WS-RUNLOG-JANELA
                       ", PULADO NA RETOMADA"
               END-IF
           END-IF.
           IF RUNLOG-PASSO-PULADO
               MOVE "PUL" TO WS-RUNLOG-TIPO
               PERFORM GRAVA-JANELA-PASSO
           ELSE
               MOVE "INI" TO WS-RUNLOG-TIPO
               PERFORM GRAVA-RUNLOG-LINHA
           END-IF.

       GRAVA-RUNLOG-FIM.
           IF NOT RUNLOG-PASSO-PULADO
               MOVE "FIM" TO WS-RUNLOG-TIPO
               PERFORM GRAVA-RUNLOG-LINHA
           END-IF.

       GRAVA-RUNLOG-LINHA.
           PERFORM LE-JANELA-DO-PASSO.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               CLOSE RUN-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-DATA-HORA.
           MOVE WS-RUNLOG-PROGRAMA TO RUN-PROGRAMA.
           MOVE WS-RUNLOG-TIPO TO RUN-TIPO.
           MOVE WS-RUNLOG-DATA-HORA(1:8) TO RUN-DATA.
           MOVE WS-RUNLOG-DATA-HORA(9:6) TO RUN-HORA.
           MOVE WS-RUNLOG-MODO TO RUN-MODO.
           MOVE WS-RUNLOG-REGISTROS TO RUN-REGISTROS.
           MOVE WS-RUNLOG-RESULTADO TO RUN-RESULTADO.
           MOVE 0 TO RUN-JANELA.
           IF RUNLOG-JANELA-EM-CURSO
               MOVE WS-RUNLOG-JANELA TO RUN-JANELA
           END-IF.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
           IF RUNLOG-JANELA-EM-CURSO
               PERFORM GRAVA-JANELA-PASSO
           END-IF.

       LE-JANELA-ATUAL.
           MOVE 0 TO WS-RUNLOG-JANELA.
           MOVE SPACE TO WS-RUNLOG-JANELA-SIT.
           MOVE SPACE TO WS-RUNLOG-JANELA-ANTES.
           OPEN INPUT JANELA-ATUAL-FILE.
           IF WS-JANATUAL-STATUS = "00"
               READ JANELA-ATUAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE JNA-JANELA TO WS-RUNLOG-JANELA
                       MOVE JNA-SITUACAO TO WS-RUNLOG-JANELA-SIT
                       MOVE JNA-SITUACAO-ANTES
                           TO WS-RUNLOG-JANELA-ANTES
               END-READ
           END-IF.
           CLOSE JANELA-ATUAL-FILE.

      *    execucao interativa, ou de programa fora da lista de
      *    passos, nao enxerga a janela.
       LE-JANELA-DO-PASSO.
           MOVE 0 TO WS-RUNLOG-JANELA.
           MOVE SPACE TO WS-RUNLOG-JANELA-SIT.
           IF WS-RUNLOG-MODO = "L"
               PERFORM LE-JANELA-ATUAL
           END-IF.
           IF WS-RUNLOG-JANELA-SIT NOT = SPACE
               PERFORM CONFERE-PASSO-DA-JANELA
           END-IF.

       CONFERE-PASSO-DA-JANELA.
           MOVE "N" TO WS-RUNLOG-PASSO-LISTADO.
           OPEN INPUT JANELA-PASSOS-FILE.
           IF WS-JANPASSO-STATUS = "00"
               PERFORM UNTIL WS-JANPASSO-STATUS NOT = "00"
                   READ JANELA-PASSOS-FILE
                       AT END
                           MOVE "10" TO WS-JANPASSO-STATUS
                       NOT AT END
                           IF JNP-PROGRAMA = WS-RUNLOG-PROGRAMA
                               MOVE "S" TO WS-RUNLOG-PASSO-LISTADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JANELA-PASSOS-FILE.
           IF WS-RUNLOG-PASSO-LISTADO NOT = "S"
               MOVE 0 TO WS-RUNLOG-JANELA
               MOVE SPACE TO WS-RUNLOG-JANELA-SIT
           END-IF.

      *    concluido = ultimo FIM do programa nesta janela com
      *    RETURN-CODE abaixo de 8 (4 e aviso, o passo terminou).
       CONFERE-PASSO-CONCLUIDO.
           OPEN INPUT JANELA-CONTROLE-FILE.
           IF WS-JANCTRL-STATUS = "00"
               PERFORM UNTIL WS-JANCTRL-STATUS NOT = "00"
                   READ JANELA-CONTROLE-FILE
                       AT END
                           MOVE "10" TO WS-JANCTRL-STATUS
                       NOT AT END
                           IF JNC-JANELA = WS-RUNLOG-JANELA
                               PERFORM ANOTA-PASSO-CONCLUIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JANELA-CONTROLE-FILE.

       ANOTA-PASSO-CONCLUIDO.
           IF JNC-TIPO = "ABR"
               MOVE "N" TO WS-RUNLOG-PULA
           END-IF.
           IF JNC-TIPO = "FIM"
                   AND JNC-PROGRAMA = WS-RUNLOG-PROGRAMA
               IF JNC-RC < 8
                   MOVE "S" TO WS-RUNLOG-PULA
               ELSE
                   MOVE "N" TO WS-RUNLOG-PULA
               END-IF
           END-IF.

       GRAVA-JANELA-PASSO.
           OPEN EXTEND JANELA-CONTROLE-FILE.
           IF WS-JANCTRL-STATUS NOT = "00"
               CLOSE JANELA-CONTROLE-FILE
               OPEN OUTPUT JANELA-CONTROLE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-DATA-HORA.
           MOVE WS-RUNLOG-JANELA TO JNC-JANELA.
           MOVE WS-RUNLOG-TIPO TO JNC-TIPO.
           MOVE WS-RUNLOG-PROGRAMA TO JNC-PROGRAMA.
           MOVE WS-RUNLOG-DATA-HORA(1:8) TO JNC-DATA.
           MOVE WS-RUNLOG-DATA-HORA(9:6) TO JNC-HORA.
           MOVE RETURN-CODE TO JNC-RC.
           MOVE WS-RUNLOG-RESULTADO TO JNC-RESULTADO.
           MOVE SPACES TO JNC-ARQUIVO.
           MOVE WS-RUNLOG-REGISTROS TO JNC-REGISTROS.
           MOVE 0 TO JNC-SOMA.
           WRITE JANELA-CONTROLE-REC.
           CLOSE JANELA-CONTROLE-FILE.
