      *            resultado DIVERGENTE quando ha achados - o alarme
      *            de fim de janela (PROG100) e a passagem de turno
      *            (PROG101) enxergam o passo como os demais.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE "PROG76" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RECONCILIACAO-REPORT-FILE.
           MOVE "===== RECONCILIACAO FUNCMSTR X PAYMSTR ====="
               CLOSE FUNCIONARIO-MASTER-FILE
               CLOSE RECONCILIACAO-REPORT-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
               CLOSE FUNCIONARIO-MASTER-FILE
               CLOSE RECONCILIACAO-REPORT-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

