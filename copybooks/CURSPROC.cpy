       CARREGA-CURSOS.
           MOVE 0 TO WS-QTD-CURSOS.
           OPEN INPUT CURSOS-FILE.
           IF WS-CURSOS-STATUS = "00"
               PERFORM UNTIL WS-CURSOS-STATUS NOT = "00"
                   READ CURSOS-FILE
                       AT END
                           MOVE "10" TO WS-CURSOS-STATUS
                       NOT AT END
                           IF WS-QTD-CURSOS < 200
                               ADD 1 TO WS-QTD-CURSOS
                               MOVE CUR-CURSO-REC
                                   TO TAB-CURSO(WS-QTD-CURSOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CURSOS-FILE.

       GRAVA-CURSOS.
           OPEN OUTPUT CURSOS-FILE.
           PERFORM VARYING CURSO-IDX FROM 1 BY 1
                   UNTIL CURSO-IDX > WS-QTD-CURSOS
               MOVE TAB-CURSO(CURSO-IDX) TO CUR-CURSO-REC
               WRITE CUR-CURSO-REC
           END-PERFORM.
           CLOSE CURSOS-FILE.

       CARREGA-OBRIGATORIOS.
           MOVE 0 TO WS-QTD-OBRIGATORIOS.
           OPEN INPUT OBRIGATORIOS-FILE.
           IF WS-OBRIGATORIOS-STATUS = "00"
               PERFORM UNTIL WS-OBRIGATORIOS-STATUS NOT = "00"
                   READ OBRIGATORIOS-FILE
                       AT END
                           MOVE "10" TO WS-OBRIGATORIOS-STATUS
                       NOT AT END
                           IF WS-QTD-OBRIGATORIOS < 300
                               ADD 1 TO WS-QTD-OBRIGATORIOS
                               MOVE OBR-REQUISITO-REC
                                   TO TAB-OBR(WS-QTD-OBRIGATORIOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OBRIGATORIOS-FILE.

       GRAVA-OBRIGATORIOS.
           OPEN OUTPUT OBRIGATORIOS-FILE.
           PERFORM VARYING OBR-IDX FROM 1 BY 1
                   UNTIL OBR-IDX > WS-QTD-OBRIGATORIOS
               MOVE TAB-OBR(OBR-IDX) TO OBR-REQUISITO-REC
               WRITE OBR-REQUISITO-REC
           END-PERFORM.
           CLOSE OBRIGATORIOS-FILE.

      *    achado, o curso fica em CUR-CURSO-REC.
       PROCURA-CURSO.
           MOVE 0 TO WS-CURSO-ACHADO.
           PERFORM VARYING CURSO-IDX FROM 1 BY 1
                   UNTIL CURSO-IDX > WS-QTD-CURSOS
                       OR WS-CURSO-ACHADO NOT = 0
               IF TAB-CURSO(CURSO-IDX)(1:10) = WS-CUR-CODIGO-PEDIDO
                   SET WS-CURSO-ACHADO TO CURSO-IDX
               END-IF
           END-PERFORM.
           IF WS-CURSO-ACHADO NOT = 0
               MOVE TAB-CURSO(WS-CURSO-ACHADO) TO CUR-CURSO-REC
           END-IF.

      *    mesma conta do proximo exame ocupacional (ASOPROC): dia
      *    que nao existe no mes de chegada cai no ultimo dia.
       CALCULA-VENCIMENTO-CURSO.
           MOVE WS-CUR-DATA-BASE TO WS-CUR-VENCIMENTO.
           COMPUTE WS-CUR-MESES-CORRIDOS =
               WS-CUR-VENC-ANO * 12 + WS-CUR-VENC-MES - 1
               + WS-CUR-MESES.
           DIVIDE WS-CUR-MESES-CORRIDOS BY 12
               GIVING WS-CUR-VENC-ANO REMAINDER WS-CUR-VENC-MES.
           ADD 1 TO WS-CUR-VENC-MES.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CUR-VENCIMENTO)
                       = 0
               SUBTRACT 1 FROM WS-CUR-VENC-DIA
           END-PERFORM.
