      *    guarda cabecalho e creditos da remessa que estiver no
      *    arquivo (o rodape antigo e refeito no fim); sem remessa,
      *    ou com a remessa do arquivo ja enviada ao banco, abre
      *    uma nova com a data de hoje e o mes corrente - credito
      *    acrescentado a remessa enviada pagaria tudo de novo.
       CARREGA-REMESSA.
           MOVE 0 TO WS-QTD-REMESSA.
           MOVE 0 TO WS-REM-CONTAGEM.
           MOVE 0 TO WS-REM-SOMA.
           MOVE 0 TO WS-REM-HASH.
           MOVE "N" TO WS-REM-TEM-CABECALHO.
           MOVE "N" TO WS-REM-JA-ENVIADA.
           OPEN INPUT REMESSA-BANCO-FILE.
           IF WS-REMESSA-STATUS = "00"
               PERFORM UNTIL WS-REMESSA-STATUS NOT = "00"
                   READ REMESSA-BANCO-FILE
                       AT END
                           MOVE "10" TO WS-REMESSA-STATUS
                       NOT AT END
                           PERFORM ANOTA-LINHA-REMESSA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REMESSA-BANCO-FILE.
           IF REMESSA-ANTERIOR-ENVIADA
               MOVE 0 TO WS-QTD-REMESSA
               MOVE 0 TO WS-REM-CONTAGEM
               MOVE 0 TO WS-REM-SOMA
               MOVE 0 TO WS-REM-HASH
               MOVE "N" TO WS-REM-TEM-CABECALHO
           END-IF.
           IF WS-REM-TEM-CABECALHO = "N"
               MOVE FUNCTION CURRENT-DATE TO WS-REM-DATA-HORA
               MOVE SPACES TO REMESSA-REC
               MOVE "H" TO REM-CAB-TIPO
               MOVE WS-REM-DATA-HORA(1:8) TO REM-CAB-DATA
               MOVE WS-REM-DATA-HORA(1:6) TO REM-CAB-COMPETENCIA
               MOVE 1 TO WS-QTD-REMESSA
               MOVE REMESSA-REC TO TAB-REM(WS-QTD-REMESSA)
               MOVE "S" TO WS-REM-TEM-CABECALHO
           END-IF.

       ANOTA-LINHA-REMESSA.
           EVALUATE REM-CAB-TIPO
               WHEN "H"
                   IF REMESSA-ENVIADA
                       MOVE "S" TO WS-REM-JA-ENVIADA
                   END-IF
                   IF WS-QTD-REMESSA < 500
                       ADD 1 TO WS-QTD-REMESSA
                       MOVE REMESSA-REC TO TAB-REM(WS-QTD-REMESSA)
                       MOVE "S" TO WS-REM-TEM-CABECALHO
                   END-IF
               WHEN "D"
                   IF WS-QTD-REMESSA < 500
                       ADD 1 TO WS-QTD-REMESSA
                       MOVE REMESSA-REC TO TAB-REM(WS-QTD-REMESSA)
                       ADD 1 TO WS-REM-CONTAGEM
                       ADD REM-CRED-VALOR TO WS-REM-SOMA
                       MOVE REM-CRED-COD(1:5) TO WS-REM-COD-NUMERO
                       ADD WS-REM-COD-NUMERO TO WS-REM-HASH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    um credito a mais na remessa em memoria, com a
      *    sequencia de origem do chamador; remessa cheia devolve
      *    CREDITO-REMESSA-ANOTADO falso para o chamador registrar
      *    a pendencia.
       ANOTA-CREDITO-REMESSA.
           MOVE "N" TO WS-REMADD-OK.
           IF WS-QTD-REMESSA >= 500
               GO TO ANOTA-CREDITO-REMESSA-FIM
           END-IF.
           MOVE SPACES TO REMESSA-REC.
           MOVE "D" TO REM-CRED-TIPO.
           MOVE WS-REMADD-COD TO REM-CRED-COD.
           MOVE WS-REMADD-NOME TO REM-CRED-NOME.
           MOVE WS-REMADD-VALOR TO REM-CRED-VALOR.
           MOVE WS-REMADD-SEQ TO REM-CRED-SEQ.
           ADD 1 TO WS-QTD-REMESSA.
           MOVE REMESSA-REC TO TAB-REM(WS-QTD-REMESSA).
           ADD 1 TO WS-REM-CONTAGEM.
           ADD WS-REMADD-VALOR TO WS-REM-SOMA.
           MOVE WS-REMADD-COD(1:5) TO WS-REM-COD-NUMERO.
           ADD WS-REM-COD-NUMERO TO WS-REM-HASH.
           MOVE "S" TO WS-REMADD-OK.

       ANOTA-CREDITO-REMESSA-FIM.
           EXIT.

       REGRAVA-REMESSA.
           OPEN OUTPUT REMESSA-BANCO-FILE.
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-QTD-REMESSA
               MOVE TAB-REM(WS-REM-IDX) TO REMESSA-REC
               WRITE REMESSA-REC
           END-PERFORM.
           MOVE SPACES TO REMESSA-REC.
           MOVE "T" TO REM-ROD-TIPO.
           MOVE WS-REM-CONTAGEM TO REM-ROD-CONTAGEM.
           MOVE WS-REM-SOMA TO REM-ROD-SOMA.
           MOVE WS-REM-HASH TO REM-ROD-HASH.
           WRITE REMESSA-REC.
           CLOSE REMESSA-BANCO-FILE.
