      *            de operador e com linha de auditoria a cada
      *            registro. o quiz do PROG21 alimenta o mesmo
      *            cadastro sozinho quando a nota passa do minimo.
      * 2026-10-15 certificado enfileirado pelo papel
      *            FUNCIONARIO:<cod>, resolvido pelo PROG10 na entrega
      *            pelo nome atual do mestre.
      * 2026-10-15 com catalogo de cursos (CURSOCAT.DAT, PROG147)
      *            o registro so aceita curso do catalogo e avisa
      *            nota abaixo da minima do curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIZ-STATUS.

           COPY "CURSSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
       FD  MATRIZ-REPORT-FILE.
       01  MATRIZ-REPORT-LINHA PIC X(80).

       COPY "CURSFD.cpy".
       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "CURSWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.
       01  WS-DATA-TENTATIVAS PIC 9 VALUE 0.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-CURSOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== CADASTRO DE TREINAMENTOS ====="
           PERFORM PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO CURSO (10 CARACTERES):"
           ACCEPT WS-CURSO-PEDIDO.
      *    com catalogo montado (PROG147), so curso dele e aceito.
           MOVE WS-CURSO-PEDIDO TO WS-CUR-CODIGO-PEDIDO.
           PERFORM PROCURA-CURSO.
           IF WS-QTD-CURSOS > 0 AND WS-CURSO-ACHADO = 0
               DISPLAY "CURSO FORA DO CATALOGO, NADA REGISTRADO"
               MOVE "PROG98" TO WS-EXCCOM-PROGRAMA
               MOVE "TRE-CURSO" TO WS-EXCCOM-CAMPO
               MOVE WS-CURSO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-CURSO-FIM
           END-IF.
           IF WS-CURSO-ACHADO NOT = 0
               DISPLAY CUR-TITULO
           END-IF.
           MOVE "DATA DE CONCLUSAO (AAAAMMDD):" TO WS-PROMPT-DATA.
           PERFORM PEGA-DATA-CALENDARIO.
           IF NOT DATA-CALENDARIO-VALIDA
           END-IF.
           DISPLAY "NOTA (0 A 100):"
           ACCEPT WS-NOTA-PEDIDA.
           IF WS-CURSO-ACHADO NOT = 0
                   AND WS-NOTA-PEDIDA < CUR-NOTA-MINIMA
               DISPLAY "NOTA ABAIXO DA MINIMA " CUR-NOTA-MINIMA
                   ", NAO CONTA COMO TREINADO"
           END-IF.

           OPEN EXTEND TREINAMENTOS-FILE.
           IF WS-TREINREG-STATUS NOT = "00"
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           STRING "FUNCIONARIO:" WS-COD-CHAVE
               DELIMITED BY SIZE INTO FILA-DESTINATARIO.
           MOVE "R" TO FILA-PRIORIDADE.
           MOVE "CERTTREIN" TO FILA-TPL-CODIGO.
           MOVE WS-DATA-CERTIFICADO TO FILA-TPL-DATA.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "CURSPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
