       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG153.
      *    SEGUNDA VIA DE CONTRACHEQUE, COM MASCARA POR PERFIL.
      * 2026-10-15 primeira versao: copia de CONTRACHQ.DAT (gerado
      *            pela folha, PROG43) para CONTRCOP.DAT as paginas
      *            de um funcionario, ou de todos, com o nivel de
      *            mascara no cabecalho. perfil que nao ve salario
      *            em claro (MASCARA.DAT, ver MASCPROC.cpy) recebe
      *            os valores com asteriscos; copia com salario em
      *            claro deixa linha na trilha comum de auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACHEQUE-FILE ASSIGN TO "CONTRACHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACHQ-STATUS.

           SELECT COPIA-CONTRACHEQUE-FILE ASSIGN TO "CONTRCOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRCOP-STATUS.

           COPY "MASCSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    mesmo layout do PROG43: a pagina impressa nas 80 colunas
      *    e a marca da rodada depois delas.
       FD  CONTRACHEQUE-FILE.
       01  CONTRACHEQUE-REC.
           05  CONTRACHEQUE-LINHA PIC X(80).
           05  CCH-EXECUCAO       PIC X(14).

       FD  COPIA-CONTRACHEQUE-FILE.
       01  COPIA-CONTRACHEQUE-LINHA PIC X(80).

       COPY "MASCFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-CONTRACHQ-STATUS PIC XX.
       01  WS-CONTRCOP-STATUS  PIC XX.

       01  WS-COD-PEDIDO PIC X(6).
      *    pagina guardada ate a linha FUNCIONARIO dizer de quem e.
       01  WS-TABELA-PAGINA.
           05  TAB-PAG-LINHA OCCURS 60 TIMES PIC X(80).
       01  WS-QTD-LINHAS-PAGINA PIC 9(2) VALUE 0.
       01  WS-PAG-IDX PIC 9(2).
       01  WS-PAGINA-COD PIC X(6).
       01  WS-QTD-PAGINAS PIC 9(5) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "MASCWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE EXCECOES-COMUM-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           CLOSE EXCECOES-COMUM-FILE.
           PERFORM DEFINE-MASCARAS.

           OPEN INPUT CONTRACHEQUE-FILE.
           IF WS-CONTRACHQ-STATUS NOT = "00"
               DISPLAY "CONTRACHQ.DAT NAO ENCONTRADO"
               CLOSE CONTRACHEQUE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "===== SEGUNDA VIA DE CONTRACHEQUE =====".
           DISPLAY WS-MASC-CABECALHO.
           DISPLAY "CODIGO COM DV (6 DIGITOS, VAZIO = TODOS):".
           MOVE SPACES TO WS-COD-PEDIDO.
           ACCEPT WS-COD-PEDIDO.

           OPEN OUTPUT COPIA-CONTRACHEQUE-FILE.
           MOVE "SEGUNDA VIA DE CONTRACHEQUE"
               TO COPIA-CONTRACHEQUE-LINHA.
           WRITE COPIA-CONTRACHEQUE-LINHA.
           MOVE WS-MASC-CABECALHO TO COPIA-CONTRACHEQUE-LINHA.
           WRITE COPIA-CONTRACHEQUE-LINHA.

           MOVE 0 TO WS-QTD-LINHAS-PAGINA.
           PERFORM UNTIL WS-CONTRACHQ-STATUS NOT = "00"
               READ CONTRACHEQUE-FILE
                   AT END
                       MOVE "10" TO WS-CONTRACHQ-STATUS
                   NOT AT END
                       PERFORM GUARDA-LINHA-PAGINA
               END-READ
           END-PERFORM.
           PERFORM DESCARREGA-PAGINA THRU DESCARREGA-PAGINA-FIM.
           CLOSE CONTRACHEQUE-FILE.
           CLOSE COPIA-CONTRACHEQUE-FILE.
           DISPLAY WS-QTD-PAGINAS " CONTRACHEQUE(S) EM CONTRCOP.DAT".

           IF NOT MASCARA-SALARIO AND WS-QTD-PAGINAS > 0
               MOVE "CONTRCOP.DAT" TO WS-MASC-ARQUIVO
               PERFORM AUDITA-SAIDA-EM-CLARO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *    cada pagina abre com a linha de "=" do PROG43; a anterior
      *    e descarregada antes de a nova comecar.
       GUARDA-LINHA-PAGINA.
           IF CONTRACHEQUE-LINHA = ALL "="
               PERFORM DESCARREGA-PAGINA THRU DESCARREGA-PAGINA-FIM
               MOVE 0 TO WS-QTD-LINHAS-PAGINA
               MOVE SPACES TO WS-PAGINA-COD
           END-IF.
           IF CONTRACHEQUE-LINHA(1:12) = "FUNCIONARIO "
               MOVE CONTRACHEQUE-LINHA(13:6) TO WS-PAGINA-COD
           END-IF.
           IF WS-QTD-LINHAS-PAGINA < 60
               ADD 1 TO WS-QTD-LINHAS-PAGINA
               MOVE CONTRACHEQUE-LINHA
                   TO TAB-PAG-LINHA(WS-QTD-LINHAS-PAGINA)
           END-IF.

      *    linhas de provento, desconto e liquido (recuadas em duas
      *    posicoes) perdem os digitos quando o salario e mascarado.
       DESCARREGA-PAGINA.
           IF WS-QTD-LINHAS-PAGINA = 0
               GO TO DESCARREGA-PAGINA-FIM
           END-IF.
           IF WS-COD-PEDIDO NOT = SPACES
                   AND WS-COD-PEDIDO NOT = WS-PAGINA-COD
               GO TO DESCARREGA-PAGINA-FIM
           END-IF.
           ADD 1 TO WS-QTD-PAGINAS.
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-QTD-LINHAS-PAGINA
               MOVE TAB-PAG-LINHA(WS-PAG-IDX)
                   TO COPIA-CONTRACHEQUE-LINHA
               IF MASCARA-SALARIO
                       AND COPIA-CONTRACHEQUE-LINHA(1:2) = SPACES
                       AND COPIA-CONTRACHEQUE-LINHA(3:1) NOT = SPACE
                   INSPECT COPIA-CONTRACHEQUE-LINHA(3:78)
                       CONVERTING "0123456789" TO "**********"
               END-IF
               WRITE COPIA-CONTRACHEQUE-LINHA
           END-PERFORM.

       DESCARREGA-PAGINA-FIM.
           EXIT.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "MASCPROC.cpy".
