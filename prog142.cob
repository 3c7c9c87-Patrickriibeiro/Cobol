       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG142.
      *    MANUTENCAO DO DICIONARIO DE PALAVRAS-CHAVE DA PESQUISA.
      * 2026-10-15 primeira versao: no molde do PROG38, o RH lista,
      *            inclui e exclui as palavras do PESQCHAV.DAT
      *            (palavra -> tema, como SALARIO -> REMUNERACAO)
      *            sob sign-on de operador; o PROG143 codifica os
      *            comentarios livres da pesquisa por este
      *            dicionario. palavra e tema sao guardados em
      *            maiusculas; perfil de consulta so lista. cada
      *            alteracao fica na trilha comum de auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICIONARIO-FILE ASSIGN TO "PESQCHAV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICIONARIO-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DICIONARIO-FILE.
       COPY "CHAVREC.cpy".

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-DICIONARIO-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR   VALUE 1.
           88  OPCAO-INCLUIR  VALUE 2.
           88  OPCAO-EXCLUIR  VALUE 3.
           88  OPCAO-SAIR     VALUE 0.
           88  OPCAO-VALIDA   VALUES 0 THRU 3.

       01  WS-PALAVRA-PROCURADA PIC X(20).
       01  WS-TEMA-DIGITADO PIC X(15).
       01  WS-PALAVRA-ACHADA PIC X VALUE "N".
           88  PALAVRA-NA-TABELA VALUE "S".
       01  WS-ACHADO-IDX PIC 9(3) VALUE 0.
       01  WS-PERFIL-OK PIC X VALUE "S".
           88  PERFIL-ACEITO VALUE "S".

       01  WS-MINUSCULAS PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAIUSCULAS PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".

      *    dicionario inteiro em memoria durante a manutencao; e
      *    regravado por inteiro na saida, como o banco do PROG38.
       01  WS-TABELA-DICIONARIO.
           05  TAB-CHAVE OCCURS 200 TIMES INDEXED BY CHAVE-IDX.
               10  TAB-CHAVE-PALAVRA PIC X(20).
               10  TAB-CHAVE-TEMA    PIC X(15).
       01  WS-QTD-PALAVRAS PIC 9(3) VALUE 0.
       01  WS-CHAVE-IDX PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-DICIONARIO.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM PEGA-OPCAO
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR  PERFORM LISTA-PALAVRAS
                   WHEN OPCAO-INCLUIR
                       PERFORM INCLUI-PALAVRA THRU INCLUI-PALAVRA-FIM
                   WHEN OPCAO-EXCLUIR
                       PERFORM EXCLUI-PALAVRA THRU EXCLUI-PALAVRA-FIM
               END-EVALUATE
           END-PERFORM.

           PERFORM GRAVA-DICIONARIO.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       PEGA-OPCAO.
           DISPLAY "===== DICIONARIO DE PALAVRAS-CHAVE ====="
           DISPLAY "1=LISTAR 2=INCLUIR 3=EXCLUIR 0=SAIR"
           ACCEPT WS-OPCAO-ENTRADA.
           MOVE 9 TO WS-OPCAO.
           IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
           END-IF.
           IF NOT OPCAO-VALIDA
               DISPLAY "OPCAO INVALIDA"
               MOVE 9 TO WS-OPCAO
           END-IF.

       CARREGA-DICIONARIO.
           MOVE 0 TO WS-QTD-PALAVRAS.
           OPEN INPUT DICIONARIO-FILE.
           IF WS-DICIONARIO-STATUS = "00"
               PERFORM UNTIL WS-DICIONARIO-STATUS NOT = "00"
                   READ DICIONARIO-FILE
                       AT END
                           MOVE "10" TO WS-DICIONARIO-STATUS
                       NOT AT END
                           IF WS-QTD-PALAVRAS < 200
                                   AND CHAVE-PALAVRA NOT = SPACES
                               ADD 1 TO WS-QTD-PALAVRAS
                               SET CHAVE-IDX TO WS-QTD-PALAVRAS
                               MOVE CHAVE-PALAVRA TO
                                   TAB-CHAVE-PALAVRA(CHAVE-IDX)
                               MOVE CHAVE-TEMA TO
                                   TAB-CHAVE-TEMA(CHAVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DICIONARIO-FILE.

       GRAVA-DICIONARIO.
           OPEN OUTPUT DICIONARIO-FILE.
           PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                   UNTIL CHAVE-IDX > WS-QTD-PALAVRAS
               MOVE TAB-CHAVE-PALAVRA(CHAVE-IDX) TO CHAVE-PALAVRA
               MOVE TAB-CHAVE-TEMA(CHAVE-IDX)    TO CHAVE-TEMA
               WRITE CHAVE-PALAVRA-REC
           END-PERFORM.
           CLOSE DICIONARIO-FILE.

       LISTA-PALAVRAS.
           IF WS-QTD-PALAVRAS = 0
               DISPLAY "DICIONARIO VAZIO"
           END-IF.
           PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                   UNTIL CHAVE-IDX > WS-QTD-PALAVRAS
               DISPLAY TAB-CHAVE-PALAVRA(CHAVE-IDX) " -> "
                   TAB-CHAVE-TEMA(CHAVE-IDX)
           END-PERFORM.
           DISPLAY "PALAVRAS NO DICIONARIO: " WS-QTD-PALAVRAS.

      *    a palavra e comparada em maiusculas, do jeito que o
      *    PROG143 compara o comentario.
       PROCURA-PALAVRA.
           DISPLAY "PALAVRA:"
           ACCEPT WS-PALAVRA-PROCURADA.
           INSPECT WS-PALAVRA-PROCURADA
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           MOVE "N" TO WS-PALAVRA-ACHADA.
           MOVE 0 TO WS-ACHADO-IDX.
           PERFORM VARYING WS-CHAVE-IDX FROM 1 BY 1
                   UNTIL WS-CHAVE-IDX > WS-QTD-PALAVRAS
               IF TAB-CHAVE-PALAVRA(WS-CHAVE-IDX)
                       = WS-PALAVRA-PROCURADA
                   MOVE "S" TO WS-PALAVRA-ACHADA
                   MOVE WS-CHAVE-IDX TO WS-ACHADO-IDX
               END-IF
           END-PERFORM.

      *    consulta nao inclui nem exclui (mesma regra do PROG137).
       VERIFICA-PERFIL.
           MOVE "S" TO WS-PERFIL-OK.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO ALTERA O DICIONARIO"
               MOVE "PROG142" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "N" TO WS-PERFIL-OK
           END-IF.

       INCLUI-PALAVRA.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO INCLUI-PALAVRA-FIM
           END-IF.
           PERFORM PROCURA-PALAVRA.
           IF WS-PALAVRA-PROCURADA = SPACES
               DISPLAY "PALAVRA EM BRANCO"
               GO TO INCLUI-PALAVRA-FIM
           END-IF.
           IF PALAVRA-NA-TABELA
               DISPLAY "PALAVRA JA EXISTE, TEMA "
                   TAB-CHAVE-TEMA(WS-ACHADO-IDX)
               GO TO INCLUI-PALAVRA-FIM
           END-IF.
           IF WS-QTD-PALAVRAS = 200
               DISPLAY "DICIONARIO CHEIO"
               GO TO INCLUI-PALAVRA-FIM
           END-IF.
           DISPLAY "TEMA (EX.: REMUNERACAO, GESTAO, CARGA):"
           ACCEPT WS-TEMA-DIGITADO.
           INSPECT WS-TEMA-DIGITADO
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF WS-TEMA-DIGITADO = SPACES
               DISPLAY "TEMA EM BRANCO, PALAVRA NAO INCLUIDA"
               GO TO INCLUI-PALAVRA-FIM
           END-IF.
           ADD 1 TO WS-QTD-PALAVRAS.
           SET CHAVE-IDX TO WS-QTD-PALAVRAS.
           MOVE WS-PALAVRA-PROCURADA TO TAB-CHAVE-PALAVRA(CHAVE-IDX).
           MOVE WS-TEMA-DIGITADO TO TAB-CHAVE-TEMA(CHAVE-IDX).
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "INCLUI " DELIMITED BY SIZE
                  WS-PALAVRA-PROCURADA DELIMITED BY SPACE
                  " -> " WS-TEMA-DIGITADO
                  DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM REGISTRA-ALTERACAO.

       INCLUI-PALAVRA-FIM.
           EXIT.

      *    a exclusao fecha o buraco puxando as palavras seguintes.
       EXCLUI-PALAVRA.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO EXCLUI-PALAVRA-FIM
           END-IF.
           PERFORM PROCURA-PALAVRA.
           IF NOT PALAVRA-NA-TABELA
               DISPLAY "PALAVRA NAO ENCONTRADA"
               GO TO EXCLUI-PALAVRA-FIM
           END-IF.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "EXCLUI " DELIMITED BY SIZE
                  WS-PALAVRA-PROCURADA DELIMITED BY SPACE
                  " -> " TAB-CHAVE-TEMA(WS-ACHADO-IDX)
                  DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM VARYING WS-CHAVE-IDX FROM WS-ACHADO-IDX BY 1
                   UNTIL WS-CHAVE-IDX >= WS-QTD-PALAVRAS
               MOVE TAB-CHAVE(WS-CHAVE-IDX + 1)
                   TO TAB-CHAVE(WS-CHAVE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTD-PALAVRAS.
           PERFORM REGISTRA-ALTERACAO.

       EXCLUI-PALAVRA-FIM.
           EXIT.

      *    toda alteracao no dicionario deixa rastro na trilha comum
      *    de auditoria, com o operador que fez a mudanca.
       REGISTRA-ALTERACAO.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "PALAVRA-CHAVE" TO WS-OPERADOR-COMUM.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "PALAVRA " WS-PALAVRA-PROCURADA " ATUALIZADA".

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
