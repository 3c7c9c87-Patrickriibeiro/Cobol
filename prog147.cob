       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG147.
      *    MANUTENCAO DO CATALOGO DE CURSOS E DOS OBRIGATORIOS.
      * 2026-10-15 primeira versao: inclui, altera e lista os cursos
      *            do catalogo (CURSOCAT.DAT: codigo, titulo,
      *            validade do certificado em meses e nota minima de
      *            aprovacao) e mantem a tabela de cursos
      *            obrigatorios por grade (PM-GRADE) ou departamento
      *            (CURSOBRI.DAT). sob sign-on de operador, perfil de
      *            consulta so lista, e linha de auditoria a cada
      *            mudanca, no molde do PROG65. o PROG148 cobra os
      *            obrigatorios contra o cadastro de treinamentos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CURSSEL.cpy".

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "CURSFD.cpy".

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR-CURSOS  VALUE 1.
           88  OPCAO-GRAVAR-CURSO   VALUE 2.
           88  OPCAO-LISTAR-OBRIG   VALUE 3.
           88  OPCAO-INCLUIR-OBRIG  VALUE 4.
           88  OPCAO-EXCLUIR-OBRIG  VALUE 5.
           88  OPCAO-SAIR           VALUE 0.

       01  WS-NUMERO-ENTRADA PIC X(4).
       01  WS-NUMERO-DIGITADO PIC 9(3).
       01  WS-TITULO-DIGITADO PIC X(30).
       01  WS-VALIDADE-DIGITADA PIC 9(3).
       01  WS-NOTA-DIGITADA PIC 9(3).
       01  WS-TIPO-DIGITADO PIC X.
           88  TIPO-DIGITADO-VALIDO VALUE "G" "D".
       01  WS-CHAVE-DIGITADA PIC X(4).
       01  WS-ITEM PIC 9(3).
       01  WS-OBR-ACHADO PIC 9(3).
       01  WS-CONFIRMA PIC X.
       01  WS-CURSOS-ALTERADOS PIC X VALUE "N".
       01  WS-OBRIGATORIOS-ALTERADOS PIC X VALUE "N".
       01  WS-PERFIL-OK PIC X VALUE "S".
           88  PERFIL-ACEITO VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "CURSWS.cpy".

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

           PERFORM CARREGA-CURSOS.
           PERFORM CARREGA-OBRIGATORIOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== CATALOGO DE CURSOS ====="
               DISPLAY "1=LISTAR CURSOS 2=INCLUIR/ALTERAR CURSO"
               DISPLAY "3=LISTAR OBRIGATORIOS 4=INCLUIR OBRIGATORIO"
               DISPLAY "5=EXCLUIR OBRIGATORIO 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR-CURSOS
                       PERFORM LISTA-CURSOS
                   WHEN OPCAO-GRAVAR-CURSO
                       PERFORM GRAVA-CURSO
                           THRU GRAVA-CURSO-FIM
                   WHEN OPCAO-LISTAR-OBRIG
                       PERFORM LISTA-OBRIGATORIOS
                   WHEN OPCAO-INCLUIR-OBRIG
                       PERFORM INCLUI-OBRIGATORIO
                           THRU INCLUI-OBRIGATORIO-FIM
                   WHEN OPCAO-EXCLUIR-OBRIG
                       PERFORM EXCLUI-OBRIGATORIO
                           THRU EXCLUI-OBRIGATORIO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-CURSOS-ALTERADOS = "S"
               PERFORM GRAVA-CURSOS
           END-IF.
           IF WS-OBRIGATORIOS-ALTERADOS = "S"
               PERFORM GRAVA-OBRIGATORIOS
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       LISTA-CURSOS.
           IF WS-QTD-CURSOS = 0
               DISPLAY "CATALOGO DE CURSOS VAZIO"
           END-IF.
           DISPLAY "CODIGO     TITULO                         MESES"
               " NOTA".
           PERFORM VARYING CURSO-IDX FROM 1 BY 1
                   UNTIL CURSO-IDX > WS-QTD-CURSOS
               MOVE TAB-CURSO(CURSO-IDX) TO CUR-CURSO-REC
               DISPLAY CUR-CODIGO " " CUR-TITULO " " CUR-VALIDADE-MESES
                   "   " CUR-NOTA-MINIMA
           END-PERFORM.

      *    consulta nao mexe no catalogo (mesma regra do PROG144).
       VERIFICA-PERFIL.
           MOVE "S" TO WS-PERFIL-OK.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO ALTERA O CATALOGO"
               MOVE "PROG147" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "N" TO WS-PERFIL-OK
           END-IF.

      *    codigo novo inclui, codigo do catalogo altera; validade
      *    zero = certificado sem vencimento.
       GRAVA-CURSO.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO GRAVA-CURSO-FIM
           END-IF.
           DISPLAY "CODIGO DO CURSO (10 CARACTERES):"
           ACCEPT WS-CUR-CODIGO-PEDIDO.
           IF WS-CUR-CODIGO-PEDIDO = SPACES
               DISPLAY "CODIGO EM BRANCO"
               GO TO GRAVA-CURSO-FIM
           END-IF.
           PERFORM PROCURA-CURSO.
           IF WS-CURSO-ACHADO = 0
               IF WS-QTD-CURSOS = 200
                   DISPLAY "CATALOGO DE CURSOS CHEIO"
                   GO TO GRAVA-CURSO-FIM
               END-IF
               MOVE SPACES TO CUR-CURSO-REC
               MOVE WS-CUR-CODIGO-PEDIDO TO CUR-CODIGO
               MOVE 0 TO CUR-VALIDADE-MESES CUR-NOTA-MINIMA
               DISPLAY "CURSO NOVO"
           ELSE
               DISPLAY CUR-CODIGO " " CUR-TITULO " "
                   CUR-VALIDADE-MESES " MESES, NOTA MINIMA "
                   CUR-NOTA-MINIMA
           END-IF.

           DISPLAY "TITULO (BRANCO = MANTEM):"
           ACCEPT WS-TITULO-DIGITADO.
           IF WS-TITULO-DIGITADO NOT = SPACES
               MOVE WS-TITULO-DIGITADO TO CUR-TITULO
           END-IF.
           DISPLAY "VALIDADE EM MESES (0 = NAO VENCE):"
           ACCEPT WS-NUMERO-ENTRADA.
           IF FUNCTION TRIM(WS-NUMERO-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-NUMERO-ENTRADA)
                   TO WS-VALIDADE-DIGITADA
           ELSE
               MOVE CUR-VALIDADE-MESES TO WS-VALIDADE-DIGITADA
           END-IF.
           DISPLAY "NOTA MINIMA DE APROVACAO (0 A 100):"
           ACCEPT WS-NUMERO-ENTRADA.
           IF FUNCTION TRIM(WS-NUMERO-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-NUMERO-ENTRADA)
                   TO WS-NOTA-DIGITADA
           ELSE
               MOVE CUR-NOTA-MINIMA TO WS-NOTA-DIGITADA
           END-IF.
           IF WS-NOTA-DIGITADA > 100
               DISPLAY "NOTA MINIMA ACIMA DE 100, CURSO NAO GRAVADO"
               MOVE "PROG147" TO WS-EXCCOM-PROGRAMA
               MOVE "CUR-NOTA-MINIMA" TO WS-EXCCOM-CAMPO
               MOVE WS-CUR-CODIGO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO GRAVA-CURSO-FIM
           END-IF.
           IF CUR-TITULO = SPACES
               DISPLAY "TITULO EM BRANCO, CURSO NAO GRAVADO"
               GO TO GRAVA-CURSO-FIM
           END-IF.
           MOVE WS-VALIDADE-DIGITADA TO CUR-VALIDADE-MESES.
           MOVE WS-NOTA-DIGITADA TO CUR-NOTA-MINIMA.

           IF WS-CURSO-ACHADO = 0
               ADD 1 TO WS-QTD-CURSOS
               MOVE WS-QTD-CURSOS TO WS-CURSO-ACHADO
           END-IF.
           MOVE CUR-CURSO-REC TO TAB-CURSO(WS-CURSO-ACHADO).
           MOVE "S" TO WS-CURSOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "CURSO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CURSO " CUR-CODIGO " MESES " CUR-VALIDADE-MESES
                  " NOTA " CUR-NOTA-MINIMA
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "CURSO " CUR-CODIGO " GRAVADO".

       GRAVA-CURSO-FIM.
           EXIT.

      *    o numero do item e a posicao na tabela; e por ele que a
      *    exclusao escolhe o obrigatorio.
       LISTA-OBRIGATORIOS.
           IF WS-QTD-OBRIGATORIOS = 0
               DISPLAY "NENHUM CURSO OBRIGATORIO CADASTRADO"
           END-IF.
           DISPLAY "ITEM TIPO CHAVE CURSO      TITULO".
           PERFORM VARYING OBR-IDX FROM 1 BY 1
                   UNTIL OBR-IDX > WS-QTD-OBRIGATORIOS
               MOVE TAB-OBR(OBR-IDX) TO OBR-REQUISITO-REC
               MOVE OBR-CURSO TO WS-CUR-CODIGO-PEDIDO
               PERFORM PROCURA-CURSO
               IF WS-CURSO-ACHADO = 0
                   MOVE "(FORA DO CATALOGO)" TO CUR-TITULO
               END-IF
               SET WS-ITEM TO OBR-IDX
               DISPLAY WS-ITEM "  " OBR-TIPO "    " OBR-CHAVE "  "
                   OBR-CURSO " " CUR-TITULO
           END-PERFORM.

      *    so curso do catalogo vira obrigatorio, e o mesmo par
      *    grade/departamento + curso nao entra duas vezes.
       INCLUI-OBRIGATORIO.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO INCLUI-OBRIGATORIO-FIM
           END-IF.
           IF WS-QTD-OBRIGATORIOS = 300
               DISPLAY "TABELA DE OBRIGATORIOS CHEIA"
               GO TO INCLUI-OBRIGATORIO-FIM
           END-IF.
           DISPLAY "TIPO (G=GRADE D=DEPARTAMENTO):"
           ACCEPT WS-TIPO-DIGITADO.
           INSPECT WS-TIPO-DIGITADO CONVERTING "gd" TO "GD".
           IF NOT TIPO-DIGITADO-VALIDO
               DISPLAY "TIPO INVALIDO"
               GO TO INCLUI-OBRIGATORIO-FIM
           END-IF.
           IF WS-TIPO-DIGITADO = "G"
               DISPLAY "GRADE (2 CARACTERES):"
           ELSE
               DISPLAY "DEPARTAMENTO (4 CARACTERES):"
           END-IF.
           ACCEPT WS-CHAVE-DIGITADA.
           IF WS-TIPO-DIGITADO = "G"
               MOVE SPACES TO WS-CHAVE-DIGITADA(3:2)
           END-IF.
           IF WS-CHAVE-DIGITADA = SPACES
               DISPLAY "CHAVE EM BRANCO"
               GO TO INCLUI-OBRIGATORIO-FIM
           END-IF.
           DISPLAY "CODIGO DO CURSO:"
           ACCEPT WS-CUR-CODIGO-PEDIDO.
           PERFORM PROCURA-CURSO.
           IF WS-CURSO-ACHADO = 0
               DISPLAY "CURSO FORA DO CATALOGO"
               MOVE "PROG147" TO WS-EXCCOM-PROGRAMA
               MOVE "OBR-CURSO" TO WS-EXCCOM-CAMPO
               MOVE WS-CUR-CODIGO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO INCLUI-OBRIGATORIO-FIM
           END-IF.

           MOVE WS-TIPO-DIGITADO TO OBR-TIPO.
           MOVE WS-CHAVE-DIGITADA TO OBR-CHAVE.
           MOVE WS-CUR-CODIGO-PEDIDO TO OBR-CURSO.
           MOVE 0 TO WS-OBR-ACHADO.
           PERFORM VARYING OBR-IDX FROM 1 BY 1
                   UNTIL OBR-IDX > WS-QTD-OBRIGATORIOS
               IF TAB-OBR(OBR-IDX) = OBR-REQUISITO-REC
                   SET WS-OBR-ACHADO TO OBR-IDX
               END-IF
           END-PERFORM.
           IF WS-OBR-ACHADO NOT = 0
               DISPLAY "OBRIGATORIO JA CADASTRADO"
               GO TO INCLUI-OBRIGATORIO-FIM
           END-IF.

           ADD 1 TO WS-QTD-OBRIGATORIOS.
           MOVE OBR-REQUISITO-REC TO TAB-OBR(WS-QTD-OBRIGATORIOS).
           MOVE "S" TO WS-OBRIGATORIOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "CURSO-OBRIG" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "INCLUI " OBR-TIPO " " OBR-CHAVE " " OBR-CURSO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "OBRIGATORIO INCLUIDO".

       INCLUI-OBRIGATORIO-FIM.
           EXIT.

       EXCLUI-OBRIGATORIO.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO EXCLUI-OBRIGATORIO-FIM
           END-IF.
           DISPLAY "ITEM A EXCLUIR (VER LISTAGEM):"
           ACCEPT WS-NUMERO-ENTRADA.
           MOVE 0 TO WS-NUMERO-DIGITADO.
           IF FUNCTION TRIM(WS-NUMERO-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-NUMERO-ENTRADA)
                   TO WS-NUMERO-DIGITADO
           END-IF.
           IF WS-NUMERO-DIGITADO = 0
                   OR WS-NUMERO-DIGITADO > WS-QTD-OBRIGATORIOS
               DISPLAY "ITEM INEXISTENTE"
               GO TO EXCLUI-OBRIGATORIO-FIM
           END-IF.
           MOVE TAB-OBR(WS-NUMERO-DIGITADO) TO OBR-REQUISITO-REC.
           DISPLAY "EXCLUI " OBR-TIPO " " OBR-CHAVE " " OBR-CURSO
               " (S/N)?"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO EXCLUI-OBRIGATORIO-FIM
           END-IF.

           PERFORM VARYING OBR-IDX FROM WS-NUMERO-DIGITADO BY 1
                   UNTIL OBR-IDX >= WS-QTD-OBRIGATORIOS
               MOVE TAB-OBR(OBR-IDX + 1) TO TAB-OBR(OBR-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTD-OBRIGATORIOS.
           MOVE "S" TO WS-OBRIGATORIOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "CURSO-OBRIG" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "EXCLUI " OBR-TIPO " " OBR-CHAVE " " OBR-CURSO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "OBRIGATORIO EXCLUIDO".

       EXCLUI-OBRIGATORIO-FIM.
           EXIT.

       COPY "CURSPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
