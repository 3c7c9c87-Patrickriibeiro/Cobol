       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG144.
      *    ACOMPANHAMENTO DOS PLANOS DE ACAO DA PESQUISA.
      * 2026-10-15 primeira versao: lista os planos de acao abertos
      *            pelo PROG85 (PESQPLAN.DAT) - todos ou de um
      *            departamento - com dono, prazo, situacao, notas
      *            e a nota de depois quando a pergunta voltou em
      *            outra campanha, e registra o andamento: situacao
      *            (A=ABERTO E=EM ANDAMENTO C=CONCLUIDO) e notas do
      *            dono. perfil de consulta so lista; cada
      *            atualizacao fica na trilha comum de auditoria,
      *            no molde do PROG126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PLANSEL.cpy".

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "PLANFD.cpy".

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR     VALUE 1.
           88  OPCAO-ATUALIZAR  VALUE 2.
           88  OPCAO-SAIR       VALUE 0.

       01  WS-DEPTO-FILTRO PIC X(4).
       01  WS-ITEM-ENTRADA PIC X(4).
       01  WS-ITEM PIC 9(4).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-SITUACAO-PEDIDA PIC X.
           88  SITUACAO-PEDIDA-VALIDA VALUE "A" "E" "C".
       01  WS-NOTAS-DIGITADAS PIC X(60).
       01  WS-PLANOS-ALTERADOS PIC X VALUE "N".
       01  WS-PERFIL-OK PIC X VALUE "S".
           88  PERFIL-ACEITO VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "PLANWS.cpy".

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

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-PLANOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== PLANOS DE ACAO DA PESQUISA ====="
               DISPLAY "1=LISTAR 2=ATUALIZAR ANDAMENTO 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-PLANOS
                   WHEN OPCAO-ATUALIZAR
                       PERFORM ATUALIZA-PLANO
                           THRU ATUALIZA-PLANO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-PLANOS-ALTERADOS = "S"
               PERFORM GRAVA-PLANOS
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

      *    o numero do item e a posicao no arquivo; e por ele que a
      *    atualizacao escolhe o plano.
       LISTA-PLANOS.
           DISPLAY "DEPARTAMENTO (BRANCO = TODOS):"
           ACCEPT WS-DEPTO-FILTRO.
           DISPLAY "ITEM CAMPANHA   DEPT PERGUNTA   NOTA MIN DONO"
               "                 PRAZO    SIT".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
                   UNTIL PLANO-IDX > WS-QTD-PLANOS
               MOVE TAB-PLANO(PLANO-IDX) TO PL-PLANO-REC
               IF WS-DEPTO-FILTRO = SPACES
                       OR WS-DEPTO-FILTRO = PL-DEPTO
                   ADD 1 TO WS-QTD-LISTADOS
                   SET WS-ITEM TO PLANO-IDX
                   PERFORM MOSTRA-PLANO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " PLANO(S) DE ACAO".

       MOSTRA-PLANO.
           DISPLAY WS-ITEM " " PL-CAMPANHA " " PL-DEPTO " "
               PL-PERGUNTA " " PL-NOTA "  " PL-LIMITE " " PL-DONO
               " " PL-PRAZO " " PL-SITUACAO.
           IF PL-NOTAS NOT = SPACES
               DISPLAY "     NOTAS: " PL-NOTAS
           END-IF.
           IF PL-CAMPANHA-DEPOIS NOT = SPACES
               DISPLAY "     ANTES " PL-NOTA " DEPOIS " PL-NOTA-DEPOIS
                   " NA CAMPANHA " PL-CAMPANHA-DEPOIS
           END-IF.
           IF PL-PENDENTE AND PL-PRAZO < WS-DATA-HOJE
               DISPLAY "     PRAZO VENCIDO"
           END-IF.

      *    consulta nao atualiza plano (mesma regra do PROG137).
       VERIFICA-PERFIL.
           MOVE "S" TO WS-PERFIL-OK.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO ATUALIZA PLANO DE ACAO"
               MOVE "PROG144" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "N" TO WS-PERFIL-OK
           END-IF.

      *    situacao ou notas em branco ficam como estao; so grava se
      *    alguma coisa mudou e o operador confirmou.
       ATUALIZA-PLANO.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO ATUALIZA-PLANO-FIM
           END-IF.
           DISPLAY "ITEM DO PLANO (VER LISTAGEM):"
           ACCEPT WS-ITEM-ENTRADA.
           MOVE 0 TO WS-ITEM.
           IF FUNCTION TRIM(WS-ITEM-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ITEM-ENTRADA) TO WS-ITEM
           END-IF.
           IF WS-ITEM = 0 OR WS-ITEM > WS-QTD-PLANOS
               DISPLAY "ITEM INEXISTENTE"
               GO TO ATUALIZA-PLANO-FIM
           END-IF.
           MOVE TAB-PLANO(WS-ITEM) TO PL-PLANO-REC.
           PERFORM MOSTRA-PLANO.
           IF PL-CONCLUIDO
               DISPLAY "PLANO JA CONCLUIDO"
               GO TO ATUALIZA-PLANO-FIM
           END-IF.

           DISPLAY "NOVA SITUACAO (A=ABERTO E=EM ANDAMENTO"
               " C=CONCLUIDO, BRANCO = MANTEM):"
           ACCEPT WS-SITUACAO-PEDIDA.
           IF WS-SITUACAO-PEDIDA = SPACE
               MOVE PL-SITUACAO TO WS-SITUACAO-PEDIDA
           END-IF.
           IF NOT SITUACAO-PEDIDA-VALIDA
               DISPLAY "SITUACAO INVALIDA"
               MOVE "PROG144" TO WS-EXCCOM-PROGRAMA
               MOVE "PL-SITUACAO" TO WS-EXCCOM-CAMPO
               MOVE WS-SITUACAO-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATUALIZA-PLANO-FIM
           END-IF.
           DISPLAY "NOTAS DO ANDAMENTO (BRANCO = MANTEM):"
           ACCEPT WS-NOTAS-DIGITADAS.
           IF WS-NOTAS-DIGITADAS = SPACES
               MOVE PL-NOTAS TO WS-NOTAS-DIGITADAS
           END-IF.
           IF WS-SITUACAO-PEDIDA = PL-SITUACAO
                   AND WS-NOTAS-DIGITADAS = PL-NOTAS
               DISPLAY "NADA A ALTERAR"
               GO TO ATUALIZA-PLANO-FIM
           END-IF.
           DISPLAY "CONFIRMA (S/N)?"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ATUALIZACAO CANCELADA"
               GO TO ATUALIZA-PLANO-FIM
           END-IF.

           MOVE WS-SITUACAO-PEDIDA TO PL-SITUACAO.
           MOVE WS-NOTAS-DIGITADAS TO PL-NOTAS.
           MOVE WS-OPERADOR-ID-DIGITADO TO PL-OPERADOR.
           MOVE WS-DATA-HOJE TO PL-DATA-ATUALIZACAO.
           MOVE PL-PLANO-REC TO TAB-PLANO(WS-ITEM).
           MOVE "S" TO WS-PLANOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "PLANO-ACAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "PLANO " DELIMITED BY SIZE
                  PL-CAMPANHA DELIMITED BY SPACE
                  " " PL-DEPTO " " DELIMITED BY SIZE
                  PL-PERGUNTA DELIMITED BY SPACE
                  " SITUACAO " PL-SITUACAO
                  DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "PLANO ATUALIZADO".

       ATUALIZA-PLANO-FIM.
           EXIT.

       COPY "PLANPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
