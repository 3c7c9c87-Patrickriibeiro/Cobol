       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG126.
      *    DECISAO DO CONTRATO DE EXPERIENCIA (EXPERIEN.DAT).
      * 2026-10-15 primeira versao: lista os contratos de
      *            experiencia em aberto, com o prazo corrente e os
      *            avisos ja feitos pelo PROG125, e registra a
      *            decisao do gerente para o prazo: prorrogar (so no
      *            primeiro), efetivar ou desligar. prazo ja vencido
      *            nao aceita decisao - o contrato ja e por prazo
      *            indeterminado. so com perfil de supervisor, com
      *            auditoria a cada decisao, no molde do PROG122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EXPSEL.cpy".

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "EXPFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR     VALUE 1.
           88  OPCAO-DECIDIR    VALUE 2.
           88  OPCAO-SAIR       VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DECISAO-PEDIDA PIC X.
           88  DECISAO-PRORROGAR VALUE "P".
           88  DECISAO-EFETIVAR  VALUE "E".
           88  DECISAO-DESLIGAR  VALUE "D".
           88  DECISAO-VALIDA    VALUE "P" "E" "D".
       01  WS-EXPERIENCIA-ALTERADA PIC X VALUE "N".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "PARMWS.cpy".
       COPY "EXPWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.

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

           PERFORM CARREGA-PARAMETROS.
           MOVE "LIMITE-TENTATIVAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-LIMITE-TENTATIVAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-LIMITE-TENTATIVAS.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-EXPERIENCIA.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== CONTRATOS DE EXPERIENCIA ====="
               DISPLAY "1=LISTAR EM ABERTO 2=REGISTRAR DECISAO 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-EM-ABERTO
                   WHEN OPCAO-DECIDIR
                       PERFORM REGISTRA-DECISAO
                           THRU REGISTRA-DECISAO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-EXPERIENCIA-ALTERADA = "S"
               PERFORM GRAVA-EXPERIENCIA
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
           MOVE WS-COD-PROCURADO TO WS-DV-NUMERO.
           PERFORM CALCULA-DIGITO-VERIFICADOR.
           MOVE SPACES TO WS-COD-CHAVE.
           STRING WS-COD-PROCURADO WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-COD-CHAVE.

       LISTA-EM-ABERTO.
           DISPLAY "COD    ADMISSAO SIT PRAZO    AVISO GER AVISO SUP".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-QTD-EXPERIENCIA
               MOVE TAB-EXP(EXP-IDX) TO EXP-EXPERIENCIA-REC
               IF EXP-EM-ABERTO
                   PERFORM CALCULA-PRAZO-EXPERIENCIA
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY EXP-COD " " EXP-DATA-ADMISSAO "  "
                       EXP-SITUACAO "  " WS-EXP-PRAZO " "
                       EXP-AVISO-GERENTE "  " EXP-AVISO-SUPERVISOR
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " CONTRATO(S) EM ABERTO".

      *    decidir contrato e so para supervisor (mesma regra da
      *    autorizacao de hora extra no PROG122).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "DECISAO DE EXPERIENCIA SO PARA SUPERVISOR"
               MOVE "PROG126" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    a decisao vale para o prazo corrente e tem de sair ate o
      *    ultimo dia dele; prorrogar so no primeiro prazo.
       REGISTRA-DECISAO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO REGISTRA-DECISAO-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           MOVE WS-COD-CHAVE TO WS-EXP-COD-PEDIDO.
           PERFORM PROCURA-EXPERIENCIA.
           IF WS-EXP-ACHADA = 0
               DISPLAY "FUNCIONARIO " WS-COD-CHAVE
                   " SEM CONTRATO DE EXPERIENCIA (PROG125)"
               GO TO REGISTRA-DECISAO-FIM
           END-IF.
           IF NOT EXP-EM-ABERTO
               DISPLAY "CONTRATO JA ENCERRADO, SITUACAO "
                   EXP-SITUACAO " DECISAO " EXP-DECISAO
               GO TO REGISTRA-DECISAO-FIM
           END-IF.
           IF WS-DATA-HOJE > WS-EXP-PRAZO
               DISPLAY "PRAZO VENCEU EM " WS-EXP-PRAZO
                   ": CONTRATO JA POR PRAZO INDETERMINADO"
               MOVE "PROG126" TO WS-EXCCOM-PROGRAMA
               MOVE "EXP-PRAZO" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-DECISAO-FIM
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           MOVE WS-COD-CHAVE TO FM-COD.
           MOVE SPACES TO FM-NOME.
           IF WS-MASTER-STATUS = "00"
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO FM-NOME
               END-READ
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           DISPLAY "FUNCIONARIO " WS-COD-CHAVE " " FM-NOME.
           DISPLAY "ADMISSAO " EXP-DATA-ADMISSAO " PRAZO CORRENTE ATE "
               WS-EXP-PRAZO.

           IF EXP-PRIMEIRO-PRAZO
               DISPLAY "DECISAO (P=PRORROGAR ATE " EXP-FIM-SEGUNDO
                   " E=EFETIVAR D=DESLIGAR):"
           ELSE
               DISPLAY "DECISAO (E=EFETIVAR D=DESLIGAR):"
           END-IF.
           ACCEPT WS-DECISAO-PEDIDA.
           IF NOT DECISAO-VALIDA
                   OR (DECISAO-PRORROGAR AND EXP-PRORROGADO)
               DISPLAY "DECISAO INVALIDA PARA ESTE PRAZO"
               MOVE "PROG126" TO WS-EXCCOM-PROGRAMA
               MOVE "EXP-DECISAO" TO WS-EXCCOM-CAMPO
               MOVE WS-DECISAO-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-DECISAO-FIM
           END-IF.
           DISPLAY "CONFIRMA? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               GO TO REGISTRA-DECISAO-FIM
           END-IF.

           MOVE WS-DECISAO-PEDIDA TO EXP-DECISAO.
           MOVE WS-DATA-HOJE TO EXP-DATA-DECISAO.
           MOVE WS-OPERADOR-ID-DIGITADO TO EXP-OPERADOR.
           EVALUATE TRUE
               WHEN DECISAO-PRORROGAR
                   MOVE "2" TO EXP-SITUACAO
                   MOVE 0 TO EXP-AVISO-GERENTE EXP-AVISO-SUPERVISOR
               WHEN DECISAO-EFETIVAR
                   MOVE "E" TO EXP-SITUACAO
               WHEN DECISAO-DESLIGAR
                   MOVE "D" TO EXP-SITUACAO
           END-EVALUATE.
           MOVE EXP-EXPERIENCIA-REC TO TAB-EXP(WS-EXP-ACHADA).
           MOVE "S" TO WS-EXPERIENCIA-ALTERADA.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "EXPERIENCIA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING EXP-COD " DECISAO " EXP-DECISAO " PRAZO "
                  WS-EXP-PRAZO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "DECISAO GRAVADA".
           IF DECISAO-DESLIGAR
               DISPLAY "INATIVAR NO PROG41 ATE " WS-EXP-PRAZO
                   " PARA A RESCISAO SAIR NO PROG105"
           END-IF.

       REGISTRA-DECISAO-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "EXPPROC.cpy".
