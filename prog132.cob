       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG132.
      *    ATRIBUICAO DOS RECEBIMENTOS EM SUSPENSO (RECSUSP.DAT).
      * 2026-10-15 primeira versao: lista os pagamentos do retorno
      *            bancario que o PROG131 nao conseguiu lancar e
      *            deixa o supervisor atribuir cada um ao cliente
      *            certo do CLIMSTR.DAT (ativo): o credito vai para
      *            o razao LEDGER.DAT com linha RECEBIMENTO no
      *            HISTTRAN.DAT, carimbada com o operador, e o
      *            suspenso fica marcado como atribuido. auditoria a
      *            cada atribuicao, no molde do PROG127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUSPSEL.cpy".

           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

           SELECT RAZAO-CLIENTE-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAZAO-NOME
               FILE STATUS IS WS-RAZAO-STATUS.

           SELECT HISTORICO-TRANSACOES-FILE ASSIGN TO "HISTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "SUSPFD.cpy".

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-CLIMSTR-STATUS PIC XX.
       01  WS-RAZAO-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR        VALUE 1.
           88  OPCAO-ATRIBUIR      VALUE 2.
           88  OPCAO-SAIR          VALUE 0.

       01  WS-NUMERO-ENTRADA PIC X(4).
       01  WS-NUMERO-PEDIDO PIC 9(4).
       01  WS-CLIENTE-PEDIDO PIC X(20).
       01  WS-CONFIRMA PIC X.
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-SUSPENSOS-ALTERADOS PIC X VALUE "N".
       01  WS-VALOR-EDIT PIC Z(8)9.99.
       01  WS-DESCRICAO-MOTIVO PIC X(16).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "PARMWS.cpy".
       COPY "SUSPWS.cpy".

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
           PERFORM CARREGA-SUSPENSOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== RECEBIMENTOS EM SUSPENSO ====="
               DISPLAY "1=LISTAR PENDENTES 2=ATRIBUIR A CLIENTE "
                   "0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-PENDENTES
                   WHEN OPCAO-ATRIBUIR
                       PERFORM ATRIBUI-RECEBIMENTO
                           THRU ATRIBUI-RECEBIMENTO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-SUSPENSOS-ALTERADOS = "S"
               PERFORM GRAVA-SUSPENSOS
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       DESCREVE-MOTIVO.
           EVALUATE TRUE
               WHEN SUS-SEM-CLIENTE
                   MOVE "SEM CLIENTE" TO WS-DESCRICAO-MOTIVO
               WHEN SUS-CLIENTE-INATIVO
                   MOVE "CLIENTE INATIVO" TO WS-DESCRICAO-MOTIVO
               WHEN SUS-VALOR-ALTO
                   MOVE "VALOR NO LIMITE" TO WS-DESCRICAO-MOTIVO
               WHEN OTHER MOVE "?" TO WS-DESCRICAO-MOTIVO
           END-EVALUATE.

      *    o numero da lista e o que se digita para atribuir.
       LISTA-PENDENTES.
           DISPLAY "NR   LOTE       SEQ    COD   PAGTO          VALOR"
               " DOCUMENTO       MOTIVO".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING SUS-IDX FROM 1 BY 1
                   UNTIL SUS-IDX > WS-QTD-SUSPENSOS
               MOVE TAB-SUS(SUS-IDX) TO SUS-RECEBIMENTO-REC
               IF SUS-PENDENTE
                   ADD 1 TO WS-QTD-LISTADOS
                   SET WS-NUMERO-PEDIDO TO SUS-IDX
                   MOVE SUS-VALOR TO WS-VALOR-EDIT
                   PERFORM DESCREVE-MOTIVO
                   DISPLAY WS-NUMERO-PEDIDO " " SUS-LOTE " " SUS-SEQ
                       " " SUS-CLI-CODIGO " " SUS-DATA-PAGTO " "
                       WS-VALOR-EDIT " " SUS-DOCUMENTO " "
                       WS-DESCRICAO-MOTIVO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " RECEBIMENTO(S) PENDENTE(S)".

      *    so supervisor atribui (credito em conta de cliente, como
      *    a fusao do PROG95); o cliente tem de existir e estar
      *    ativo no CLIMSTR.
       ATRIBUI-RECEBIMENTO.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "ATRIBUIR RECEBIMENTO SO PARA SUPERVISOR"
               MOVE "PROG132" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-RECEBIMENTO-FIM
           END-IF.
           DISPLAY "NUMERO DO RECEBIMENTO NA LISTA:"
           ACCEPT WS-NUMERO-ENTRADA.
           MOVE 0 TO WS-NUMERO-PEDIDO.
           IF FUNCTION TRIM(WS-NUMERO-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-NUMERO-ENTRADA)
                   TO WS-NUMERO-PEDIDO
           END-IF.
           IF WS-NUMERO-PEDIDO = 0
                   OR WS-NUMERO-PEDIDO > WS-QTD-SUSPENSOS
               DISPLAY "NUMERO FORA DA LISTA"
               MOVE "PROG132" TO WS-EXCCOM-PROGRAMA
               MOVE "SUS-NUMERO" TO WS-EXCCOM-CAMPO
               MOVE WS-NUMERO-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-RECEBIMENTO-FIM
           END-IF.
           MOVE TAB-SUS(WS-NUMERO-PEDIDO) TO SUS-RECEBIMENTO-REC.
           IF NOT SUS-PENDENTE
               DISPLAY "RECEBIMENTO JA ATRIBUIDO A " SUS-CLIENTE
               GO TO ATRIBUI-RECEBIMENTO-FIM
           END-IF.
           MOVE SUS-VALOR TO WS-VALOR-EDIT.
           DISPLAY "LOTE " SUS-LOTE " SEQ " SUS-SEQ " CODIGO "
               SUS-CLI-CODIGO " VALOR " WS-VALOR-EDIT.

           DISPLAY "NOME DO CLIENTE (COMO NO RAZAO):"
           ACCEPT WS-CLIENTE-PEDIDO.
           MOVE SPACE TO CLI-SITUACAO.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS = "00"
               MOVE WS-CLIENTE-PEDIDO TO CLI-NOME
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE SPACE TO CLI-SITUACAO
               END-READ
           END-IF.
           CLOSE CLIENTES-FILE.
           IF CLI-SITUACAO NOT = "A"
               DISPLAY "CLIENTE " WS-CLIENTE-PEDIDO
                   " NAO ESTA ATIVO NO CLIMSTR"
               MOVE "PROG132" TO WS-EXCCOM-PROGRAMA
               MOVE "SUS-CLIENTE" TO WS-EXCCOM-CAMPO
               MOVE WS-CLIENTE-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-RECEBIMENTO-FIM
           END-IF.
           DISPLAY "CREDITAR " WS-VALOR-EDIT " A " CLI-NOME
               " (CODIGO " CLI-CODIGO ")? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               GO TO ATRIBUI-RECEBIMENTO-FIM
           END-IF.

           OPEN I-O RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS = "35"
               OPEN OUTPUT RAZAO-CLIENTE-FILE
               CLOSE RAZAO-CLIENTE-FILE
               OPEN I-O RAZAO-CLIENTE-FILE
           END-IF.
           OPEN EXTEND HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
               OPEN OUTPUT HISTORICO-TRANSACOES-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-RECB-DATA-HORA.
           MOVE CLI-NOME TO WS-RECB-CLIENTE.
           MOVE SUS-VALOR TO WS-RECB-VALOR.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-RECB-OPERADOR.
           PERFORM LANCA-RECEBIMENTO THRU LANCA-RECEBIMENTO-FIM.
           CLOSE HISTORICO-TRANSACOES-FILE.
           CLOSE RAZAO-CLIENTE-FILE.
           IF WS-RECB-LANCADO NOT = "S"
               DISPLAY "VALOR NAO CABE NO SALDO DO RAZAO, NADA LANCADO"
               MOVE "PROG132" TO WS-EXCCOM-PROGRAMA
               MOVE "SUS-VALOR" TO WS-EXCCOM-CAMPO
               MOVE WS-VALOR-EDIT TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-RECEBIMENTO-FIM
           END-IF.

           MOVE "A" TO SUS-SITUACAO.
           MOVE CLI-NOME TO SUS-CLIENTE.
           MOVE WS-OPERADOR-ID-DIGITADO TO SUS-OPERADOR.
           MOVE WS-DATA-HOJE TO SUS-DATA-ATRIBUICAO.
           MOVE SUS-RECEBIMENTO-REC TO TAB-SUS(WS-NUMERO-PEDIDO).
           MOVE "S" TO WS-SUSPENSOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "RECEBIMENTO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING SUS-LOTE " " SUS-SEQ " > " CLI-NOME
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "RECEBIMENTO LANCADO PARA " CLI-NOME.

       ATRIBUI-RECEBIMENTO-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "SUSPPROC.cpy".
