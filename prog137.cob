       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG137.
      *    MANUTENCAO DOS CONTRATOS RECORRENTES DE CLIENTES.
      * 2026-10-15 primeira versao: lista, inclui e encerra os
      *            contratos de cobranca fixa mensal do CONTRATO.DAT
      *            (cliente, descricao, valor, dia de cobranca,
      *            inicio, fim e departamento) que o PROG136 fatura
      *            todo mes, sob sign-on de operador e com linha de
      *            auditoria a cada mudanca. o cliente tem de estar
      *            ativo no CLIMSTR.DAT e o departamento no
      *            SOMADEPT.DAT, quando os arquivos existem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTRSEL.cpy".

           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

      *    departamentos reconhecidos do PROG3; sem o arquivo,
      *    qualquer departamento nao vazio e aceito.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO "SOMADEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTOS-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "CTRFD.cpy".

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       01  DEPARTAMENTO-REC.
           05  DEPTO-CODIGO PIC X(4).
           05  DEPTO-NOME   PIC X(20).

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-CLIMSTR-STATUS PIC XX.
       01  WS-DEPTOS-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR   VALUE 1.
           88  OPCAO-INCLUIR  VALUE 2.
           88  OPCAO-ENCERRAR VALUE 3.
           88  OPCAO-SAIR     VALUE 0.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-ENTRADA PIC X(30).
       01  WS-NUMERO-ENTRADA PIC X(8).
       01  WS-NUMERO-PEDIDO PIC 9(6).
       01  WS-PROXIMO-NUMERO PIC 9(6).
       01  WS-CONTRATO-ACHADO PIC X.
           88  CONTRATO-ACHADO VALUE "S".
       01  WS-CAMPO-OK PIC X.
           88  CAMPO-ACEITO VALUE "S".
       01  WS-DEPTO-OK PIC X.
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-VALOR-EDIT PIC Z(6)9.99.
       01  WS-SITUACAO-CONTRATO PIC X(9).

       COPY "CAMPOSCOM.cpy".
       COPY "CTRWS.cpy".
       COPY "DATAWS.cpy".
       COPY "SIGNWS.cpy".

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
           PERFORM CARREGA-CONTRATOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== CONTRATOS RECORRENTES DE CLIENTES ====="
               DISPLAY "1=LISTAR 2=INCLUIR 3=ENCERRAR 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR   PERFORM LISTA-CONTRATOS
                   WHEN OPCAO-INCLUIR
                       PERFORM INCLUI-CONTRATO THRU INCLUI-CONTRATO-FIM
                   WHEN OPCAO-ENCERRAR
                       PERFORM ENCERRA-CONTRATO
                           THRU ENCERRA-CONTRATO-FIM
                   WHEN OPCAO-SAIR     CONTINUE
                   WHEN OTHER          DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

      *    contratos de um cliente, ou todos com o nome em branco.
       LISTA-CONTRATOS.
           DISPLAY "NOME DO CLIENTE (EM BRANCO = TODOS):"
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-QTD-CONTRATOS
               MOVE TAB-CTR(CTR-IDX) TO CTR-CONTRATO-REC
               IF WS-ENTRADA = SPACES OR CTR-CLIENTE = WS-ENTRADA
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM EXIBE-CONTRATO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " CONTRATO(S)".

       EXIBE-CONTRATO.
           MOVE CTR-VALOR TO WS-VALOR-EDIT.
           MOVE "VIGENTE" TO WS-SITUACAO-CONTRATO.
           IF CTR-FIM NOT = 0 AND CTR-FIM < WS-DATA-HOJE
               MOVE "ENCERRADO" TO WS-SITUACAO-CONTRATO
           END-IF.
           DISPLAY CTR-NUMERO " " CTR-CLIENTE " " CTR-DESCRICAO.
           DISPLAY "       VALOR " WS-VALOR-EDIT " DIA "
               CTR-DIA-COBRANCA " DEPTO " CTR-DEPTO " INICIO "
               CTR-INICIO " FIM " CTR-FIM.
           DISPLAY "       ULTIMA COMPETENCIA " CTR-ULTIMA-COMPETENCIA
               " " WS-SITUACAO-CONTRATO.

      *    consulta nao inclui nem encerra (mesma regra do PROG127).
       VERIFICA-PERFIL.
           MOVE "S" TO WS-CAMPO-OK.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO ALTERA CONTRATO"
               MOVE "PROG137" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "N" TO WS-CAMPO-OK
           END-IF.

       INCLUI-CONTRATO.
           PERFORM VERIFICA-PERFIL.
           IF NOT CAMPO-ACEITO
               GO TO INCLUI-CONTRATO-FIM
           END-IF.
           IF WS-QTD-CONTRATOS NOT < 2000
               DISPLAY "TABELA DE CONTRATOS CHEIA"
               GO TO INCLUI-CONTRATO-FIM
           END-IF.
           MOVE SPACES TO CTR-CONTRATO-REC.

           DISPLAY "NOME DO CLIENTE (20 CARACTERES):"
           ACCEPT CTR-CLIENTE.
           PERFORM CONFERE-CLIENTE.
           IF NOT CAMPO-ACEITO
               MOVE "CLIENTE" TO WS-EXCCOM-CAMPO
               MOVE CTR-CLIENTE TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.

           DISPLAY "DESCRICAO (30 CARACTERES):"
           ACCEPT CTR-DESCRICAO.
           IF CTR-DESCRICAO = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA"
               GO TO INCLUI-CONTRATO-FIM
           END-IF.

           DISPLAY "VALOR MENSAL (ATE 9999999.99):"
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               MOVE "VALOR" TO WS-EXCCOM-CAMPO
               MOVE WS-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.
           COMPUTE CTR-VALOR = FUNCTION NUMVAL(WS-ENTRADA).
           IF CTR-VALOR = 0
               MOVE "VALOR" TO WS-EXCCOM-CAMPO
               MOVE WS-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.

           DISPLAY "DIA DE COBRANCA (1 A 31):"
           MOVE SPACES TO WS-NUMERO-ENTRADA.
           ACCEPT WS-NUMERO-ENTRADA.
           MOVE 0 TO CTR-DIA-COBRANCA.
           IF FUNCTION TRIM(WS-NUMERO-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-NUMERO-ENTRADA)
                   TO CTR-DIA-COBRANCA
           END-IF.
           IF CTR-DIA-COBRANCA < 1 OR CTR-DIA-COBRANCA > 31
               MOVE "DIA-COBRANCA" TO WS-EXCCOM-CAMPO
               MOVE WS-NUMERO-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.

           DISPLAY "DEPARTAMENTO (4 CARACTERES):"
           ACCEPT CTR-DEPTO.
           PERFORM CONFERE-DEPARTAMENTO
               THRU CONFERE-DEPARTAMENTO-FIM.
           IF WS-DEPTO-OK NOT = "S"
               MOVE "DEPTO" TO WS-EXCCOM-CAMPO
               MOVE CTR-DEPTO TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.

           DISPLAY "INICIO AAAAMMDD (EM BRANCO = HOJE):"
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM.
           IF NOT CAMPO-ACEITO
               MOVE "INICIO" TO WS-EXCCOM-CAMPO
               MOVE WS-NUMERO-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.
           IF WS-DATA-CONFERIDA = 0
               MOVE WS-DATA-HOJE TO WS-DATA-CONFERIDA
           END-IF.
           MOVE WS-DATA-CONFERIDA TO CTR-INICIO.

           DISPLAY "FIM AAAAMMDD (EM BRANCO = SEM PRAZO):"
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM.
           IF NOT CAMPO-ACEITO
                   OR (WS-DATA-CONFERIDA NOT = 0
                       AND WS-DATA-CONFERIDA < CTR-INICIO)
               MOVE "FIM" TO WS-EXCCOM-CAMPO
               MOVE WS-NUMERO-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO INCLUI-CONTRATO-FIM
           END-IF.
           MOVE WS-DATA-CONFERIDA TO CTR-FIM.

      *    numeracao segue o maior numero ja usado.
           MOVE 0 TO WS-PROXIMO-NUMERO.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-QTD-CONTRATOS
               IF TAB-CTR(CTR-IDX)(1:6) > WS-PROXIMO-NUMERO
                   MOVE TAB-CTR(CTR-IDX)(1:6) TO WS-PROXIMO-NUMERO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROXIMO-NUMERO.
           MOVE WS-PROXIMO-NUMERO TO CTR-NUMERO.
           MOVE 0 TO CTR-ULTIMA-COMPETENCIA.
           MOVE WS-OPERADOR-ID-DIGITADO TO CTR-OPERADOR.
           MOVE WS-DATA-HOJE TO CTR-DATA-CADASTRO.

           ADD 1 TO WS-QTD-CONTRATOS.
           MOVE CTR-CONTRATO-REC TO TAB-CTR(WS-QTD-CONTRATOS).
           PERFORM GRAVA-CONTRATOS.

           MOVE CTR-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "INC " CTR-NUMERO " " CTR-CLIENTE " "
                  FUNCTION TRIM(WS-VALOR-EDIT)
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM REGISTRA-AUDITORIA-CTR.
           DISPLAY "CONTRATO " CTR-NUMERO " INCLUIDO".

       INCLUI-CONTRATO-FIM.
           EXIT.

      *    encerrar e dar data de fim: o contrato fica no arquivo
      *    para o historico e o PROG136 deixa de cobrar depois dela.
       ENCERRA-CONTRATO.
           PERFORM VERIFICA-PERFIL.
           IF NOT CAMPO-ACEITO
               GO TO ENCERRA-CONTRATO-FIM
           END-IF.
           DISPLAY "NUMERO DO CONTRATO:"
           MOVE SPACES TO WS-NUMERO-ENTRADA.
           ACCEPT WS-NUMERO-ENTRADA.
           MOVE 0 TO WS-NUMERO-PEDIDO.
           IF FUNCTION TRIM(WS-NUMERO-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-NUMERO-ENTRADA)
                   TO WS-NUMERO-PEDIDO
           END-IF.
           MOVE "N" TO WS-CONTRATO-ACHADO.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-QTD-CONTRATOS
                       OR CONTRATO-ACHADO
               IF TAB-CTR(CTR-IDX)(1:6) = WS-NUMERO-PEDIDO
                   MOVE "S" TO WS-CONTRATO-ACHADO
                   MOVE TAB-CTR(CTR-IDX) TO CTR-CONTRATO-REC
               END-IF
           END-PERFORM.
           IF NOT CONTRATO-ACHADO
               DISPLAY "CONTRATO NAO CADASTRADO"
               GO TO ENCERRA-CONTRATO-FIM
           END-IF.
           SET CTR-IDX DOWN BY 1.
           PERFORM EXIBE-CONTRATO.

           DISPLAY "ULTIMO DIA DE COBRANCA AAAAMMDD (BRANCO = HOJE):"
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM.
           IF NOT CAMPO-ACEITO
               MOVE "FIM" TO WS-EXCCOM-CAMPO
               MOVE WS-NUMERO-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-ENTRADA
               GO TO ENCERRA-CONTRATO-FIM
           END-IF.
           IF WS-DATA-CONFERIDA = 0
               MOVE WS-DATA-HOJE TO WS-DATA-CONFERIDA
           END-IF.
      *    contrato que ainda nem comecou encerra no proprio inicio.
           IF WS-DATA-CONFERIDA < CTR-INICIO
               MOVE CTR-INICIO TO WS-DATA-CONFERIDA
           END-IF.
           MOVE WS-DATA-CONFERIDA TO CTR-FIM.
           MOVE CTR-CONTRATO-REC TO TAB-CTR(CTR-IDX).
           PERFORM GRAVA-CONTRATOS.

           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "FIM " CTR-NUMERO " " CTR-CLIENTE " " CTR-FIM
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM REGISTRA-AUDITORIA-CTR.
           DISPLAY "CONTRATO " CTR-NUMERO " ENCERRADO EM " CTR-FIM.

       ENCERRA-CONTRATO-FIM.
           EXIT.

      *    data AAAAMMDD de calendario ou em branco (devolve zero).
       PEDE-DATA.
           MOVE "S" TO WS-CAMPO-OK.
           MOVE 0 TO WS-DATA-CONFERIDA.
           MOVE SPACES TO WS-NUMERO-ENTRADA.
           ACCEPT WS-NUMERO-ENTRADA.
           IF WS-NUMERO-ENTRADA = SPACES
               GO TO PEDE-DATA-FIM
           END-IF.
           IF WS-NUMERO-ENTRADA IS NOT NUMERIC
               MOVE "N" TO WS-CAMPO-OK
               GO TO PEDE-DATA-FIM
           END-IF.
           MOVE WS-NUMERO-ENTRADA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
               MOVE "N" TO WS-CAMPO-OK
           END-IF.

       PEDE-DATA-FIM.
           EXIT.

      *    sem o CLIMSTR.DAT a conferencia e dispensada, como no
      *    PROG3; com ele, so cliente cadastrado e ativo.
       CONFERE-CLIENTE.
           MOVE "S" TO WS-CAMPO-OK.
           IF CTR-CLIENTE = SPACES
               MOVE "N" TO WS-CAMPO-OK
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS = "00"
               MOVE CTR-CLIENTE TO CLI-NOME
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CAMPO-OK
                   NOT INVALID KEY
                       IF CLI-SITUACAO = "I"
                           DISPLAY "CLIENTE INATIVO NO CLIMSTR.DAT"
                           MOVE "N" TO WS-CAMPO-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE CLIENTES-FILE.

       CONFERE-DEPARTAMENTO.
           MOVE "N" TO WS-DEPTO-OK.
           IF CTR-DEPTO = SPACES
               GO TO CONFERE-DEPARTAMENTO-FIM
           END-IF.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTOS-STATUS NOT = "00"
               MOVE "S" TO WS-DEPTO-OK
           END-IF.
           PERFORM UNTIL WS-DEPTOS-STATUS NOT = "00"
               READ DEPARTAMENTOS-FILE
                   AT END
                       MOVE "10" TO WS-DEPTOS-STATUS
                   NOT AT END
                       IF DEPTO-CODIGO = CTR-DEPTO
                           MOVE "S" TO WS-DEPTO-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTAMENTOS-FILE.

       CONFERE-DEPARTAMENTO-FIM.
           EXIT.

       REJEITA-ENTRADA.
           DISPLAY "ENTRADA INVALIDA: " WS-EXCCOM-CAMPO.
           MOVE "PROG137" TO WS-EXCCOM-PROGRAMA.
           PERFORM GRAVA-EXCECAO-COMUM.

       REGISTRA-AUDITORIA-CTR.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "CONTRATO" TO WS-OPERADOR-COMUM.
           PERFORM GRAVA-AUDITORIA-COMUM.

       COPY "CTRPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
