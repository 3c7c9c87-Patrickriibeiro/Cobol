       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG113.
      *    MANUTENCAO DAS ORDENS JUDICIAIS DE DESCONTO (ORDJUD.DAT).
      * 2026-10-15 primeira versao: lista, inclui e encerra ordens
      *            de pensao alimenticia e penhora por codigo de
      *            funcionario, no molde da manutencao de
      *            dependentes (PROG68): sign-on de operador, linha
      *            de auditoria a cada mudanca, datas pela validacao
      *            comum de calendario. incluir e encerrar sao so
      *            para supervisor. ordem nao se exclui: encerra-se
      *            com data de fim, e o historico fica no arquivo.
      *            a sequencia da ordem e a proxima do funcionario e
      *            identifica o credito do beneficiario na remessa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ORDJSEL.cpy".

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "ORDJFD.cpy".

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-ORDJ-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR   VALUE 1.
           88  OPCAO-INCLUIR  VALUE 2.
           88  OPCAO-ENCERRAR VALUE 3.
           88  OPCAO-SAIR     VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(3).
       01  WS-SEQ-PEDIDA PIC 9(3).
       01  WS-SEQ-PROXIMA PIC 9(3).
       01  WS-VALOR-ENTRADA PIC X(11).
       01  WS-ORDEM-ACHADA PIC 9(3).
       01  WS-VALOR-MOSTRADO PIC Z(6)9.99.
       01  WS-PERCENTUAL-MOSTRADO PIC ZZ9.99.
       01  WS-ORDEM-VALIDA PIC X VALUE "N".
           88  ORDEM-VALIDA VALUE "S".

      *    arquivo inteiro em memoria durante a manutencao (imagem
      *    do registro de ORDJFD.cpy); regravado na saida.
       01  WS-TABELA-ORDENS.
           05  TAB-ORD-REG OCCURS 500 TIMES INDEXED BY ORD-IDX
                           PIC X(100).
       01  WS-QTD-ORDENS PIC 9(3) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.
       01  WS-DATA-TENTATIVAS PIC 9 VALUE 0.
       01  WS-PROMPT-DATA PIC X(40).

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

           PERFORM CARREGA-ORDENS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== ORDENS JUDICIAIS DE DESCONTO ====="
               DISPLAY "1=LISTAR 2=INCLUIR 3=ENCERRAR 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-ORDENS
                   WHEN OPCAO-INCLUIR
                       PERFORM INCLUI-ORDEM
                           THRU INCLUI-ORDEM-FIM
                   WHEN OPCAO-ENCERRAR
                       PERFORM ENCERRA-ORDEM
                           THRU ENCERRA-ORDEM-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           PERFORM GRAVA-ORDENS.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-ORDENS.
           MOVE 0 TO WS-QTD-ORDENS.
           OPEN INPUT ORDENS-JUDICIAIS-FILE.
           IF WS-ORDJ-STATUS = "00"
               PERFORM UNTIL WS-ORDJ-STATUS NOT = "00"
                   READ ORDENS-JUDICIAIS-FILE
                       AT END
                           MOVE "10" TO WS-ORDJ-STATUS
                       NOT AT END
                           IF WS-QTD-ORDENS < 500
                               ADD 1 TO WS-QTD-ORDENS
                               SET ORD-IDX TO WS-QTD-ORDENS
                               MOVE OJ-ORDEM-REC TO
                                   TAB-ORD-REG(ORD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDENS-JUDICIAIS-FILE.

       GRAVA-ORDENS.
           OPEN OUTPUT ORDENS-JUDICIAIS-FILE.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > WS-QTD-ORDENS
               MOVE TAB-ORD-REG(ORD-IDX) TO OJ-ORDEM-REC
               WRITE OJ-ORDEM-REC
           END-PERFORM.
           CLOSE ORDENS-JUDICIAIS-FILE.

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
           MOVE WS-COD-PROCURADO TO WS-DV-NUMERO.
           PERFORM CALCULA-DIGITO-VERIFICADOR.
           MOVE SPACES TO WS-COD-CHAVE.
           STRING WS-COD-PROCURADO WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-COD-CHAVE.

      *    lista as ordens do funcionario, vigentes e encerradas, e
      *    deixa em WS-SEQ-PROXIMA a sequencia da proxima ordem.
       LISTA-ORDENS.
           PERFORM PEGA-COD-FUNCIONARIO.
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 1 TO WS-SEQ-PROXIMA.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > WS-QTD-ORDENS
               MOVE TAB-ORD-REG(ORD-IDX) TO OJ-ORDEM-REC
               IF OJ-COD = WS-COD-CHAVE
                   ADD 1 TO WS-QTD-LISTADOS
                   IF OJ-SEQ NOT < WS-SEQ-PROXIMA
                       COMPUTE WS-SEQ-PROXIMA = OJ-SEQ + 1
                   END-IF
                   PERFORM MOSTRA-ORDEM
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "FUNCIONARIO SEM ORDENS JUDICIAIS"
           END-IF.

       MOSTRA-ORDEM.
           IF OJ-BASE-FIXA
               MOVE OJ-VALOR-FIXO TO WS-VALOR-MOSTRADO
               DISPLAY OJ-SEQ " " OJ-TIPO " " OJ-PROCESSO " "
                   OJ-BENEFICIARIO " FIXO " WS-VALOR-MOSTRADO
                   " " OJ-INICIO " A " OJ-FIM
           ELSE
               MOVE OJ-PERCENTUAL TO WS-PERCENTUAL-MOSTRADO
               DISPLAY OJ-SEQ " " OJ-TIPO " " OJ-PROCESSO " "
                   OJ-BENEFICIARIO " " OJ-BASE " "
                   WS-PERCENTUAL-MOSTRADO "% " OJ-INICIO " A " OJ-FIM
           END-IF.

       PEGA-DATA-CALENDARIO.
           MOVE 0 TO WS-DATA-TENTATIVAS.
           MOVE "N" TO WS-DATA-CALENDARIO-OK.
           PERFORM UNTIL DATA-CALENDARIO-VALIDA
                   OR WS-DATA-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY WS-PROMPT-DATA
               ACCEPT WS-DATA-CONFERIDA
               ADD 1 TO WS-DATA-TENTATIVAS
               PERFORM VALIDA-DATA-CALENDARIO
                   THRU VALIDA-DATA-CALENDARIO-FIM
               IF NOT DATA-CALENDARIO-VALIDA
                   DISPLAY "DATA INVALIDA"
               END-IF
           END-PERFORM.

      *    mudanca em ordem judicial e so para supervisor (mesma
      *    regra da aprovacao de salario no PROG69).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "MANUTENCAO DE ORDEM JUDICIAL E SO PARA "
                   "SUPERVISOR"
               MOVE "PROG113" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

       INCLUI-ORDEM.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO INCLUI-ORDEM-FIM
           END-IF.
           IF WS-QTD-ORDENS = 500
               DISPLAY "ARQUIVO DE ORDENS JUDICIAIS CHEIO"
               GO TO INCLUI-ORDEM-FIM
           END-IF.
           PERFORM LISTA-ORDENS.

           MOVE SPACES TO OJ-ORDEM-REC.
           MOVE WS-COD-CHAVE TO OJ-COD.
           MOVE WS-SEQ-PROXIMA TO OJ-SEQ.
           MOVE 0 TO OJ-PERCENTUAL OJ-VALOR-FIXO OJ-FIM.
           DISPLAY "TIPO (P=PENSAO ALIMENTICIA J=PENHORA):"
           ACCEPT OJ-TIPO.
           IF NOT OJ-PENSAO-ALIMENTICIA AND NOT OJ-PENHORA
               DISPLAY "TIPO INVALIDO, NADA INCLUIDO"
               MOVE "OJ-TIPO" TO WS-EXCCOM-CAMPO
               MOVE OJ-TIPO TO WS-EXCCOM-VALOR
               GO TO INCLUI-ORDEM-RECUSA
           END-IF.
           DISPLAY "NUMERO DO PROCESSO (ATE 20 CARACTERES):"
           ACCEPT OJ-PROCESSO.
           DISPLAY "BENEFICIARIO (ATE 20 CARACTERES):"
           ACCEPT OJ-BENEFICIARIO.
           DISPLAY "BASE (L=% DO LIQUIDO B=% DO BRUTO F=VALOR FIXO):"
           ACCEPT OJ-BASE.
           IF NOT OJ-BASE-LIQUIDO AND NOT OJ-BASE-BRUTO
                   AND NOT OJ-BASE-FIXA
               DISPLAY "BASE INVALIDA, NADA INCLUIDO"
               MOVE "OJ-BASE" TO WS-EXCCOM-CAMPO
               MOVE OJ-BASE TO WS-EXCCOM-VALOR
               GO TO INCLUI-ORDEM-RECUSA
           END-IF.
           IF OJ-BASE-FIXA
               DISPLAY "VALOR MENSAL (ATE 9999999.99):"
               ACCEPT WS-VALOR-ENTRADA
               COMPUTE OJ-VALOR-FIXO =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA)
               IF OJ-VALOR-FIXO = 0
                   DISPLAY "VALOR INVALIDO, NADA INCLUIDO"
                   MOVE "OJ-VALOR-FIXO" TO WS-EXCCOM-CAMPO
                   MOVE WS-VALOR-ENTRADA TO WS-EXCCOM-VALOR
                   GO TO INCLUI-ORDEM-RECUSA
               END-IF
           ELSE
               DISPLAY "PERCENTUAL (ATE 100.00):"
               ACCEPT WS-VALOR-ENTRADA
               COMPUTE OJ-PERCENTUAL =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA)
               IF OJ-PERCENTUAL = 0 OR OJ-PERCENTUAL > 100
                   DISPLAY "PERCENTUAL INVALIDO, NADA INCLUIDO"
                   MOVE "OJ-PERCENTUAL" TO WS-EXCCOM-CAMPO
                   MOVE WS-VALOR-ENTRADA TO WS-EXCCOM-VALOR
                   GO TO INCLUI-ORDEM-RECUSA
               END-IF
           END-IF.
           DISPLAY "BANCO DO BENEFICIARIO (3 DIGITOS):"
           ACCEPT OJ-BANCO.
           DISPLAY "AGENCIA (4 DIGITOS):"
           ACCEPT OJ-AGENCIA.
           DISPLAY "CONTA (ATE 12 CARACTERES):"
           ACCEPT OJ-CONTA.

           MOVE "INICIO DA VIGENCIA (AAAAMMDD):" TO WS-PROMPT-DATA.
           PERFORM PEGA-DATA-CALENDARIO.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "TENTATIVAS ESGOTADAS, NADA INCLUIDO"
               MOVE "OJ-INICIO" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-CONFERIDA TO WS-EXCCOM-VALOR
               GO TO INCLUI-ORDEM-RECUSA
           END-IF.
           MOVE WS-DATA-CONFERIDA TO OJ-INICIO.

           MOVE OJ-ORDEM-REC TO TAB-ORD-REG(WS-QTD-ORDENS + 1).
           ADD 1 TO WS-QTD-ORDENS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ORDEM-JUDICIAL" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "INCLUSAO " OJ-COD " " OJ-SEQ " " OJ-TIPO " "
                  OJ-PROCESSO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "ORDEM JUDICIAL " OJ-SEQ " INCLUIDA".
           GO TO INCLUI-ORDEM-FIM.

       INCLUI-ORDEM-RECUSA.
           MOVE "PROG113" TO WS-EXCCOM-PROGRAMA.
           PERFORM GRAVA-EXCECAO-COMUM.

       INCLUI-ORDEM-FIM.
           EXIT.

      *    encerrar grava a data de fim; a ordem deixa de ser
      *    descontada nas folhas de competencia posterior ao fim.
       ENCERRA-ORDEM.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO ENCERRA-ORDEM-FIM
           END-IF.
           PERFORM LISTA-ORDENS.
           IF WS-QTD-LISTADOS = 0
               GO TO ENCERRA-ORDEM-FIM
           END-IF.
           DISPLAY "SEQUENCIA DA ORDEM A ENCERRAR:"
           ACCEPT WS-SEQ-PEDIDA.
           MOVE 0 TO WS-ORDEM-ACHADA.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > WS-QTD-ORDENS
               MOVE TAB-ORD-REG(ORD-IDX) TO OJ-ORDEM-REC
               IF OJ-COD = WS-COD-CHAVE AND OJ-SEQ = WS-SEQ-PEDIDA
                   SET WS-ORDEM-ACHADA TO ORD-IDX
               END-IF
           END-PERFORM.
           IF WS-ORDEM-ACHADA = 0
               DISPLAY "SEQUENCIA INVALIDA"
               GO TO ENCERRA-ORDEM-FIM
           END-IF.
           MOVE TAB-ORD-REG(WS-ORDEM-ACHADA) TO OJ-ORDEM-REC.
           IF OJ-FIM NOT = 0
               DISPLAY "ORDEM JA ENCERRADA EM " OJ-FIM
               GO TO ENCERRA-ORDEM-FIM
           END-IF.

           MOVE "FIM DA VIGENCIA (AAAAMMDD):" TO WS-PROMPT-DATA.
           PERFORM PEGA-DATA-CALENDARIO.
           IF NOT DATA-CALENDARIO-VALIDA
                   OR WS-DATA-CONFERIDA < OJ-INICIO
               DISPLAY "DATA DE FIM INVALIDA, ORDEM MANTIDA"
               MOVE "PROG113" TO WS-EXCCOM-PROGRAMA
               MOVE "OJ-FIM" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-CONFERIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ENCERRA-ORDEM-FIM
           END-IF.
           MOVE WS-DATA-CONFERIDA TO OJ-FIM.
           MOVE OJ-ORDEM-REC TO TAB-ORD-REG(WS-ORDEM-ACHADA).

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ORDEM-JUDICIAL" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "ENCERRAMENTO " OJ-COD " " OJ-SEQ " " OJ-FIM
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "ORDEM JUDICIAL ENCERRADA".

       ENCERRA-ORDEM-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
