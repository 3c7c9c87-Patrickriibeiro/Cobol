       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG114.
      *    MANUTENCAO DOS BENEFICIOS DO FUNCIONARIO (BENEFIC.DAT).
      * 2026-10-15 primeira versao: lista, inclui e encerra o
      *            vale-transporte, o vale-refeicao e o plano de
      *            saude de cada funcionario, no molde da manutencao
      *            de dependentes (PROG68): sign-on de operador,
      *            linha de auditoria a cada mudanca, datas pela
      *            validacao comum de calendario. um beneficio
      *            vigente de cada tipo por funcionario; troca de
      *            valor ou fornecedor e encerrar o antigo e incluir
      *            o novo, e o historico fica no arquivo. a folha
      *            (PROG43) desconta a parte do funcionario e o
      *            PROG115 monta o pedido mensal aos fornecedores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BENFSEL.cpy".

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "BENFFD.cpy".

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR   VALUE 1.
           88  OPCAO-INCLUIR  VALUE 2.
           88  OPCAO-ENCERRAR VALUE 3.
           88  OPCAO-SAIR     VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(3).
       01  WS-TIPO-PEDIDO PIC X.
       01  WS-VALOR-ENTRADA PIC X(11).
       01  WS-REG-ACHADO PIC 9(3).
       01  WS-VALOR-MOSTRADO PIC Z(4)9.99.
       01  WS-VALOR-DEP-MOSTRADO PIC Z(4)9.99.
       01  WS-PERCENTUAL-MOSTRADO PIC ZZ9.99.

      *    arquivo inteiro em memoria durante a manutencao (imagem
      *    do registro de BENFFD.cpy); regravado na saida.
       01  WS-TABELA-REGISTROS.
           05  TAB-REG-BEN OCCURS 600 TIMES INDEXED BY REG-IDX
                           PIC X(52).
       01  WS-QTD-REGISTROS PIC 9(3) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "BENFWS.cpy".

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

           PERFORM CARREGA-REGISTROS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== BENEFICIOS DO FUNCIONARIO ====="
               DISPLAY "1=LISTAR 2=INCLUIR 3=ENCERRAR 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-BENEFICIOS
                   WHEN OPCAO-INCLUIR
                       PERFORM INCLUI-BENEFICIO
                           THRU INCLUI-BENEFICIO-FIM
                   WHEN OPCAO-ENCERRAR
                       PERFORM ENCERRA-BENEFICIO
                           THRU ENCERRA-BENEFICIO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           PERFORM GRAVA-REGISTROS.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-REGISTROS.
           MOVE 0 TO WS-QTD-REGISTROS.
           OPEN INPUT BENEFICIOS-FILE.
           IF WS-BENF-STATUS = "00"
               PERFORM UNTIL WS-BENF-STATUS NOT = "00"
                   READ BENEFICIOS-FILE
                       AT END
                           MOVE "10" TO WS-BENF-STATUS
                       NOT AT END
                           IF WS-QTD-REGISTROS < 600
                               ADD 1 TO WS-QTD-REGISTROS
                               SET REG-IDX TO WS-QTD-REGISTROS
                               MOVE BEN-BENEFICIO-REC TO
                                   TAB-REG-BEN(REG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIOS-FILE.

       GRAVA-REGISTROS.
           OPEN OUTPUT BENEFICIOS-FILE.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-QTD-REGISTROS
               MOVE TAB-REG-BEN(REG-IDX) TO BEN-BENEFICIO-REC
               WRITE BEN-BENEFICIO-REC
           END-PERFORM.
           CLOSE BENEFICIOS-FILE.

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
           MOVE WS-COD-PROCURADO TO WS-DV-NUMERO.
           PERFORM CALCULA-DIGITO-VERIFICADOR.
           MOVE SPACES TO WS-COD-CHAVE.
           STRING WS-COD-PROCURADO WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-COD-CHAVE.

       LISTA-BENEFICIOS.
           PERFORM PEGA-COD-FUNCIONARIO.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-QTD-REGISTROS
               MOVE TAB-REG-BEN(REG-IDX) TO BEN-BENEFICIO-REC
               IF BEN-COD = WS-COD-CHAVE
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM MOSTRA-BENEFICIO
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "FUNCIONARIO SEM BENEFICIOS"
           END-IF.

       MOSTRA-BENEFICIO.
           MOVE BEN-TIPO TO WS-BENF-TIPO.
           PERFORM DESCREVE-BENEFICIO.
           MOVE BEN-VALOR-MENSAL TO WS-VALOR-MOSTRADO.
           MOVE BEN-VALOR-DEPENDENTE TO WS-VALOR-DEP-MOSTRADO.
           MOVE BEN-PCT-FUNCIONARIO TO WS-PERCENTUAL-MOSTRADO.
           EVALUATE TRUE
               WHEN BEN-VALE-TRANSPORTE
                   DISPLAY BEN-TIPO " " WS-BENF-DESCRICAO " "
                       BEN-FORNECEDOR " " WS-VALOR-MOSTRADO
                       " " BEN-INICIO " A " BEN-FIM
               WHEN BEN-PLANO-SAUDE
                   DISPLAY BEN-TIPO " " WS-BENF-DESCRICAO " "
                       BEN-FORNECEDOR " " WS-VALOR-MOSTRADO
                       " +DEP " WS-VALOR-DEP-MOSTRADO " "
                       WS-PERCENTUAL-MOSTRADO "% "
                       BEN-INICIO " A " BEN-FIM
               WHEN OTHER
                   DISPLAY BEN-TIPO " " WS-BENF-DESCRICAO " "
                       BEN-FORNECEDOR " " WS-VALOR-MOSTRADO " "
                       WS-PERCENTUAL-MOSTRADO "% "
                       BEN-INICIO " A " BEN-FIM
           END-EVALUATE.

      *    procura o beneficio vigente (sem fim) do tipo pedido para
      *    o funcionario; devolve a posicao em WS-REG-ACHADO.
       PROCURA-VIGENTE.
           MOVE 0 TO WS-REG-ACHADO.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-QTD-REGISTROS
               MOVE TAB-REG-BEN(REG-IDX) TO BEN-BENEFICIO-REC
               IF BEN-COD = WS-COD-CHAVE
                       AND BEN-TIPO = WS-TIPO-PEDIDO
                       AND BEN-FIM = 0
                   SET WS-REG-ACHADO TO REG-IDX
               END-IF
           END-PERFORM.

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

       INCLUI-BENEFICIO.
           IF WS-QTD-REGISTROS = 600
               DISPLAY "ARQUIVO DE BENEFICIOS CHEIO"
               GO TO INCLUI-BENEFICIO-FIM
           END-IF.
           PERFORM LISTA-BENEFICIOS.
           DISPLAY "TIPO (T=VALE-TRANSPORTE R=VALE-REFEICAO "
               "S=PLANO DE SAUDE):"
           ACCEPT WS-TIPO-PEDIDO.
           IF WS-TIPO-PEDIDO NOT = "T" AND NOT = "R" AND NOT = "S"
               DISPLAY "TIPO INVALIDO, NADA INCLUIDO"
               MOVE "BEN-TIPO" TO WS-EXCCOM-CAMPO
               MOVE WS-TIPO-PEDIDO TO WS-EXCCOM-VALOR
               GO TO INCLUI-BENEFICIO-RECUSA
           END-IF.
           PERFORM PROCURA-VIGENTE.
           IF WS-REG-ACHADO NOT = 0
               DISPLAY "JA HA BENEFICIO VIGENTE DESSE TIPO; "
                   "ENCERRE-O ANTES"
               GO TO INCLUI-BENEFICIO-FIM
           END-IF.

           MOVE SPACES TO BEN-BENEFICIO-REC.
           MOVE WS-COD-CHAVE TO BEN-COD.
           MOVE WS-TIPO-PEDIDO TO BEN-TIPO.
           MOVE 0 TO BEN-VALOR-MENSAL BEN-VALOR-DEPENDENTE
               BEN-PCT-FUNCIONARIO BEN-FIM.
           DISPLAY "FORNECEDOR (ATE 10 CARACTERES):"
           ACCEPT BEN-FORNECEDOR.
           IF BEN-FORNECEDOR = SPACES
               DISPLAY "FORNECEDOR EM BRANCO, NADA INCLUIDO"
               MOVE "BEN-FORNECEDOR" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               GO TO INCLUI-BENEFICIO-RECUSA
           END-IF.
           EVALUATE TRUE
               WHEN BEN-VALE-TRANSPORTE
                   DISPLAY "CUSTO MENSAL DAS PASSAGENS (ATE 99999.99):"
               WHEN BEN-VALE-REFEICAO
                   DISPLAY "CREDITO MENSAL DO CARTAO (ATE 99999.99):"
               WHEN OTHER
                   DISPLAY "MENSALIDADE DO TITULAR (ATE 99999.99):"
           END-EVALUATE.
           ACCEPT WS-VALOR-ENTRADA.
           COMPUTE BEN-VALOR-MENSAL =
               FUNCTION NUMVAL(WS-VALOR-ENTRADA).
           IF BEN-VALOR-MENSAL = 0
               DISPLAY "VALOR INVALIDO, NADA INCLUIDO"
               MOVE "BEN-VALOR" TO WS-EXCCOM-CAMPO
               MOVE WS-VALOR-ENTRADA TO WS-EXCCOM-VALOR
               GO TO INCLUI-BENEFICIO-RECUSA
           END-IF.
           IF BEN-PLANO-SAUDE
               DISPLAY "MENSALIDADE POR DEPENDENTE (ATE 99999.99):"
               ACCEPT WS-VALOR-ENTRADA
               COMPUTE BEN-VALOR-DEPENDENTE =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA)
           END-IF.
           IF NOT BEN-VALE-TRANSPORTE
               DISPLAY "PERCENTUAL PAGO PELO FUNCIONARIO (ATE 100.00):"
               ACCEPT WS-VALOR-ENTRADA
               COMPUTE BEN-PCT-FUNCIONARIO =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA)
               IF BEN-PCT-FUNCIONARIO > 100
                   DISPLAY "PERCENTUAL INVALIDO, NADA INCLUIDO"
                   MOVE "BEN-PCT-FUNC" TO WS-EXCCOM-CAMPO
                   MOVE WS-VALOR-ENTRADA TO WS-EXCCOM-VALOR
                   GO TO INCLUI-BENEFICIO-RECUSA
               END-IF
           END-IF.

           MOVE "INICIO DA VIGENCIA (AAAAMMDD):" TO WS-PROMPT-DATA.
           PERFORM PEGA-DATA-CALENDARIO.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "TENTATIVAS ESGOTADAS, NADA INCLUIDO"
               MOVE "BEN-INICIO" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-CONFERIDA TO WS-EXCCOM-VALOR
               GO TO INCLUI-BENEFICIO-RECUSA
           END-IF.
           MOVE WS-DATA-CONFERIDA TO BEN-INICIO.

           ADD 1 TO WS-QTD-REGISTROS.
           MOVE BEN-BENEFICIO-REC TO TAB-REG-BEN(WS-QTD-REGISTROS).

           MOVE BEN-TIPO TO WS-BENF-TIPO.
           PERFORM DESCREVE-BENEFICIO.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "BENEFICIO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "INCLUSAO " BEN-COD " " WS-BENF-DESCRICAO " "
                  BEN-FORNECEDOR
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "BENEFICIO INCLUIDO".
           GO TO INCLUI-BENEFICIO-FIM.

       INCLUI-BENEFICIO-RECUSA.
           MOVE "PROG114" TO WS-EXCCOM-PROGRAMA.
           PERFORM GRAVA-EXCECAO-COMUM.

       INCLUI-BENEFICIO-FIM.
           EXIT.

      *    encerrar grava a data de fim; o beneficio deixa de ser
      *    descontado e pedido nas competencias posteriores ao fim.
       ENCERRA-BENEFICIO.
           PERFORM LISTA-BENEFICIOS.
           IF WS-QTD-LISTADOS = 0
               GO TO ENCERRA-BENEFICIO-FIM
           END-IF.
           DISPLAY "TIPO DO BENEFICIO A ENCERRAR (T/R/S):"
           ACCEPT WS-TIPO-PEDIDO.
           PERFORM PROCURA-VIGENTE.
           IF WS-REG-ACHADO = 0
               DISPLAY "SEM BENEFICIO VIGENTE DESSE TIPO"
               GO TO ENCERRA-BENEFICIO-FIM
           END-IF.
           MOVE TAB-REG-BEN(WS-REG-ACHADO) TO BEN-BENEFICIO-REC.

           MOVE "FIM DA VIGENCIA (AAAAMMDD):" TO WS-PROMPT-DATA.
           PERFORM PEGA-DATA-CALENDARIO.
           IF NOT DATA-CALENDARIO-VALIDA
                   OR WS-DATA-CONFERIDA < BEN-INICIO
               DISPLAY "DATA DE FIM INVALIDA, BENEFICIO MANTIDO"
               MOVE "PROG114" TO WS-EXCCOM-PROGRAMA
               MOVE "BEN-FIM" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-CONFERIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ENCERRA-BENEFICIO-FIM
           END-IF.
           MOVE WS-DATA-CONFERIDA TO BEN-FIM.
           MOVE BEN-BENEFICIO-REC TO TAB-REG-BEN(WS-REG-ACHADO).

           MOVE BEN-TIPO TO WS-BENF-TIPO.
           PERFORM DESCREVE-BENEFICIO.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "BENEFICIO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "ENCERRAMENTO " BEN-COD " " WS-BENF-DESCRICAO
                  " " BEN-FIM
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "BENEFICIO ENCERRADO".

       ENCERRA-BENEFICIO-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "BENFPROC.cpy".
