       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG124.
      *    CADASTRO DE AFASTAMENTOS (AFASTAM.DAT).
      * 2026-10-15 primeira versao: registra por funcionario o
      *            afastamento por doenca, acidente de trabalho,
      *            licenca-maternidade ou licenca nao remunerada, com
      *            inicio, retorno previsto, retorno efetivo e o
      *            documento que o sustenta; lista os afastamentos do
      *            funcionario e os afastados no dia. registrar e dar
      *            retorno so com perfil de supervisor, com auditoria
      *            a cada mudanca, no molde do PROG122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AFASEL.cpy".

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
       COPY "AFAFD.cpy".

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
           88  OPCAO-HOJE       VALUE 2.
           88  OPCAO-REGISTRAR  VALUE 3.
           88  OPCAO-RETORNO    VALUE 4.
           88  OPCAO-SAIR       VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-DATA-PEDIDA PIC 9(8).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-TIPO-PEDIDO PIC X.
       01  WS-INICIO-PEDIDO PIC 9(8).
       01  WS-PREVISTO-PEDIDO PIC 9(8).
      *    fim (exclusive) de um afastamento ja gravado: o retorno
      *    efetivo, senao o previsto.
       01  WS-FIM-EXISTENTE PIC 9(8).
       01  WS-AFA-CONFLITO PIC 9(4).
       01  WS-AFA-ABERTO PIC 9(4).
       01  WS-INICIO-ABERTO PIC 9(8).
       01  WS-DESCRICAO-TIPO PIC X(12).
       01  WS-AFASTAMENTOS-ALTERADOS PIC X VALUE "N".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "AFAWS.cpy".

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

           PERFORM CARREGA-AFASTAMENTOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== AFASTAMENTOS ====="
               DISPLAY "1=LISTAR DO FUNCIONARIO 2=AFASTADOS HOJE "
                   "3=REGISTRAR 4=RETORNO 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-AFASTAMENTOS-FUNCIONARIO
                   WHEN OPCAO-HOJE
                       PERFORM LISTA-AFASTADOS-HOJE
                   WHEN OPCAO-REGISTRAR
                       PERFORM REGISTRA-AFASTAMENTO
                           THRU REGISTRA-AFASTAMENTO-FIM
                   WHEN OPCAO-RETORNO
                       PERFORM REGISTRA-RETORNO
                           THRU REGISTRA-RETORNO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-AFASTAMENTOS-ALTERADOS = "S"
               PERFORM GRAVA-AFASTAMENTOS
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

      *    data AAAAMMDD em WS-DATA-PEDIDA; data que nao existe no
      *    calendario fica zero e vai para a trilha de excecoes com
      *    o nome do campo ja posto em WS-EXCCOM-CAMPO.
       PEGA-DATA-AFASTAMENTO.
           ACCEPT WS-DATA-PEDIDA.
           MOVE WS-DATA-PEDIDA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "DATA INVALIDA"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE WS-DATA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE 0 TO WS-DATA-PEDIDA
           END-IF.

       DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN AF-DOENCA MOVE "DOENCA" TO WS-DESCRICAO-TIPO
               WHEN AF-ACIDENTE
                   MOVE "ACIDENTE" TO WS-DESCRICAO-TIPO
               WHEN AF-MATERNIDADE
                   MOVE "MATERNIDADE" TO WS-DESCRICAO-TIPO
               WHEN AF-NAO-REMUNERADA
                   MOVE "NAO REMUNER." TO WS-DESCRICAO-TIPO
               WHEN OTHER MOVE "?" TO WS-DESCRICAO-TIPO
           END-EVALUATE.

       EXIBE-AFASTAMENTO.
           PERFORM DESCREVE-TIPO.
           ADD 1 TO WS-QTD-LISTADOS.
           DISPLAY AF-COD " " WS-DESCRICAO-TIPO " " AF-DATA-INICIO
               " " AF-RETORNO-PREVISTO " " AF-RETORNO-EFETIVO " "
               AF-DOCUMENTO.

       LISTA-AFASTAMENTOS-FUNCIONARIO.
           PERFORM PEGA-COD-FUNCIONARIO.
           DISPLAY "COD    TIPO         INICIO   PREVISTO EFETIVO  "
               "DOCUMENTO".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               IF AF-COD = WS-COD-CHAVE
                   PERFORM EXIBE-AFASTAMENTO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " AFASTAMENTO(S) DE " WS-COD-CHAVE.

      *    afastado hoje: ja comecou e o retorno (efetivo, senao o
      *    previsto) ainda nao chegou.
       LISTA-AFASTADOS-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           DISPLAY "COD    TIPO         INICIO   PREVISTO EFETIVO  "
               "DOCUMENTO".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               PERFORM CALCULA-FIM-EXISTENTE
               IF AF-DATA-INICIO NOT > WS-DATA-HOJE
                       AND WS-FIM-EXISTENTE > WS-DATA-HOJE
                   PERFORM EXIBE-AFASTAMENTO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " AFASTADO(S) EM " WS-DATA-HOJE.

       CALCULA-FIM-EXISTENTE.
           IF AF-RETORNO-EFETIVO NOT = 0
               MOVE AF-RETORNO-EFETIVO TO WS-FIM-EXISTENTE
           ELSE
               MOVE AF-RETORNO-PREVISTO TO WS-FIM-EXISTENTE
           END-IF.

      *    mudar afastamento e so para supervisor (mesma regra da
      *    autorizacao de hora extra no PROG122).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "REGISTRO DE AFASTAMENTO SO PARA SUPERVISOR"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    funcionario ativo, tipo conhecido, inicio e retorno
      *    previsto validos e em ordem, documento obrigatorio fora
      *    da licenca nao remunerada, e sem cruzar outro afastamento
      *    do mesmo funcionario.
       REGISTRA-AFASTAMENTO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           IF WS-QTD-AFASTAMENTOS = 1000
               DISPLAY "ARQUIVO DE AFASTAMENTOS CHEIO"
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           MOVE WS-COD-CHAVE TO FM-COD.
           MOVE SPACE TO FM-SITUACAO.
           IF WS-MASTER-STATUS = "00"
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO FM-SITUACAO
               END-READ
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF FM-SITUACAO NOT = "A"
               DISPLAY "FUNCIONARIO " WS-COD-CHAVE
                   " NAO ESTA ATIVO NO MESTRE"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "AF-COD" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " FM-COD " " FM-NOME.

           DISPLAY "TIPO (D=DOENCA A=ACIDENTE DE TRABALHO "
               "M=MATERNIDADE N=NAO REMUNERADA):"
           ACCEPT WS-TIPO-PEDIDO.
           MOVE WS-TIPO-PEDIDO TO AF-TIPO.
           IF NOT AF-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "AF-TIPO" TO WS-EXCCOM-CAMPO
               MOVE WS-TIPO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.

           DISPLAY "INICIO DO AFASTAMENTO (AAAAMMDD):"
           MOVE "AF-DATA-INICIO" TO WS-EXCCOM-CAMPO.
           PERFORM PEGA-DATA-AFASTAMENTO.
           IF WS-DATA-PEDIDA = 0
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           MOVE WS-DATA-PEDIDA TO WS-INICIO-PEDIDO.
           DISPLAY "RETORNO PREVISTO (AAAAMMDD):"
           MOVE "AF-RETORNO-PREVISTO" TO WS-EXCCOM-CAMPO.
           PERFORM PEGA-DATA-AFASTAMENTO.
           IF WS-DATA-PEDIDA = 0
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           IF WS-DATA-PEDIDA NOT > WS-INICIO-PEDIDO
               DISPLAY "RETORNO PREVISTO DEVE SER DEPOIS DO INICIO"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "AF-RETORNO-PREVISTO" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           MOVE WS-DATA-PEDIDA TO WS-PREVISTO-PEDIDO.

           MOVE 0 TO WS-AFA-CONFLITO.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               PERFORM CALCULA-FIM-EXISTENTE
               IF AF-COD = WS-COD-CHAVE
                       AND WS-INICIO-PEDIDO < WS-FIM-EXISTENTE
                       AND AF-DATA-INICIO < WS-PREVISTO-PEDIDO
                   SET WS-AFA-CONFLITO TO AFA-IDX
               END-IF
           END-PERFORM.
           IF WS-AFA-CONFLITO NOT = 0
               MOVE TAB-AFA(WS-AFA-CONFLITO) TO AF-AFASTAMENTO-REC
               DISPLAY "CRUZA O AFASTAMENTO DE " AF-DATA-INICIO
                   " JA REGISTRADO, NAO GRAVADO"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "AF-DATA-INICIO" TO WS-EXCCOM-CAMPO
               MOVE WS-INICIO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.

           MOVE SPACES TO AF-AFASTAMENTO-REC.
           MOVE WS-COD-CHAVE TO AF-COD.
           MOVE WS-TIPO-PEDIDO TO AF-TIPO.
           MOVE WS-INICIO-PEDIDO TO AF-DATA-INICIO.
           MOVE WS-PREVISTO-PEDIDO TO AF-RETORNO-PREVISTO.
           MOVE 0 TO AF-RETORNO-EFETIVO.
           DISPLAY "DOCUMENTO (ATESTADO, CAT, CERTIDAO - ATE 20):"
           ACCEPT AF-DOCUMENTO.
           IF AF-DOCUMENTO = SPACES AND NOT AF-NAO-REMUNERADA
               DISPLAY "DOCUMENTO OBRIGATORIO PARA ESTE TIPO"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "AF-DOCUMENTO" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AFASTAMENTO-FIM
           END-IF.
           MOVE WS-OPERADOR-ID-DIGITADO TO AF-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO AF-DATA-REGISTRO.

           ADD 1 TO WS-QTD-AFASTAMENTOS.
           MOVE AF-AFASTAMENTO-REC TO TAB-AFA(WS-QTD-AFASTAMENTOS).
           MOVE "S" TO WS-AFASTAMENTOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "AFASTAMENTO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING AF-COD " " AF-TIPO " DE " AF-DATA-INICIO
                  " ATE " AF-RETORNO-PREVISTO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "AFASTAMENTO GRAVADO".

       REGISTRA-AFASTAMENTO-FIM.
           EXIT.

      *    o retorno vai no afastamento ainda aberto (sem retorno
      *    efetivo) de inicio mais recente do funcionario.
       REGISTRA-RETORNO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           MOVE 0 TO WS-AFA-ABERTO WS-INICIO-ABERTO.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               IF AF-COD = WS-COD-CHAVE AND AF-RETORNO-EFETIVO = 0
                       AND AF-DATA-INICIO > WS-INICIO-ABERTO
                   SET WS-AFA-ABERTO TO AFA-IDX
                   MOVE AF-DATA-INICIO TO WS-INICIO-ABERTO
               END-IF
           END-PERFORM.
           IF WS-AFA-ABERTO = 0
               DISPLAY "NENHUM AFASTAMENTO ABERTO PARA " WS-COD-CHAVE
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           MOVE TAB-AFA(WS-AFA-ABERTO) TO AF-AFASTAMENTO-REC.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM EXIBE-AFASTAMENTO.
           DISPLAY "DATA DO RETORNO EFETIVO (AAAAMMDD):"
           MOVE "AF-RETORNO-EFETIVO" TO WS-EXCCOM-CAMPO.
           PERFORM PEGA-DATA-AFASTAMENTO.
           IF WS-DATA-PEDIDA = 0
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           IF WS-DATA-PEDIDA NOT > AF-DATA-INICIO
               DISPLAY "RETORNO DEVE SER DEPOIS DO INICIO"
               MOVE "PROG124" TO WS-EXCCOM-PROGRAMA
               MOVE "AF-RETORNO-EFETIVO" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           DISPLAY "CONFIRMA RETORNO EM " WS-DATA-PEDIDA "? (S/N)"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           MOVE WS-DATA-PEDIDA TO AF-RETORNO-EFETIVO.
           MOVE AF-AFASTAMENTO-REC TO TAB-AFA(WS-AFA-ABERTO).
           MOVE "S" TO WS-AFASTAMENTOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "AFASTAMENTO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "RETORNO " AF-COD " " AF-TIPO " " AF-DATA-INICIO
                  " EM " AF-RETORNO-EFETIVO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "RETORNO GRAVADO".

       REGISTRA-RETORNO-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "AFAPROC.cpy".
