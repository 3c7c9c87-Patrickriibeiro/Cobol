       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG127.
      *    CADASTRO DE EXAMES OCUPACIONAIS (EXAMES.DAT/ASOREGRA.DAT).
      * 2026-10-15 primeira versao: registra por funcionario o
      *            exame admissional, periodico, de retorno ao
      *            trabalho ou demissional, com data, grupo de
      *            risco, resultado e medico; o proximo vencimento
      *            sai da tabela de periodicidade por faixa de idade
      *            e grupo de risco (ASOREGRA.DAT), mantida aqui
      *            pelo supervisor. perfil de consulta so lista.
      *            auditoria a cada gravacao, no molde do PROG124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ASOSEL.cpy".

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
       COPY "ASOFD.cpy".

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
           88  OPCAO-LISTAR        VALUE 1.
           88  OPCAO-REGISTRAR     VALUE 2.
           88  OPCAO-LISTAR-REGRAS VALUE 3.
           88  OPCAO-MANTER-REGRA  VALUE 4.
           88  OPCAO-SAIR          VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-DATA-PEDIDA PIC 9(8).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-TIPO-PEDIDO PIC X.
       01  WS-RESULTADO-PEDIDO PIC X.
       01  WS-GRUPO-ANTERIOR PIC X(2).
       01  WS-DESCRICAO-TIPO PIC X(12).
       01  WS-REGRA-ACHADA PIC 9(2).
       01  WS-IDADE-DE-PEDIDA PIC 9(3).
       01  WS-IDADE-ATE-PEDIDA PIC 9(3).
       01  WS-MESES-PEDIDOS PIC 9(3).
       01  WS-EXAMES-ALTERADOS PIC X VALUE "N".
       01  WS-REGRAS-ALTERADAS PIC X VALUE "N".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "ASOWS.cpy".

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
           PERFORM CARREGA-EXAMES.
           PERFORM CARREGA-REGRAS-ASO.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== EXAMES OCUPACIONAIS (ASO) ====="
               DISPLAY "1=LISTAR DO FUNCIONARIO 2=REGISTRAR EXAME "
                   "3=LISTAR REGRAS 4=INCLUIR/ALTERAR REGRA 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-EXAMES-FUNCIONARIO
                   WHEN OPCAO-REGISTRAR
                       PERFORM REGISTRA-EXAME
                           THRU REGISTRA-EXAME-FIM
                   WHEN OPCAO-LISTAR-REGRAS
                       PERFORM LISTA-REGRAS
                   WHEN OPCAO-MANTER-REGRA
                       PERFORM MANTEM-REGRA
                           THRU MANTEM-REGRA-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-EXAMES-ALTERADOS = "S"
               PERFORM GRAVA-EXAMES
           END-IF.
           IF WS-REGRAS-ALTERADAS = "S"
               PERFORM GRAVA-REGRAS-ASO
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
       PEGA-DATA-EXAME.
           ACCEPT WS-DATA-PEDIDA.
           MOVE WS-DATA-PEDIDA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "DATA INVALIDA"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE WS-DATA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE 0 TO WS-DATA-PEDIDA
           END-IF.

       DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN ASO-ADMISSIONAL
                   MOVE "ADMISSIONAL" TO WS-DESCRICAO-TIPO
               WHEN ASO-PERIODICO
                   MOVE "PERIODICO" TO WS-DESCRICAO-TIPO
               WHEN ASO-RETORNO
                   MOVE "RETORNO" TO WS-DESCRICAO-TIPO
               WHEN ASO-DEMISSIONAL
                   MOVE "DEMISSIONAL" TO WS-DESCRICAO-TIPO
               WHEN OTHER MOVE "?" TO WS-DESCRICAO-TIPO
           END-EVALUATE.

       LISTA-EXAMES-FUNCIONARIO.
           PERFORM PEGA-COD-FUNCIONARIO.
           DISPLAY "DATA     TIPO         GR RES PROXIMO  MEDICO".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING ASO-IDX FROM 1 BY 1
                   UNTIL ASO-IDX > WS-QTD-EXAMES
               MOVE TAB-ASO(ASO-IDX) TO ASO-EXAME-REC
               IF ASO-COD = WS-COD-CHAVE
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM DESCREVE-TIPO
                   DISPLAY ASO-DATA " " WS-DESCRICAO-TIPO " "
                       ASO-GRUPO-RISCO "  " ASO-RESULTADO "  "
                       ASO-PROXIMO " " ASO-MEDICO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " EXAME(S) DE " WS-COD-CHAVE.

      *    consulta nao registra (mesma regra da avaliacao no
      *    PROG119). o exame e de funcionario do mestre; fora o
      *    demissional, so de funcionario ativo.
       REGISTRA-EXAME.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO REGISTRA EXAME"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-EXAME-FIM
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
           IF FM-SITUACAO = SPACE
               DISPLAY "FUNCIONARIO " WS-COD-CHAVE
                   " NAO ENCONTRADO NO MESTRE"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "ASO-COD" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-EXAME-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " FM-COD " " FM-NOME.

           DISPLAY "TIPO (A=ADMISSIONAL P=PERIODICO R=RETORNO AO "
               "TRABALHO D=DEMISSIONAL):"
           ACCEPT WS-TIPO-PEDIDO.
           MOVE WS-TIPO-PEDIDO TO ASO-TIPO.
           IF NOT ASO-TIPO-VALIDO
                   OR (FM-SITUACAO NOT = "A" AND NOT ASO-DEMISSIONAL)
               DISPLAY "TIPO INVALIDO PARA ESTE FUNCIONARIO"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "ASO-TIPO" TO WS-EXCCOM-CAMPO
               MOVE WS-TIPO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-EXAME-FIM
           END-IF.

           DISPLAY "DATA DO EXAME (AAAAMMDD):"
           MOVE "ASO-DATA" TO WS-EXCCOM-CAMPO.
           PERFORM PEGA-DATA-EXAME.
           IF WS-DATA-PEDIDA = 0
               GO TO REGISTRA-EXAME-FIM
           END-IF.
           IF WS-DATA-PEDIDA > WS-DATA-HOJE
               DISPLAY "EXAME AINDA NAO FEITO, NAO GRAVADO"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "ASO-DATA" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-EXAME-FIM
           END-IF.

      *    o grupo de risco do ultimo exame vem como sugestao.
           MOVE WS-COD-CHAVE TO WS-ASO-COD-PEDIDO.
           PERFORM PROCURA-ULTIMO-EXAME.
           MOVE SPACES TO WS-GRUPO-ANTERIOR.
           IF WS-ASO-ULTIMO NOT = 0
               MOVE ASO-GRUPO-RISCO TO WS-GRUPO-ANTERIOR
           END-IF.
           DISPLAY "GRUPO DE RISCO (2 POSICOES, BRANCO = "
               WS-GRUPO-ANTERIOR "):"
           MOVE SPACES TO WS-ASO-GRUPO-PEDIDO.
           ACCEPT WS-ASO-GRUPO-PEDIDO.
           IF WS-ASO-GRUPO-PEDIDO = SPACES
               MOVE WS-GRUPO-ANTERIOR TO WS-ASO-GRUPO-PEDIDO
           END-IF.
           IF WS-ASO-GRUPO-PEDIDO = SPACES
               DISPLAY "GRUPO DE RISCO OBRIGATORIO"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "ASO-GRUPO-RISCO" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-EXAME-FIM
           END-IF.

           DISPLAY "RESULTADO (A=APTO I=INAPTO R=APTO COM RESTRICAO):"
           ACCEPT WS-RESULTADO-PEDIDO.
           MOVE WS-RESULTADO-PEDIDO TO ASO-RESULTADO.
           IF NOT ASO-RESULTADO-VALIDO
               DISPLAY "RESULTADO INVALIDO"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "ASO-RESULTADO" TO WS-EXCCOM-CAMPO
               MOVE WS-RESULTADO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-EXAME-FIM
           END-IF.

           MOVE SPACES TO ASO-EXAME-REC.
           MOVE WS-COD-CHAVE TO ASO-COD.
           MOVE WS-TIPO-PEDIDO TO ASO-TIPO.
           MOVE WS-DATA-PEDIDA TO ASO-DATA.
           MOVE WS-ASO-GRUPO-PEDIDO TO ASO-GRUPO-RISCO.
           MOVE WS-RESULTADO-PEDIDO TO ASO-RESULTADO.
           MOVE 0 TO ASO-PROXIMO.
           IF NOT ASO-DEMISSIONAL
               MOVE FM-DATA-NASCIMENTO TO WS-ASO-NASCIMENTO
               MOVE ASO-DATA TO WS-ASO-DATA-BASE
               PERFORM CALCULA-IDADE-ASO
               IF WS-ASO-IDADE = 0
                   MOVE FM-IDADE TO WS-ASO-IDADE
               END-IF
               PERFORM BUSCA-INTERVALO-ASO
               PERFORM CALCULA-PROXIMO-EXAME
               MOVE WS-ASO-PROXIMO-CALC TO ASO-PROXIMO
               DISPLAY "IDADE " WS-ASO-IDADE " GRUPO "
                   ASO-GRUPO-RISCO ": A CADA " WS-ASO-MESES
                   " MESES, PROXIMO ATE " ASO-PROXIMO
           END-IF.
           DISPLAY "MEDICO (ATE 20):"
           ACCEPT ASO-MEDICO.
           DISPLAY "CONFIRMA? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               GO TO REGISTRA-EXAME-FIM
           END-IF.
           MOVE WS-OPERADOR-ID-DIGITADO TO ASO-OPERADOR.
           MOVE WS-DATA-HOJE TO ASO-DATA-REGISTRO.
           IF WS-QTD-EXAMES = 2000
               DISPLAY "TABELA DE EXAMES CHEIA, NAO GRAVADO"
               GO TO REGISTRA-EXAME-FIM
           END-IF.
           ADD 1 TO WS-QTD-EXAMES.
           MOVE ASO-EXAME-REC TO TAB-ASO(WS-QTD-EXAMES).
           MOVE "S" TO WS-EXAMES-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ASO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING ASO-COD " " ASO-TIPO " " ASO-DATA " "
                  ASO-RESULTADO " PROX " ASO-PROXIMO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "EXAME GRAVADO".
           IF ASO-INAPTO
               DISPLAY "ATENCAO: FUNCIONARIO INAPTO, AVISAR O GERENTE"
           END-IF.

       REGISTRA-EXAME-FIM.
           EXIT.

       LISTA-REGRAS.
           DISPLAY "GR IDADE DE ATE MESES".
           PERFORM VARYING ASOR-IDX FROM 1 BY 1
                   UNTIL ASOR-IDX > WS-QTD-REGRAS-ASO
               DISPLAY TAB-ASOR-GRUPO(ASOR-IDX) " "
                   TAB-ASOR-IDADE-DE(ASOR-IDX) "      "
                   TAB-ASOR-IDADE-ATE(ASOR-IDX) " "
                   TAB-ASOR-MESES(ASOR-IDX)
           END-PERFORM.
           DISPLAY WS-QTD-REGRAS-ASO " REGRA(S); SEM REGRA: "
               WS-ASO-MESES-JOVEM-IDOSO " MESES ABAIXO DE 18 E "
               "ACIMA DE 45, " WS-ASO-MESES-PADRAO " NOS DEMAIS".

      *    manter a tabela e so para supervisor (mesma regra do
      *    PROG124).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "REGRA DE PERIODICIDADE SO PARA SUPERVISOR"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    grupo e idade inicial identificam a regra: existindo, a
      *    faixa e os meses sao alterados; senao, a regra e incluida.
      *    o novo intervalo vale para os exames registrados daqui em
      *    diante.
       MANTEM-REGRA.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO MANTEM-REGRA-FIM
           END-IF.
           DISPLAY "GRUPO DE RISCO (2 POSICOES):"
           MOVE SPACES TO WS-ASO-GRUPO-PEDIDO.
           ACCEPT WS-ASO-GRUPO-PEDIDO.
           DISPLAY "IDADE INICIAL DA FAIXA:"
           ACCEPT WS-IDADE-DE-PEDIDA.
           DISPLAY "IDADE FINAL DA FAIXA:"
           ACCEPT WS-IDADE-ATE-PEDIDA.
           DISPLAY "INTERVALO EM MESES:"
           ACCEPT WS-MESES-PEDIDOS.
           IF WS-ASO-GRUPO-PEDIDO = SPACES
                   OR WS-IDADE-ATE-PEDIDA < WS-IDADE-DE-PEDIDA
                   OR WS-MESES-PEDIDOS = 0
               DISPLAY "REGRA INVALIDA, NADA GRAVADO"
               MOVE "PROG127" TO WS-EXCCOM-PROGRAMA
               MOVE "ASOR-REGRA" TO WS-EXCCOM-CAMPO
               MOVE WS-ASO-GRUPO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO MANTEM-REGRA-FIM
           END-IF.
           MOVE 0 TO WS-REGRA-ACHADA.
           PERFORM VARYING ASOR-IDX FROM 1 BY 1
                   UNTIL ASOR-IDX > WS-QTD-REGRAS-ASO
               IF TAB-ASOR-GRUPO(ASOR-IDX) = WS-ASO-GRUPO-PEDIDO
                       AND TAB-ASOR-IDADE-DE(ASOR-IDX) =
                           WS-IDADE-DE-PEDIDA
                   SET WS-REGRA-ACHADA TO ASOR-IDX
               END-IF
           END-PERFORM.
           IF WS-REGRA-ACHADA = 0
               IF WS-QTD-REGRAS-ASO = 50
                   DISPLAY "TABELA DE REGRAS CHEIA"
                   GO TO MANTEM-REGRA-FIM
               END-IF
               ADD 1 TO WS-QTD-REGRAS-ASO
               MOVE WS-QTD-REGRAS-ASO TO WS-REGRA-ACHADA
               MOVE WS-ASO-GRUPO-PEDIDO
                   TO TAB-ASOR-GRUPO(WS-REGRA-ACHADA)
               MOVE WS-IDADE-DE-PEDIDA
                   TO TAB-ASOR-IDADE-DE(WS-REGRA-ACHADA)
           END-IF.
           MOVE WS-IDADE-ATE-PEDIDA
               TO TAB-ASOR-IDADE-ATE(WS-REGRA-ACHADA).
           MOVE WS-MESES-PEDIDOS TO TAB-ASOR-MESES(WS-REGRA-ACHADA).
           MOVE "S" TO WS-REGRAS-ALTERADAS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ASO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "REGRA " WS-ASO-GRUPO-PEDIDO " "
                  WS-IDADE-DE-PEDIDA "-" WS-IDADE-ATE-PEDIDA
                  " " WS-MESES-PEDIDOS " MESES"
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "REGRA GRAVADA".

       MANTEM-REGRA-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "ASOPROC.cpy".
