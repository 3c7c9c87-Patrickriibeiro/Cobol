      *            sob sign-on de operador e com linha de auditoria
      *            a cada mudanca. o periodo vencido deixa de ser
      *            descoberto quando a multa chega.
      * 2026-10-15 afastamentos do PROG124 (AFASTAM.DAT) na geracao
      *            dos periodos: licenca nao remunerada empurra o fim do
      *            periodo aquisitivo pelos dias que durou; beneficio
      *            da previdencia acima de FERIAS-AFAST-LIMITE (180)
      *            dias no periodo zera o direito e o periodo acaba no
      *            retorno. o periodo seguinte comeca no fim do ultimo,
      *            com auditoria a cada ajuste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
           COPY "AFASEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       COPY "AFAFD.cpy".

       WORKING-STORAGE SECTION.

           05  WS-AQF-DIA PIC 9(2).
       01  WS-PERIODO-JA-EXISTE PIC X.
       01  WS-QTD-GERADOS PIC 9(3).
       01  WS-QTD-AJUSTADOS PIC 9(3).
       01  WS-FER-ULTIMO PIC 9(3).
       01  WS-FER-ULTIMO-INICIO PIC 9(8).
       01  WS-NOVO-FIM PIC 9(8).
       01  WS-NOVO-DIREITO PIC 9(2).
      *    quem recebe beneficio da previdencia por mais que isso
      *    (dias, seguidos ou nao) dentro do periodo aquisitivo
      *    perde as ferias do periodo; o novo conta do retorno.
       01  WS-FERIAS-AFAST-LIMITE PIC 9(3) VALUE 180.

      *    controle inteiro em memoria durante a sessao; regravado
      *    por inteiro na saida (padrao do PROG38/PROG61).
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "AFAWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.
       01  WS-DATA-TENTATIVAS PIC 9 VALUE 0.
           MOVE WS-LIMITE-TENTATIVAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-LIMITE-TENTATIVAS.
           MOVE "FERIAS-AFAST-LIMITE" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-FERIAS-AFAST-LIMITE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-FERIAS-AFAST-LIMITE.
           MOVE "AFAST-EMPRESA-D" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AFA-EMPRESA-DOENCA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AFA-EMPRESA-DOENCA.
           MOVE "AFAST-EMPRESA-A" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AFA-EMPRESA-ACIDENTE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AFA-EMPRESA-ACIDENTE.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
      *    o periodo aquisitivo corrente de cada ativo: comeca no
      *    ultimo aniversario de admissao ja vencido e dura um ano,
      *    com 30 dias de direito. quem ja tem o periodo no arquivo
      *    nao ganha outro igual. quem ja tem periodo segue a partir
      *    do fim do ultimo, que o afastamento pode ter mudado (ver
      *    AJUSTA-PERIODO-AFASTAMENTO).
       GERA-PERIODOS.
           MOVE 0 TO WS-QTD-GERADOS WS-QTD-AJUSTADOS.
           PERFORM CARREGA-AFASTAMENTOS.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
                       IF FM-SITUACAO NOT = "I"
                               AND FM-DATA-ADMISSAO NOT = 0
                           PERFORM GERA-PERIODO-FUNCIONARIO
                               THRU GERA-PERIODO-FUNCIONARIO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER-FILE.
           DISPLAY "PERIODOS GERADOS: " WS-QTD-GERADOS.
           DISPLAY "PERIODOS AJUSTADOS POR AFASTAMENTO: "
               WS-QTD-AJUSTADOS.

       GERA-PERIODOS-FIM.
           EXIT.

       GERA-PERIODO-FUNCIONARIO.
           MOVE 0 TO WS-FER-ULTIMO WS-FER-ULTIMO-INICIO.
           PERFORM VARYING FER-IDX FROM 1 BY 1
                   UNTIL FER-IDX > WS-QTD-FERIAS
               IF TAB-FER-COD(FER-IDX) = FM-COD
                       AND TAB-FER-AQUIS-INICIO(FER-IDX) >
                           WS-FER-ULTIMO-INICIO
                   SET WS-FER-ULTIMO TO FER-IDX
                   MOVE TAB-FER-AQUIS-INICIO(FER-IDX)
                       TO WS-FER-ULTIMO-INICIO
               END-IF
           END-PERFORM.
           IF WS-FER-ULTIMO NOT = 0
               SET FER-IDX TO WS-FER-ULTIMO
               PERFORM AJUSTA-PERIODO-AFASTAMENTO
                   THRU AJUSTA-PERIODO-AFASTAMENTO-FIM
               MOVE TAB-FER-AQUIS-FIM(WS-FER-ULTIMO)
                   TO WS-AQUIS-INICIO
               MOVE WS-AQUIS-INICIO TO WS-AQUIS-FIM
               ADD 1 TO WS-AQF-ANO
               PERFORM UNTIL WS-AQUIS-FIM > WS-DATA-HOJE
                   MOVE WS-AQUIS-FIM TO WS-AQUIS-INICIO
                   ADD 1 TO WS-AQF-ANO
               END-PERFORM
               IF WS-AQUIS-INICIO > WS-DATA-HOJE
                   GO TO GERA-PERIODO-FUNCIONARIO-FIM
               END-IF
           ELSE
               MOVE FM-DATA-ADMISSAO TO WS-ADMISSAO-R
               MOVE WS-ADM-ANO TO WS-AQI-ANO
               MOVE WS-ADM-MES TO WS-AQI-MES
               MOVE WS-ADM-DIA TO WS-AQI-DIA
               MOVE WS-HOJE-ANO TO WS-AQI-ANO
               IF WS-AQUIS-INICIO > WS-DATA-HOJE
                   SUBTRACT 1 FROM WS-AQI-ANO
               END-IF
               MOVE WS-AQUIS-INICIO TO WS-AQUIS-FIM
               ADD 1 TO WS-AQF-ANO
           END-IF.

           MOVE "N" TO WS-PERIODO-JA-EXISTE.
           PERFORM VARYING FER-IDX FROM 1 BY 1
               MOVE 0 TO TAB-FER-AGENDA-INICIO(FER-IDX)
               MOVE 0 TO TAB-FER-AGENDA-FIM(FER-IDX)
               ADD 1 TO WS-QTD-GERADOS
               PERFORM AJUSTA-PERIODO-AFASTAMENTO
                   THRU AJUSTA-PERIODO-AFASTAMENTO-FIM
           END-IF.

       GERA-PERIODO-FUNCIONARIO-FIM.
           EXIT.

      *    afastamento dentro do periodo aquisitivo de FER-IDX (um
      *    ano a partir do inicio): a licenca nao remunerada
      *    suspende a contagem e empurra o fim pelos dias que durou;
      *    beneficio da previdencia (doenca ou acidente, passados os
      *    dias da empresa) acima de WS-FERIAS-AFAST-LIMITE tira o
      *    direito do periodo, que acaba no retorno. periodo ja
      *    agendado ou com gozo nao mexe mais.
       AJUSTA-PERIODO-AFASTAMENTO.
           IF TAB-FER-DIAS-GOZADOS(FER-IDX) > 0
                   OR TAB-FER-AGENDA-INICIO(FER-IDX) NOT = 0
               GO TO AJUSTA-PERIODO-AFASTAMENTO-FIM
           END-IF.
           MOVE TAB-FER-AQUIS-INICIO(FER-IDX) TO WS-AQUIS-INICIO.
           MOVE WS-AQUIS-INICIO TO WS-AQUIS-FIM.
           ADD 1 TO WS-AQF-ANO.
           MOVE TAB-FER-COD(FER-IDX) TO WS-AFA-COD-PEDIDO.
           MOVE WS-AQUIS-INICIO TO WS-AFA-JANELA-INICIO.
           COMPUTE WS-AFA-JANELA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AQUIS-FIM) - 1).
           PERFORM APURA-AFASTAMENTOS.

           COMPUTE WS-NOVO-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AQUIS-FIM)
               + WS-AFA-DIAS-SEM-REMUN).
           MOVE 30 TO WS-NOVO-DIREITO.
           IF WS-AFA-DIAS-BENEFICIO > WS-FERIAS-AFAST-LIMITE
               MOVE 0 TO WS-NOVO-DIREITO
               IF WS-AFA-ULTIMO-RETORNO NOT = 0
                   MOVE WS-AFA-ULTIMO-RETORNO TO WS-NOVO-FIM
               END-IF
           END-IF.
           IF WS-NOVO-FIM = TAB-FER-AQUIS-FIM(FER-IDX)
                   AND WS-NOVO-DIREITO = TAB-FER-DIAS-DIREITO(FER-IDX)
               GO TO AJUSTA-PERIODO-AFASTAMENTO-FIM
           END-IF.
           MOVE WS-NOVO-FIM TO TAB-FER-AQUIS-FIM(FER-IDX).
           MOVE WS-NOVO-DIREITO TO TAB-FER-DIAS-DIREITO(FER-IDX).
           ADD 1 TO WS-QTD-AJUSTADOS.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "FERIAS" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING TAB-FER-COD(FER-IDX) " "
                  TAB-FER-AQUIS-INICIO(FER-IDX) " FIM " WS-NOVO-FIM
                  " DIR " WS-NOVO-DIREITO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

       AJUSTA-PERIODO-AFASTAMENTO-FIM.
           EXIT.

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "AFAPROC.cpy".
