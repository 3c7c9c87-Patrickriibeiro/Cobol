      *            fotografia final da apuracao das perguntas dela
      *            (PESQTAL.DAT) para o historico PESQHIST.DAT -
      *            ninguem mais precisa lembrar de parar a pesquisa.
      * 2026-10-15 PESQTAL.DAT ganhou APUR-QTD-COMENTARIOS no fim
      *            (pergunta de comentario livre do PROG14).
      * 2026-10-15 campanha fechada (aqui ou no PROG84) e ainda
      *            nao avaliada ganha a nota de cada pergunta por
      *            departamento (PESQDET + FUNCMSTR/PAYMSTR, celula
      *            minima PESQ-CELULA-MINIMA) em PESQDEPR.DAT; abaixo
      *            de CAMP-LIMITE-NOTA abre plano de acao em
      *            PESQPLAN.DAT para o gerente (prazo
      *            PLANO-PRAZO-DIAS, padrao 30) com aviso pela fila,
      *            e plano de campanha anterior com a mesma pergunta
      *            ganha a nota de depois (antes/depois).
      * 2026-10-15 PERGBANK.DAT ganhou a condicao da pergunta no fim
      *            do registro (BANCO-COND-*).
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

      *    apuracao por departamento para os planos de acao: as
      *    respostas do detalhe, o tipo da pergunta no banco e o
      *    departamento do respondente (FUNCMSTR -> PAYMSTR).
           SELECT BANCO-PERGUNTAS-FILE ASSIGN TO "PERGBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.

           SELECT DETALHE-RESPOSTAS-FILE ASSIGN TO "PESQDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALHE-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           SELECT RESULTADO-REPORT-FILE ASSIGN TO "PESQDEPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "PLANSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
           05  APUR-TIPO       PIC X.
           05  APUR-QTD-PONTO OCCURS 5 TIMES PIC 9(5).
           05  APUR-MEDIA      PIC 9V99.
           05  APUR-QTD-COMENTARIOS PIC 9(5).

       FD  HISTORICO-APURACAO-FILE.
       01  HISTORICO-APURACAO-REC.
           05  HIST-QTD-NAO    PIC 9(5).
           05  HIST-QTD-TALVEZ PIC 9(5).

       FD  BANCO-PERGUNTAS-FILE.
       01  BANCO-PERGUNTA-REC.
           05  BANCO-CODIGO    PIC X(10).
           05  BANCO-TEXTO     PIC X(60).
           05  BANCO-ATIVA-DE  PIC 9(8).
           05  BANCO-ATIVA-ATE PIC 9(8).
           05  BANCO-ANONIMA   PIC X.
      *    tipo S = resposta S/N/T (padrao), E = escala de 1 a 5,
      *    C = comentario livre.
           05  BANCO-TIPO      PIC X.
      *    condicao da pergunta (branco = sempre; ver PROG38).
           05  BANCO-COND-TIPO     PIC X.
           05  BANCO-COND-PERGUNTA PIC X(10).
           05  BANCO-COND-VALOR    PIC X(4).

       FD  DETALHE-RESPOSTAS-FILE.
       01  DETALHE-RESPOSTA-REC.
           05  DET-NOME     PIC X(20).
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
           05  DET-COMENTARIO PIC X(120).

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       FD  RESULTADO-REPORT-FILE.
       01  RESULTADO-REPORT-LINHA PIC X(100).

       COPY "PLANFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.
               10  TAB-CAMP-DATA-INI PIC 9(8).
               10  TAB-CAMP-DATA-FIM PIC 9(8).
               10  TAB-CAMP-SITUACAO PIC X.
               10  TAB-CAMP-LIMITE-NOTA PIC 9(3).
               10  TAB-CAMP-AVALIADA PIC X.
       01  WS-QTD-CAMPANHAS PIC 9(2) VALUE 0.

       01  WS-BANCO-STATUS     PIC XX.
       01  WS-DETALHE-STATUS   PIC XX.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-PAGMSTR-STATUS   PIC XX.
       01  WS-DEPTMSTR-STATUS  PIC XX.
       01  WS-FILA-STATUS      PIC XX.
       01  WS-REPORT-STATUS    PIC XX.

       01  WS-QTD-AVALIADAS PIC 9(2) VALUE 0.
       01  WS-QTD-PLANOS-ABERTOS PIC 9(4) VALUE 0.
       01  WS-QTD-ANTES-DEPOIS PIC 9(4) VALUE 0.
       01  WS-REFERENCIAS-CARREGADAS PIC X VALUE "N".
       01  WS-PLANOS-ALTERADOS PIC X VALUE "N".

      *    tipo de cada pergunta do banco.
       01  WS-TABELA-BANCO.
           05  TAB-BANCO OCCURS 50 TIMES.
               10  TAB-BANCO-CODIGO PIC X(10).
               10  TAB-BANCO-TIPO   PIC X.
       01  WS-QTD-BANCO PIC 9(2) VALUE 0.
       01  WS-BANCO-IDX PIC 9(2).
       01  WS-TIPO-PERG OCCURS 5 TIMES PIC X.

      *    departamentos do DEPTMSTR (codigo e gerente); o indice
      *    do departamento e a coluna da apuracao.
       01  WS-TABELA-GERENTES.
           05  TAB-GER OCCURS 30 TIMES.
               10  TAB-GER-DEPTO   PIC X(4).
               10  TAB-GER-GERENTE PIC X(20).
       01  WS-QTD-GERENTES PIC 9(2) VALUE 0.
       01  WS-GER-IDX PIC 9(2).

      *    nome do funcionario -> indice do departamento dele.
       01  WS-TABELA-FUNCIONARIOS.
           05  TAB-FUNC OCCURS 500 TIMES.
               10  TAB-FUNC-NOME    PIC X(20).
               10  TAB-FUNC-GER-IDX PIC 9(2).
       01  WS-QTD-FUNC PIC 9(3) VALUE 0.
       01  WS-FUNC-IDX PIC 9(3).

      *    apuracao da campanha: respostas e pontos por pergunta
      *    (as 5 da campanha) e departamento. S/N/T soma 1 por SIM;
      *    escala soma o ponto de 1 a 5.
       01  WS-TABELA-RESULTADOS.
           05  TAB-RES-PERG OCCURS 5 TIMES.
               10  TAB-RES-DEP OCCURS 30 TIMES.
                   15  TAB-RES-QTD  PIC 9(5).
                   15  TAB-RES-SOMA PIC 9(7).
       01  WS-RES-PERG-IDX PIC 9.
       01  WS-RES-GER-IDX PIC 9(2).
       01  WS-NOTA PIC 9(3).
       01  WS-LIMITE-NOTA PIC 9(3).
       01  WS-PONTO PIC 9.

       01  WS-CELULA-MINIMA PIC 9(2) VALUE 5.
       01  WS-PRAZO-DIAS PIC 9(3) VALUE 30.
       01  WS-DIAS-HOJE PIC 9(7).

       COPY "CAMPOSCOM.cpy".
       COPY "PLANWS.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
           MOVE "PROG85" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
               END-IF
           END-PERFORM.

      *    campanha fechada (aqui ou no PROG84) e ainda nao
      *    avaliada passa pela apuracao por departamento.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-QTD-CAMPANHAS
               IF TAB-CAMP-SITUACAO(WS-CAMP-IDX) = "F"
                       AND TAB-CAMP-AVALIADA(WS-CAMP-IDX) NOT = "S"
                   PERFORM AVALIA-CAMPANHA
               END-IF
           END-PERFORM.
           IF WS-REFERENCIAS-CARREGADAS = "S"
               CLOSE RESULTADO-REPORT-FILE
               CLOSE FILA-MENSAGENS-FILE
           END-IF.
           IF WS-PLANOS-ALTERADOS = "S"
               PERFORM GRAVA-PLANOS
           END-IF.

           IF WS-QTD-FECHADAS > 0 OR WS-QTD-AVALIADAS > 0
               PERFORM GRAVA-CAMPANHAS
           END-IF.
           DISPLAY "CAMPANHAS FECHADAS: " WS-QTD-FECHADAS.
           DISPLAY "CAMPANHAS AVALIADAS: " WS-QTD-AVALIADAS
               " PLANOS DE ACAO ABERTOS: " WS-QTD-PLANOS-ABERTOS
               " ANTES/DEPOIS: " WS-QTD-ANTES-DEPOIS.

           MOVE WS-QTD-FECHADAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.
                               ADD 1 TO WS-QTD-CAMPANHAS
                               MOVE CAMP-CAMPANHA-REC TO
                                   TAB-CAMP(WS-QTD-CAMPANHAS)
                               IF TAB-CAMP-LIMITE-NOTA(
                                       WS-QTD-CAMPANHAS) NOT NUMERIC
                                   MOVE 0 TO TAB-CAMP-LIMITE-NOTA(
                                       WS-QTD-CAMPANHAS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE APURACAO-PESQUISA-FILE.
           CLOSE HISTORICO-APURACAO-FILE.

      *    banco, departamentos, funcionarios e planos sao lidos uma
      *    vez, na primeira campanha a avaliar; o relatorio e a fila
      *    ficam abertos ate o fim do passo.
       CARREGA-REFERENCIAS.
           MOVE "S" TO WS-REFERENCIAS-CARREGADAS.
           PERFORM CARREGA-PARAMETROS.
           MOVE "PESQ-CELULA-MINIMA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-CELULA-MINIMA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-CELULA-MINIMA.
           MOVE "PLANO-PRAZO-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PRAZO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PRAZO-DIAS.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-HOJE).

           PERFORM CARREGA-BANCO.
           PERFORM CARREGA-GERENTES.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-PLANOS.

           OPEN OUTPUT RESULTADO-REPORT-FILE.
           MOVE "NOTAS POR DEPARTAMENTO DAS CAMPANHAS FECHADAS"
               TO RESULTADO-REPORT-LINHA.
           WRITE RESULTADO-REPORT-LINHA.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.

       CARREGA-BANCO.
           MOVE 0 TO WS-QTD-BANCO.
           OPEN INPUT BANCO-PERGUNTAS-FILE.
           IF WS-BANCO-STATUS = "00"
               PERFORM UNTIL WS-BANCO-STATUS NOT = "00"
                   READ BANCO-PERGUNTAS-FILE
                       AT END
                           MOVE "10" TO WS-BANCO-STATUS
                       NOT AT END
                           IF WS-QTD-BANCO < 50
                               ADD 1 TO WS-QTD-BANCO
                               MOVE BANCO-CODIGO TO
                                   TAB-BANCO-CODIGO(WS-QTD-BANCO)
                               MOVE BANCO-TIPO TO
                                   TAB-BANCO-TIPO(WS-QTD-BANCO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BANCO-PERGUNTAS-FILE.

       CARREGA-GERENTES.
           MOVE 0 TO WS-QTD-GERENTES.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS = "00"
               PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
                   READ DEPARTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMSTR-STATUS
                       NOT AT END
                           IF WS-QTD-GERENTES < 30
                               ADD 1 TO WS-QTD-GERENTES
                               MOVE DEPT-CODIGO TO
                                   TAB-GER-DEPTO(WS-QTD-GERENTES)
                               MOVE DEPT-GERENTE TO
                                   TAB-GER-GERENTE(WS-QTD-GERENTES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.

      *    so entra quem tem departamento cadastrado no DEPTMSTR;
      *    o respondente anonimo ("SEQ n") nunca casa com um nome e
      *    fica fora da apuracao por departamento.
       CARREGA-FUNCIONARIOS.
           MOVE 0 TO WS-QTD-FUNC.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS AUSENTE, SEM NOTA POR"
                   " DEPARTAMENTO"
               CLOSE FUNCIONARIO-MASTER-FILE
           ELSE
               OPEN INPUT PAGAMENTO-MASTER-FILE
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           PERFORM ANOTA-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTO-MASTER-FILE
               CLOSE FUNCIONARIO-MASTER-FILE
           END-IF.

       ANOTA-FUNCIONARIO.
           IF WS-QTD-FUNC < 500
               MOVE FM-COD TO PM-COD
               MOVE SPACES TO PM-DEPTO
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-DEPTO
               END-READ
               MOVE 0 TO WS-RES-GER-IDX
               PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                       UNTIL WS-GER-IDX > WS-QTD-GERENTES
                   IF TAB-GER-DEPTO(WS-GER-IDX) = PM-DEPTO
                       MOVE WS-GER-IDX TO WS-RES-GER-IDX
                   END-IF
               END-PERFORM
               IF WS-RES-GER-IDX NOT = 0
                   ADD 1 TO WS-QTD-FUNC
                   MOVE FM-NOME TO TAB-FUNC-NOME(WS-QTD-FUNC)
                   MOVE WS-RES-GER-IDX TO TAB-FUNC-GER-IDX(WS-QTD-FUNC)
               END-IF
           END-IF.

      *    nota de cada pergunta por departamento no periodo da
      *    campanha; celula com menos de PESQ-CELULA-MINIMA
      *    respostas nao sai (mesma regra do PROG86). abaixo da
      *    nota minima da campanha abre plano de acao.
       AVALIA-CAMPANHA.
           IF WS-REFERENCIAS-CARREGADAS NOT = "S"
               PERFORM CARREGA-REFERENCIAS
           END-IF.
           MOVE "S" TO TAB-CAMP-AVALIADA(WS-CAMP-IDX).
           ADD 1 TO WS-QTD-AVALIADAS.
           MOVE TAB-CAMP-LIMITE-NOTA(WS-CAMP-IDX) TO WS-LIMITE-NOTA.
           INITIALIZE WS-TABELA-RESULTADOS.

           PERFORM VARYING WS-PERG-IDX FROM 1 BY 1
                   UNTIL WS-PERG-IDX > 5
               MOVE SPACE TO WS-TIPO-PERG(WS-PERG-IDX)
               PERFORM VARYING WS-BANCO-IDX FROM 1 BY 1
                       UNTIL WS-BANCO-IDX > WS-QTD-BANCO
                   IF TAB-BANCO-CODIGO(WS-BANCO-IDX) =
                           TAB-CAMP-PERG(WS-CAMP-IDX, WS-PERG-IDX)
                       MOVE TAB-BANCO-TIPO(WS-BANCO-IDX)
                           TO WS-TIPO-PERG(WS-PERG-IDX)
                   END-IF
               END-PERFORM
               IF WS-TIPO-PERG(WS-PERG-IDX) NOT = "E"
                       AND WS-TIPO-PERG(WS-PERG-IDX) NOT = "C"
                   MOVE "S" TO WS-TIPO-PERG(WS-PERG-IDX)
               END-IF
           END-PERFORM.

           OPEN INPUT DETALHE-RESPOSTAS-FILE.
           IF WS-DETALHE-STATUS = "00"
               PERFORM UNTIL WS-DETALHE-STATUS NOT = "00"
                   READ DETALHE-RESPOSTAS-FILE
                       AT END
                           MOVE "10" TO WS-DETALHE-STATUS
                       NOT AT END
                           IF DET-DATA >= TAB-CAMP-DATA-INI(WS-CAMP-IDX)
                                   AND DET-DATA <=
                                       TAB-CAMP-DATA-FIM(WS-CAMP-IDX)
                               PERFORM APURA-RESPOSTA
                                   THRU APURA-RESPOSTA-FIM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DETALHE-RESPOSTAS-FILE.

           MOVE SPACES TO RESULTADO-REPORT-LINHA.
           WRITE RESULTADO-REPORT-LINHA.
           STRING "CAMPANHA " TAB-CAMP-ID(WS-CAMP-IDX)
                  " DE " TAB-CAMP-DATA-INI(WS-CAMP-IDX)
                  " ATE " TAB-CAMP-DATA-FIM(WS-CAMP-IDX)
                  " NOTA MINIMA " WS-LIMITE-NOTA
               DELIMITED BY SIZE INTO RESULTADO-REPORT-LINHA.
           WRITE RESULTADO-REPORT-LINHA.
           PERFORM VARYING WS-RES-PERG-IDX FROM 1 BY 1
                   UNTIL WS-RES-PERG-IDX > 5
               PERFORM VARYING WS-RES-GER-IDX FROM 1 BY 1
                       UNTIL WS-RES-GER-IDX > WS-QTD-GERENTES
                   IF TAB-RES-QTD(WS-RES-PERG-IDX, WS-RES-GER-IDX)
                           NOT < WS-CELULA-MINIMA
                           AND TAB-RES-QTD(WS-RES-PERG-IDX,
                               WS-RES-GER-IDX) > 0
                       PERFORM RELATA-NOTA
                   END-IF
               END-PERFORM
           END-PERFORM.

       APURA-RESPOSTA.
           MOVE 0 TO WS-RES-PERG-IDX.
           PERFORM VARYING WS-PERG-IDX FROM 1 BY 1
                   UNTIL WS-PERG-IDX > 5
               IF TAB-CAMP-PERG(WS-CAMP-IDX, WS-PERG-IDX) = DET-CODIGO
                       AND DET-CODIGO NOT = SPACES
                   MOVE WS-PERG-IDX TO WS-RES-PERG-IDX
               END-IF
           END-PERFORM.
           IF WS-RES-PERG-IDX = 0
               GO TO APURA-RESPOSTA-FIM
           END-IF.
           MOVE 0 TO WS-RES-GER-IDX.
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > WS-QTD-FUNC
               IF TAB-FUNC-NOME(WS-FUNC-IDX) = DET-NOME
                   MOVE TAB-FUNC-GER-IDX(WS-FUNC-IDX)
                       TO WS-RES-GER-IDX
               END-IF
           END-PERFORM.
           IF WS-RES-GER-IDX = 0
               GO TO APURA-RESPOSTA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN WS-TIPO-PERG(WS-RES-PERG-IDX) = "S"
                       AND (DET-RESPOSTA = "S" OR "N" OR "T")
                   ADD 1 TO TAB-RES-QTD(WS-RES-PERG-IDX,
                       WS-RES-GER-IDX)
                   IF DET-RESPOSTA = "S"
                       ADD 1 TO TAB-RES-SOMA(WS-RES-PERG-IDX,
                           WS-RES-GER-IDX)
                   END-IF
               WHEN WS-TIPO-PERG(WS-RES-PERG-IDX) = "E"
                       AND DET-RESPOSTA >= "1" AND DET-RESPOSTA <= "5"
                   MOVE DET-RESPOSTA TO WS-PONTO
                   ADD 1 TO TAB-RES-QTD(WS-RES-PERG-IDX,
                       WS-RES-GER-IDX)
                   ADD WS-PONTO TO TAB-RES-SOMA(WS-RES-PERG-IDX,
                       WS-RES-GER-IDX)
           END-EVALUATE.

       APURA-RESPOSTA-FIM.
           EXIT.

      *    nota de 0 a 100: S/N/T = percentual de SIM, escala =
      *    media x 20.
       RELATA-NOTA.
           IF WS-TIPO-PERG(WS-RES-PERG-IDX) = "E"
               COMPUTE WS-NOTA ROUNDED =
                   TAB-RES-SOMA(WS-RES-PERG-IDX, WS-RES-GER-IDX) * 20
                   / TAB-RES-QTD(WS-RES-PERG-IDX, WS-RES-GER-IDX)
           ELSE
               COMPUTE WS-NOTA ROUNDED =
                   TAB-RES-SOMA(WS-RES-PERG-IDX, WS-RES-GER-IDX) * 100
                   / TAB-RES-QTD(WS-RES-PERG-IDX, WS-RES-GER-IDX)
           END-IF.
           MOVE SPACES TO RESULTADO-REPORT-LINHA.
           STRING "  DEPTO " TAB-GER-DEPTO(WS-RES-GER-IDX)
                  " PERGUNTA "
                  TAB-CAMP-PERG(WS-CAMP-IDX, WS-RES-PERG-IDX)
                  " RESPOSTAS "
                  TAB-RES-QTD(WS-RES-PERG-IDX, WS-RES-GER-IDX)
                  " NOTA " WS-NOTA
               DELIMITED BY SIZE INTO RESULTADO-REPORT-LINHA.
           WRITE RESULTADO-REPORT-LINHA.
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
                   UNTIL PLANO-IDX > WS-QTD-PLANOS
               MOVE TAB-PLANO(PLANO-IDX) TO PL-PLANO-REC
               IF PL-DEPTO = TAB-GER-DEPTO(WS-RES-GER-IDX)
                       AND PL-PERGUNTA =
                           TAB-CAMP-PERG(WS-CAMP-IDX, WS-RES-PERG-IDX)
                       AND PL-CAMPANHA NOT = TAB-CAMP-ID(WS-CAMP-IDX)
                       AND PL-CAMPANHA-DEPOIS = SPACES
                   PERFORM REGISTRA-ANTES-DEPOIS
               END-IF
           END-PERFORM.
           IF WS-LIMITE-NOTA > 0 AND WS-NOTA < WS-LIMITE-NOTA
               PERFORM ABRE-PLANO-ACAO THRU ABRE-PLANO-ACAO-FIM
           END-IF.

      *    o plano de uma campanha anterior ganha a nota desta,
      *    que repetiu a pergunta: e o antes/depois do plano.
       REGISTRA-ANTES-DEPOIS.
           MOVE TAB-CAMP-ID(WS-CAMP-IDX) TO PL-CAMPANHA-DEPOIS.
           MOVE WS-NOTA TO PL-NOTA-DEPOIS.
           MOVE PL-PLANO-REC TO TAB-PLANO(PLANO-IDX).
           MOVE "S" TO WS-PLANOS-ALTERADOS.
           ADD 1 TO WS-QTD-ANTES-DEPOIS.
           MOVE SPACES TO RESULTADO-REPORT-LINHA.
           STRING "    PLANO DE ACAO DA CAMPANHA " PL-CAMPANHA
                  " (SITUACAO " PL-SITUACAO "): ANTES " PL-NOTA
                  " DEPOIS " PL-NOTA-DEPOIS
               DELIMITED BY SIZE INTO RESULTADO-REPORT-LINHA.
           WRITE RESULTADO-REPORT-LINHA.

      *    um plano por campanha, departamento e pergunta: a
      *    reexecucao do passo nao duplica. o dono e o gerente do
      *    departamento; sem gerente no DEPTMSTR, o RH. o aviso de
      *    abertura vai pela fila do PROG10 ao papel GERENTE.
       ABRE-PLANO-ACAO.
           MOVE TAB-CAMP-ID(WS-CAMP-IDX) TO WS-PLANO-CAMP-PEDIDA.
           MOVE TAB-GER-DEPTO(WS-RES-GER-IDX) TO WS-PLANO-DEPTO-PEDIDO.
           MOVE TAB-CAMP-PERG(WS-CAMP-IDX, WS-RES-PERG-IDX)
               TO WS-PLANO-PERG-PEDIDA.
           PERFORM PROCURA-PLANO.
           IF WS-PLANO-ACHADO NOT = 0
               GO TO ABRE-PLANO-ACAO-FIM
           END-IF.
           IF WS-QTD-PLANOS = 500
               DISPLAY "ARQUIVO DE PLANOS DE ACAO CHEIO"
               MOVE 4 TO RETURN-CODE
               GO TO ABRE-PLANO-ACAO-FIM
           END-IF.
           MOVE SPACES TO PL-PLANO-REC.
           MOVE WS-PLANO-CHAVE-PEDIDA TO PL-PLANO-REC(1:24).
           MOVE WS-NOTA TO PL-NOTA.
           MOVE WS-LIMITE-NOTA TO PL-LIMITE.
           IF TAB-GER-GERENTE(WS-RES-GER-IDX) = SPACES
               MOVE "RH" TO PL-DONO
           ELSE
               MOVE TAB-GER-GERENTE(WS-RES-GER-IDX) TO PL-DONO
           END-IF.
           MOVE WS-DATA-HOJE TO PL-DATA-ABERTURA.
           COMPUTE PL-PRAZO = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE + WS-PRAZO-DIAS).
           MOVE "A" TO PL-SITUACAO.
           MOVE 0 TO PL-DATA-ATUALIZACAO PL-ULTIMA-COBRANCA
               PL-NOTA-DEPOIS.
           ADD 1 TO WS-QTD-PLANOS.
           MOVE PL-PLANO-REC TO TAB-PLANO(WS-QTD-PLANOS).
           MOVE "S" TO WS-PLANOS-ALTERADOS.
           ADD 1 TO WS-QTD-PLANOS-ABERTOS.

           MOVE SPACES TO RESULTADO-REPORT-LINHA.
           STRING "    ABAIXO DA NOTA MINIMA: PLANO DE ACAO PARA "
                  PL-DONO " PRAZO " PL-PRAZO
               DELIMITED BY SIZE INTO RESULTADO-REPORT-LINHA.
           WRITE RESULTADO-REPORT-LINHA.

           MOVE SPACES TO FILA-MENSAGEM-REC.
           IF PL-DONO = "RH"
               MOVE "RH" TO FILA-DESTINATARIO
           ELSE
               STRING "GERENTE:" PL-DEPTO
                   DELIMITED BY SIZE INTO FILA-DESTINATARIO
           END-IF.
           MOVE "R" TO FILA-PRIORIDADE.
           STRING "PLANO DE ACAO ABERTO: DEPTO " PL-DEPTO
                  " PERGUNTA " PL-PERGUNTA " NOTA " PL-NOTA
                  " PRAZO " PL-PRAZO
               DELIMITED BY SIZE INTO FILA-TEXTO.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.

       ABRE-PLANO-ACAO-FIM.
           EXIT.

       COPY "PLANPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
