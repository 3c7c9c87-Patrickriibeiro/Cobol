       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG134.
      *    REVISAO PERIODICA DOS LIMITES DE CREDITO DOS CLIENTES.
      * 2026-10-15 primeira versao: o CLI-LIMITE-CRED era digitado
      *            uma vez no PROG92 e nunca mais olhado. roda a cada
      *            trimestre e pontua cada cliente ativo do
      *            CLIMSTR.DAT pelo periodo LIMREV-DIAS-PERIODO
      *            (padrao 90 dias) do historico HISTTRAN - saldo
      *            medio ponderado pelos dias, juros cobrados pelo
      *            PROG94 -, pelos estouros de limite recusados pela
      *            TESTE e pelo PROG3 na EXCCOM.DAT e pelos dias do
      *            debito mais antigo na copia AGING.TXT do PROG130.
      *            propoe subir, manter ou cortar o limite; subir e
      *            cortar esperam em LIMPEND.DAT o aceite do
      *            supervisor no PROG135. relatorio em LIMREVREL.DAT.
      * 2026-10-15 estouro de limite recusado na mensalidade dos
      *            contratos (PROG136) tambem conta na pontuacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

           SELECT RAZAO-CLIENTE-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAZAO-NOME
               FILE STATUS IS WS-RAZAO-STATUS.

      *    meses ja fechados, um AAAAMM por linha (ver PROG93).
           SELECT FECHADOS-FILE ASSIGN TO "LEDGFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADOS-STATUS.

      *    particao de mes fechado ou historico vivo, um de cada vez.
           SELECT HISTORICO-TRANSACOES-FILE
               ASSIGN TO DYNAMIC WS-HISTORICO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

      *    copia delimitada do envelhecimento gravada pelo PROG130.
           SELECT AGING-FILE ASSIGN TO "AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT PROPOSTAS-FILE ASSIGN TO "LIMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTAS-STATUS.

           SELECT REVISAO-REPORT-FILE ASSIGN TO "LIMREVREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMREVREL-STATUS.

           COPY "EXCSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  FECHADOS-FILE.
       01  FECHADO-REC PIC 9(6).

      *    visao de colunas da linha do historico (ver PROG48).
       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).
       01  HISTORICO-CAMPOS REDEFINES HISTORICO-TRANSACOES-LINHA.
           05  HT-DATA-HORA PIC X(14).
           05  FILLER       PIC X.
           05  HT-NOME      PIC X(20).
           05  FILLER       PIC X.
           05  HT-SINAL     PIC X(20).
           05  FILLER       PIC X(17).
           05  HT-RESULTADO PIC X(10).
           05  FILLER       PIC X(17).

       FD  AGING-FILE.
       01  AGING-LINHA PIC X(160).

       FD  PROPOSTAS-FILE.
       COPY "LIMPREC.cpy".

       FD  REVISAO-REPORT-FILE.
       01  REVISAO-REPORT-LINHA PIC X(110).

       COPY "EXCFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-CLIMSTR-STATUS   PIC XX.
       01  WS-RAZAO-STATUS     PIC XX.
       01  WS-FECHADOS-STATUS  PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-AGING-STATUS     PIC XX.
       01  WS-PROPOSTAS-STATUS PIC XX.
       01  WS-LIMREVREL-STATUS PIC XX.

       01  WS-HISTORICO-NOME PIC X(20).
       01  WS-TEM-RAZAO PIC X VALUE "N".
       01  WS-TEM-AGING PIC X VALUE "N".

      *    parametros da revisao (PARAMS.DAT).
       01  WS-DIAS-PERIODO   PIC 9(5) VALUE 90.
       01  WS-PCT-AUMENTO    PIC 9(3) VALUE 20.
       01  WS-PCT-CORTE      PIC 9(3) VALUE 25.
       01  WS-PONTOS-SOBE    PIC 9(3) VALUE 70.
       01  WS-PONTOS-CORTA   PIC 9(3) VALUE 30.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DIA-INICIO PIC 9(7).
       01  WS-DATA-INICIO PIC 9(8).
       01  WS-MES-INICIO PIC 9(6).
       01  WS-DATA-LINHA PIC 9(8).
       01  WS-DIAS-DECORRIDOS PIC 9(5).

      *    competencias fechadas, postas em ordem antes da leitura.
       01  WS-TABELA-FECHADOS.
           05  TAB-FECH OCCURS 240 TIMES PIC 9(6).
       01  WS-QTD-FECH PIC 9(3) VALUE 0.
       01  WS-FECH-IDX PIC 9(3).
       01  WS-FECH-IDX2 PIC 9(3).
       01  WS-FECH-TROCA PIC 9(6).

      *    o que o periodo diz de cada cliente. o ponderado soma
      *    cada movimento vezes os dias do inicio do periodo ate
      *    ele: saldo medio = saldo de hoje - ponderado / dias.
       01  WS-TABELA-CLIENTES.
           05  TAB-CLI OCCURS 500 TIMES.
               10  TAB-CLI-NOME      PIC X(20).
               10  TAB-CLI-PONDERADO PIC S9(11)V99.
               10  TAB-CLI-JUROS     PIC 9(7)V99.
               10  TAB-CLI-ESTOUROS  PIC 9(4).
               10  TAB-CLI-DIAS      PIC 9(5).
       01  WS-QTD-CLI PIC 9(4) VALUE 0.
       01  WS-CLI-IDX PIC 9(4).
       01  WS-CLI-ACHADO PIC 9(4).
       01  WS-NOME-PROCURADO PIC X(20).
       01  WS-CLIENTES-ESTOURO PIC X VALUE "N".

      *    propostas pendentes: a nova do cliente troca a antiga.
       01  WS-TABELA-PROPOSTAS.
           05  TAB-PROP OCCURS 500 TIMES INDEXED BY PROP-IDX
                        PIC X(86).
       01  WS-QTD-PROPOSTAS PIC 9(4) VALUE 0.
       01  WS-PROP-ACHADA PIC 9(4).

       01  WS-VALOR-LINHA PIC S9(8)V99.
       01  WS-SALDO-MEDIO PIC S9(9)V99.
       01  WS-DEVEDOR-MEDIO PIC 9(8)V99.
       01  WS-UTILIZACAO PIC 9(5).
       01  WS-PONTOS PIC S9(4).
       01  WS-PERDA-ESTOUROS PIC 9(4).
       01  WS-LIMITE-NOVO PIC 9(7).
       01  WS-PROPOSTA PIC X.
           88  PROPOE-SUBIR  VALUE "S".
           88  PROPOE-MANTER VALUE "M".
           88  PROPOE-CORTAR VALUE "C".
       01  WS-ESTADO-CLIENTE PIC X(12).

       01  WS-AG-NOME PIC X(20).
       01  WS-AG-DIAS PIC X(6).
       01  WS-AG-RESTO PIC X(80).

       01  WS-QTD-REVISADOS PIC 9(5) VALUE 0.
       01  WS-QTD-SUBIR PIC 9(5) VALUE 0.
       01  WS-QTD-MANTER PIC 9(5) VALUE 0.
       01  WS-QTD-CORTAR PIC 9(5) VALUE 0.
       01  WS-QTD-SUBSTITUIDAS PIC 9(5) VALUE 0.
       01  WS-PROPOSTAS-ESTOURO PIC X VALUE "N".

       01  WS-LINHA-DETALHE.
           05  DET-NOME       PIC X(20).
           05  FILLER         PIC X VALUE SPACE.
           05  DET-LIMITE     PIC Z(6)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  DET-DEVEDOR    PIC Z(7)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  DET-UTILIZACAO PIC ZZZ9.
           05  FILLER         PIC X(2) VALUE "% ".
           05  DET-ESTOUROS   PIC ZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  DET-DIAS       PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  DET-JUROS      PIC Z(6)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  DET-PONTOS     PIC ZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  DET-PROPOSTA   PIC X(12).
           05  FILLER         PIC X VALUE SPACE.
           05  DET-NOVO       PIC Z(6)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG134" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-PARAMETROS.
           MOVE "LIMREV-DIAS-PERIODO" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-DIAS-PERIODO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-DIAS-PERIODO.
           MOVE "LIMREV-PCT-AUMENTO" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PCT-AUMENTO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PCT-AUMENTO.
           MOVE "LIMREV-PCT-CORTE" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PCT-CORTE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PCT-CORTE.
           MOVE "LIMREV-PONTOS-SOBE" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PONTOS-SOBE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PONTOS-SOBE.
           MOVE "LIMREV-PONTOS-CORTA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PONTOS-CORTA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PONTOS-CORTA.
           IF WS-DIAS-PERIODO = 0
               MOVE 90 TO WS-DIAS-PERIODO
           END-IF.
           IF WS-PCT-CORTE > 100
               MOVE 100 TO WS-PCT-CORTE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DIA-INICIO = WS-DIAS-HOJE - WS-DIAS-PERIODO.
           COMPUTE WS-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO).
           MOVE WS-DATA-INICIO(1:6) TO WS-MES-INICIO.

           OPEN OUTPUT REVISAO-REPORT-FILE.
           MOVE SPACES TO REVISAO-REPORT-LINHA.
           STRING "===== REVISAO DE LIMITES DE CREDITO EM "
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) " (PERIODO DESDE "
                  WS-DATA-INICIO(7:2) "/" WS-DATA-INICIO(5:2) "/"
                  WS-DATA-INICIO(1:4) ") ====="
               DELIMITED BY SIZE INTO REVISAO-REPORT-LINHA.
           WRITE REVISAO-REPORT-LINHA.

           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS NOT = "00"
               CLOSE CLIENTES-FILE
               MOVE "CLIMSTR.DAT AUSENTE - NADA A REVISAR"
                   TO REVISAO-REPORT-LINHA
               WRITE REVISAO-REPORT-LINHA
               DISPLAY REVISAO-REPORT-LINHA
               CLOSE REVISAO-REPORT-FILE
               MOVE "SEM-CLIMST" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

      *    so os meses que cruzam o periodo, e o vivo por ultimo.
           PERFORM CARREGA-FECHADOS.
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX > WS-QTD-FECH
               IF TAB-FECH(WS-FECH-IDX) NOT < WS-MES-INICIO
                   MOVE SPACES TO WS-HISTORICO-NOME
                   STRING "HISTTRAN." TAB-FECH(WS-FECH-IDX)
                       DELIMITED BY SIZE INTO WS-HISTORICO-NOME
                   PERFORM LE-HISTORICO THRU LE-HISTORICO-FIM
               END-IF
           END-PERFORM.
           MOVE "HISTTRAN.DAT" TO WS-HISTORICO-NOME.
           PERFORM LE-HISTORICO THRU LE-HISTORICO-FIM.

           PERFORM LE-ESTOUROS-LIMITE.
           PERFORM LE-AGING.
           PERFORM CARREGA-PROPOSTAS.

           MOVE "N" TO WS-TEM-RAZAO.
           OPEN INPUT RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS = "00"
               MOVE "S" TO WS-TEM-RAZAO
           ELSE
               CLOSE RAZAO-CLIENTE-FILE
           END-IF.

           MOVE SPACES TO REVISAO-REPORT-LINHA.
           WRITE REVISAO-REPORT-LINHA.
           MOVE SPACES TO REVISAO-REPORT-LINHA.
           STRING "CLIENTE                  LIMITE DEVEDOR MED "
                  " USO   EST  DIAS      JUROS PTS PROP"
                  "OSTA       NOVO LIM"
               DELIMITED BY SIZE INTO REVISAO-REPORT-LINHA.
           WRITE REVISAO-REPORT-LINHA.

           PERFORM UNTIL WS-CLIMSTR-STATUS NOT = "00"
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CLIMSTR-STATUS
                   NOT AT END
                       PERFORM REVISA-CLIENTE THRU REVISA-CLIENTE-FIM
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.
           IF WS-TEM-RAZAO = "S"
               CLOSE RAZAO-CLIENTE-FILE
           END-IF.

           PERFORM GRAVA-PROPOSTAS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE REVISAO-REPORT-FILE.

           IF WS-QTD-SUBIR + WS-QTD-CORTAR > 0
               MOVE "PROPOSTAS" TO WS-RUNLOG-RESULTADO
           END-IF.
           IF WS-CLIENTES-ESTOURO = "S"
                   OR WS-PROPOSTAS-ESTOURO = "S"
               MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-REVISADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-FECHADOS.
           MOVE 0 TO WS-QTD-FECH.
           OPEN INPUT FECHADOS-FILE.
           IF WS-FECHADOS-STATUS = "00"
               PERFORM UNTIL WS-FECHADOS-STATUS NOT = "00"
                   READ FECHADOS-FILE
                       AT END
                           MOVE "10" TO WS-FECHADOS-STATUS
                       NOT AT END
                           IF FECHADO-REC IS NUMERIC
                                   AND WS-QTD-FECH < 240
                               ADD 1 TO WS-QTD-FECH
                               MOVE FECHADO-REC
                                   TO TAB-FECH(WS-QTD-FECH)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FECHADOS-FILE.
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX >= WS-QTD-FECH
               PERFORM VARYING WS-FECH-IDX2 FROM WS-FECH-IDX BY 1
                       UNTIL WS-FECH-IDX2 > WS-QTD-FECH
                   IF TAB-FECH(WS-FECH-IDX2) < TAB-FECH(WS-FECH-IDX)
                       MOVE TAB-FECH(WS-FECH-IDX) TO WS-FECH-TROCA
                       MOVE TAB-FECH(WS-FECH-IDX2)
                           TO TAB-FECH(WS-FECH-IDX)
                       MOVE WS-FECH-TROCA TO TAB-FECH(WS-FECH-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LE-HISTORICO.
           OPEN INPUT HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
               MOVE SPACES TO REVISAO-REPORT-LINHA
               STRING "ARQUIVO " WS-HISTORICO-NOME " AUSENTE"
                   DELIMITED BY SIZE INTO REVISAO-REPORT-LINHA
               WRITE REVISAO-REPORT-LINHA
               GO TO LE-HISTORICO-FIM
           END-IF.
           PERFORM UNTIL WS-HISTORICO-STATUS NOT = "00"
               READ HISTORICO-TRANSACOES-FILE
                   AT END
                       MOVE "10" TO WS-HISTORICO-STATUS
                   NOT AT END
                       PERFORM APURA-LINHA THRU APURA-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-TRANSACOES-FILE.

       LE-HISTORICO-FIM.
           EXIT.

      *    a ABERTURA do PROG93 so resume o mes fechado: nao e
      *    movimento e fica fora da media.
       APURA-LINHA.
           IF HT-NOME = SPACES OR HT-DATA-HORA(1:8) IS NOT NUMERIC
               GO TO APURA-LINHA-FIM
           END-IF.
           IF HT-SINAL(1:8) = "ABERTURA"
               GO TO APURA-LINHA-FIM
           END-IF.
           MOVE HT-DATA-HORA(1:8) TO WS-DATA-LINHA.
           IF WS-DATA-LINHA < WS-DATA-INICIO
                   OR WS-DATA-LINHA > WS-DATA-HOJE
               GO TO APURA-LINHA-FIM
           END-IF.
           MOVE HT-NOME TO WS-NOME-PROCURADO.
           PERFORM PROCURA-CLIENTE.
           IF WS-CLI-ACHADO = 0
               GO TO APURA-LINHA-FIM
           END-IF.
           COMPUTE WS-DIAS-DECORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LINHA)
               - WS-DIA-INICIO.
           COMPUTE WS-VALOR-LINHA = FUNCTION NUMVAL(HT-RESULTADO).
           COMPUTE TAB-CLI-PONDERADO(WS-CLI-ACHADO) =
               TAB-CLI-PONDERADO(WS-CLI-ACHADO)
               + WS-VALOR-LINHA * WS-DIAS-DECORRIDOS.
           IF HT-SINAL(1:5) = "JUROS" AND WS-VALOR-LINHA < 0
               COMPUTE TAB-CLI-JUROS(WS-CLI-ACHADO) =
                   TAB-CLI-JUROS(WS-CLI-ACHADO) - WS-VALOR-LINHA
           END-IF.

       APURA-LINHA-FIM.
           EXIT.

       PROCURA-CLIENTE.
           MOVE 0 TO WS-CLI-ACHADO.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-QTD-CLI
                       OR WS-CLI-ACHADO NOT = 0
               IF TAB-CLI-NOME(WS-CLI-IDX) = WS-NOME-PROCURADO
                   MOVE WS-CLI-IDX TO WS-CLI-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CLI-ACHADO = 0
               IF WS-QTD-CLI < 500
                   ADD 1 TO WS-QTD-CLI
                   MOVE WS-QTD-CLI TO WS-CLI-ACHADO
                   MOVE WS-NOME-PROCURADO
                       TO TAB-CLI-NOME(WS-CLI-ACHADO)
                   MOVE 0 TO TAB-CLI-PONDERADO(WS-CLI-ACHADO)
                             TAB-CLI-JUROS(WS-CLI-ACHADO)
                             TAB-CLI-ESTOUROS(WS-CLI-ACHADO)
                             TAB-CLI-DIAS(WS-CLI-ACHADO)
               ELSE
                   MOVE "S" TO WS-CLIENTES-ESTOURO
               END-IF
           END-IF.

      *    lancamento recusado por limite na TESTE, no PROG3 ou na
      *    mensalidade do PROG136 dentro do periodo; o cliente vem
      *    no valor da excecao.
       LE-ESTOUROS-LIMITE.
           OPEN INPUT EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS = "00"
               PERFORM UNTIL WS-EXCCOM-STATUS NOT = "00"
                   READ EXCECOES-COMUM-FILE
                       AT END
                           MOVE "10" TO WS-EXCCOM-STATUS
                       NOT AT END
                           PERFORM CONTA-ESTOURO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXCECOES-COMUM-FILE.

       CONTA-ESTOURO.
           IF EXCECOES-COMUM-LINHA(27:15) = "LIMITE-CREDITO"
                   AND (EXCECOES-COMUM-LINHA(16:10) = "TESTE"
                        OR EXCECOES-COMUM-LINHA(16:10) = "PROG3"
                        OR EXCECOES-COMUM-LINHA(16:10) = "PROG136")
                   AND EXCECOES-COMUM-LINHA(1:8) IS NUMERIC
               MOVE EXCECOES-COMUM-LINHA(1:8) TO WS-DATA-LINHA
               IF WS-DATA-LINHA NOT < WS-DATA-INICIO
                   MOVE EXCECOES-COMUM-LINHA(43:20)
                       TO WS-NOME-PROCURADO
                   PERFORM PROCURA-CLIENTE
                   IF WS-CLI-ACHADO NOT = 0
                       ADD 1 TO TAB-CLI-ESTOUROS(WS-CLI-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *    dias do debito mais antigo em aberto, do ultimo
      *    envelhecimento; sem ele o atraso nao pesa e o relatorio
      *    avisa.
       LE-AGING.
           MOVE "N" TO WS-TEM-AGING.
           OPEN INPUT AGING-FILE.
           IF WS-AGING-STATUS = "00"
               MOVE "S" TO WS-TEM-AGING
               PERFORM UNTIL WS-AGING-STATUS NOT = "00"
                   READ AGING-FILE
                       AT END
                           MOVE "10" TO WS-AGING-STATUS
                       NOT AT END
                           PERFORM ANOTA-ATRASO
                   END-READ
               END-PERFORM
           ELSE
               MOVE "AGING.TXT AUSENTE - ATRASO NAO CONSIDERADO"
                   TO REVISAO-REPORT-LINHA
               WRITE REVISAO-REPORT-LINHA
           END-IF.
           CLOSE AGING-FILE.

      *    CLIENTE;ABERTO;CORRENTE;DIAS30;...;DIAS-MAIS-ANTIGO;...
       ANOTA-ATRASO.
           IF AGING-LINHA(1:15) NOT = "CLIENTE;ABERTO;"
                   AND AGING-LINHA NOT = SPACES
               MOVE SPACES TO WS-AG-NOME WS-AG-DIAS
               UNSTRING AGING-LINHA DELIMITED BY ";"
                   INTO WS-AG-NOME WS-AG-RESTO WS-AG-RESTO
                        WS-AG-RESTO WS-AG-RESTO WS-AG-RESTO
                        WS-AG-RESTO WS-AG-DIAS
               END-UNSTRING
               IF FUNCTION TRIM(WS-AG-DIAS) IS NUMERIC
                   MOVE WS-AG-NOME TO WS-NOME-PROCURADO
                   PERFORM PROCURA-CLIENTE
                   IF WS-CLI-ACHADO NOT = 0
                       MOVE FUNCTION TRIM(WS-AG-DIAS)
                           TO TAB-CLI-DIAS(WS-CLI-ACHADO)
                   END-IF
               END-IF
           END-IF.

       CARREGA-PROPOSTAS.
           MOVE 0 TO WS-QTD-PROPOSTAS.
           OPEN INPUT PROPOSTAS-FILE.
           IF WS-PROPOSTAS-STATUS = "00"
               PERFORM UNTIL WS-PROPOSTAS-STATUS NOT = "00"
                   READ PROPOSTAS-FILE
                       AT END
                           MOVE "10" TO WS-PROPOSTAS-STATUS
                       NOT AT END
                           IF WS-QTD-PROPOSTAS < 500
                               ADD 1 TO WS-QTD-PROPOSTAS
                               MOVE LP-PROPOSTA-REC
                                   TO TAB-PROP(WS-QTD-PROPOSTAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROPOSTAS-FILE.

       GRAVA-PROPOSTAS.
           OPEN OUTPUT PROPOSTAS-FILE.
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-QTD-PROPOSTAS
               MOVE TAB-PROP(PROP-IDX) TO LP-PROPOSTA-REC
               WRITE LP-PROPOSTA-REC
           END-PERFORM.
           CLOSE PROPOSTAS-FILE.

      *    pontuacao de 0 a 100 a partir de 50: estouro de limite
      *    tira 10 cada (ate 30), atraso de 30/60/90 dias tira
      *    15/30/50, juros no periodo tiram 10; uso medio do
      *    limite de 80% ou mais soma 20, de 50% soma 10, abaixo de
      *    20% tira 10 (limite parado). dos LIMREV-PONTOS-SOBE
      *    para cima propoe subir LIMREV-PCT-AUMENTO por cento;
      *    abaixo de LIMREV-PONTOS-CORTA, cortar LIMREV-PCT-CORTE.
       REVISA-CLIENTE.
           IF CLI-SITUACAO = "I"
               GO TO REVISA-CLIENTE-FIM
           END-IF.
           ADD 1 TO WS-QTD-REVISADOS.
           MOVE CLI-NOME TO WS-NOME-PROCURADO.
           PERFORM PROCURA-CLIENTE.
           IF WS-CLI-ACHADO = 0
               GO TO REVISA-CLIENTE-FIM
           END-IF.

           MOVE 0 TO RAZAO-TOTAL.
           IF WS-TEM-RAZAO = "S"
               MOVE CLI-NOME TO RAZAO-NOME
               READ RAZAO-CLIENTE-FILE
                   INVALID KEY
                       MOVE 0 TO RAZAO-TOTAL
               END-READ
           END-IF.
           COMPUTE WS-SALDO-MEDIO ROUNDED = RAZAO-TOTAL
               - TAB-CLI-PONDERADO(WS-CLI-ACHADO) / WS-DIAS-PERIODO.
           MOVE 0 TO WS-DEVEDOR-MEDIO.
           IF WS-SALDO-MEDIO < 0
               COMPUTE WS-DEVEDOR-MEDIO = 0 - WS-SALDO-MEDIO
           END-IF.
           MOVE 0 TO WS-UTILIZACAO.
           IF CLI-LIMITE-CRED > 0
               COMPUTE WS-UTILIZACAO ROUNDED =
                   WS-DEVEDOR-MEDIO * 100 / CLI-LIMITE-CRED
                   ON SIZE ERROR
                       MOVE 99999 TO WS-UTILIZACAO
               END-COMPUTE
           END-IF.

           MOVE 50 TO WS-PONTOS.
           COMPUTE WS-PERDA-ESTOUROS =
               TAB-CLI-ESTOUROS(WS-CLI-ACHADO) * 10.
           IF WS-PERDA-ESTOUROS > 30
               MOVE 30 TO WS-PERDA-ESTOUROS
           END-IF.
           SUBTRACT WS-PERDA-ESTOUROS FROM WS-PONTOS.
           EVALUATE TRUE
               WHEN TAB-CLI-DIAS(WS-CLI-ACHADO) >= 90
                   SUBTRACT 50 FROM WS-PONTOS
               WHEN TAB-CLI-DIAS(WS-CLI-ACHADO) >= 60
                   SUBTRACT 30 FROM WS-PONTOS
               WHEN TAB-CLI-DIAS(WS-CLI-ACHADO) >= 30
                   SUBTRACT 15 FROM WS-PONTOS
           END-EVALUATE.
           IF TAB-CLI-JUROS(WS-CLI-ACHADO) > 0
               SUBTRACT 10 FROM WS-PONTOS
           END-IF.
           EVALUATE TRUE
               WHEN WS-UTILIZACAO >= 80
                   ADD 20 TO WS-PONTOS
               WHEN WS-UTILIZACAO >= 50
                   ADD 10 TO WS-PONTOS
               WHEN WS-UTILIZACAO < 20
                   SUBTRACT 10 FROM WS-PONTOS
           END-EVALUATE.
           IF WS-PONTOS < 0
               MOVE 0 TO WS-PONTOS
           END-IF.
           IF WS-PONTOS > 100
               MOVE 100 TO WS-PONTOS
           END-IF.

      *    limite zerado nao tem percentual a subir ou cortar.
           MOVE "M" TO WS-PROPOSTA.
           MOVE CLI-LIMITE-CRED TO WS-LIMITE-NOVO.
           IF CLI-LIMITE-CRED > 0
               IF WS-PONTOS >= WS-PONTOS-SOBE
                   MOVE "S" TO WS-PROPOSTA
                   COMPUTE WS-LIMITE-NOVO ROUNDED = CLI-LIMITE-CRED
                       * (100 + WS-PCT-AUMENTO) / 100
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-LIMITE-NOVO
                   END-COMPUTE
               END-IF
               IF WS-PONTOS < WS-PONTOS-CORTA
                   MOVE "C" TO WS-PROPOSTA
                   COMPUTE WS-LIMITE-NOVO ROUNDED = CLI-LIMITE-CRED
                       * (100 - WS-PCT-CORTE) / 100
               END-IF
           END-IF.
           IF WS-LIMITE-NOVO = CLI-LIMITE-CRED
               MOVE "M" TO WS-PROPOSTA
           END-IF.

           EVALUATE TRUE
               WHEN PROPOE-SUBIR
                   ADD 1 TO WS-QTD-SUBIR
                   MOVE "SUBIR" TO WS-ESTADO-CLIENTE
                   PERFORM REGISTRA-PROPOSTA
               WHEN PROPOE-CORTAR
                   ADD 1 TO WS-QTD-CORTAR
                   MOVE "CORTAR" TO WS-ESTADO-CLIENTE
                   PERFORM REGISTRA-PROPOSTA
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTER
                   MOVE "MANTER" TO WS-ESTADO-CLIENTE
           END-EVALUATE.

           MOVE CLI-NOME TO DET-NOME.
           MOVE CLI-LIMITE-CRED TO DET-LIMITE.
           MOVE WS-DEVEDOR-MEDIO TO DET-DEVEDOR.
           MOVE WS-UTILIZACAO TO DET-UTILIZACAO.
           MOVE TAB-CLI-ESTOUROS(WS-CLI-ACHADO) TO DET-ESTOUROS.
           MOVE TAB-CLI-DIAS(WS-CLI-ACHADO) TO DET-DIAS.
           MOVE TAB-CLI-JUROS(WS-CLI-ACHADO) TO DET-JUROS.
           MOVE WS-PONTOS TO DET-PONTOS.
           MOVE WS-ESTADO-CLIENTE TO DET-PROPOSTA.
           MOVE WS-LIMITE-NOVO TO DET-NOVO.
           MOVE WS-LINHA-DETALHE TO REVISAO-REPORT-LINHA.
           WRITE REVISAO-REPORT-LINHA.

       REVISA-CLIENTE-FIM.
           EXIT.

      *    a proposta nova do cliente troca a que ainda estiver
      *    pendente da revisao anterior.
       REGISTRA-PROPOSTA.
           MOVE SPACES TO LP-PROPOSTA-REC.
           MOVE CLI-NOME TO LP-CLIENTE.
           MOVE WS-DATA-HOJE TO LP-DATA-PROPOSTA.
           MOVE "PROG134" TO LP-SOLICITANTE.
           MOVE WS-PROPOSTA TO LP-PROPOSTA.
           MOVE CLI-LIMITE-CRED TO LP-LIMITE-ATUAL.
           MOVE WS-LIMITE-NOVO TO LP-LIMITE-PROPOSTO.
           MOVE WS-PONTOS TO LP-PONTOS.
           MOVE WS-DEVEDOR-MEDIO TO LP-DEVEDOR-MEDIO.
           MOVE TAB-CLI-ESTOUROS(WS-CLI-ACHADO) TO LP-QTD-ESTOUROS.
           MOVE TAB-CLI-DIAS(WS-CLI-ACHADO) TO LP-DIAS-ATRASO.
           MOVE TAB-CLI-JUROS(WS-CLI-ACHADO) TO LP-JUROS.
           MOVE 0 TO WS-PROP-ACHADA.
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-QTD-PROPOSTAS
               IF TAB-PROP(PROP-IDX)(1:20) = CLI-NOME
                   SET WS-PROP-ACHADA TO PROP-IDX
               END-IF
           END-PERFORM.
           IF WS-PROP-ACHADA NOT = 0
               MOVE LP-PROPOSTA-REC TO TAB-PROP(WS-PROP-ACHADA)
               ADD 1 TO WS-QTD-SUBSTITUIDAS
           ELSE
               IF WS-QTD-PROPOSTAS < 500
                   ADD 1 TO WS-QTD-PROPOSTAS
                   MOVE LP-PROPOSTA-REC TO TAB-PROP(WS-QTD-PROPOSTAS)
               ELSE
                   MOVE "S" TO WS-PROPOSTAS-ESTOURO
                   MOVE "NAO REGISTRADA" TO WS-ESTADO-CLIENTE
               END-IF
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REVISAO-REPORT-LINHA.
           WRITE REVISAO-REPORT-LINHA.
           MOVE SPACES TO REVISAO-REPORT-LINHA.
           STRING "REVISADOS " WS-QTD-REVISADOS
                  " SUBIR " WS-QTD-SUBIR
                  " MANTER " WS-QTD-MANTER
                  " CORTAR " WS-QTD-CORTAR
                  " (SUBSTITUEM PENDENTES " WS-QTD-SUBSTITUIDAS ")"
                  " PENDENTES PARA O SUPERVISOR " WS-QTD-PROPOSTAS
               DELIMITED BY SIZE INTO REVISAO-REPORT-LINHA.
           WRITE REVISAO-REPORT-LINHA.
           DISPLAY REVISAO-REPORT-LINHA.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
