       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG130.
      *    ENVELHECIMENTO DO SALDO DEVEDOR DOS CLIENTES DO RAZAO.
      * 2026-10-15 primeira versao: o LEDGER.DAT so guarda o saldo
      *            (RAZAO-TOTAL), sem dizer desde quando o cliente
      *            deve. le o historico inteiro em ordem de data -
      *            as particoes HISTTRAN.AAAAMM dos meses fechados
      *            pelo PROG93 (lista em LEDGFECH.DAT) e depois o
      *            vivo HISTTRAN.DAT - e abate cada credito nos
      *            debitos mais antigos em aberto do cliente (saldo
      *            negativo = cliente devendo, como no PROG94). o
      *            que sobra em aberto vai para as faixas CORRENTE
      *            (ate 29 dias), 30, 60, 90 e 120 ou mais dias. sai
      *            por cliente e no total em AGINGREL.DAT, marcando
      *            ATRASO quando o debito mais antigo passa de
      *            AGING-TOLER-DIAS dias (parametro central, padrao
      *            90) e RAZAO-DIF quando o saldo apurado nao bate
      *            com o razao; copia delimitada para o financeiro
      *            em AGING.TXT, no molde dos extratos do PROG57.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    meses ja fechados, um AAAAMM por linha (ver PROG93).
           SELECT FECHADOS-FILE ASSIGN TO "LEDGFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADOS-STATUS.

      *    particao de mes fechado ou historico vivo, um de cada vez.
           SELECT HISTORICO-TRANSACOES-FILE
               ASSIGN TO DYNAMIC WS-HISTORICO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RAZAO-CLIENTE-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAZAO-NOME
               FILE STATUS IS WS-RAZAO-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGINGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGINGREL-STATUS.

           SELECT AGING-EXPORT-FILE ASSIGN TO "AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
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

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINHA PIC X(120).

       FD  AGING-EXPORT-FILE.
       01  AGING-EXPORT-LINHA PIC X(160).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FECHADOS-STATUS  PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-RAZAO-STATUS     PIC XX.
       01  WS-AGINGREL-STATUS  PIC XX.
       01  WS-EXPORT-STATUS    PIC XX.

       01  WS-HISTORICO-NOME PIC X(20).
       01  WS-TEM-RAZAO PIC X VALUE "N".

      *    competencias fechadas, postas em ordem antes da leitura.
       01  WS-TABELA-FECHADOS.
           05  TAB-FECH OCCURS 240 TIMES PIC 9(6).
       01  WS-QTD-FECH PIC 9(3) VALUE 0.
       01  WS-FECH-IDX PIC 9(3).
       01  WS-FECH-IDX2 PIC 9(3).
       01  WS-FECH-TROCA PIC 9(6).

      *    posicao de cada cliente: credito sem debito para abater
      *    e, depois da apuracao, o aberto por faixa de atraso.
       01  WS-TABELA-CLIENTES.
           05  TAB-CLI OCCURS 500 TIMES.
               10  TAB-CLI-NOME     PIC X(20).
               10  TAB-CLI-CREDITO  PIC 9(8)V99.
               10  TAB-CLI-ABERTO   PIC 9(8)V99.
               10  TAB-CLI-FAIXA OCCURS 5 TIMES PIC 9(8)V99.
               10  TAB-CLI-DIAS     PIC 9(5).
       01  WS-QTD-CLI PIC 9(4) VALUE 0.
       01  WS-CLI-IDX PIC 9(4).
       01  WS-CLI-ACHADO PIC 9(4).
       01  WS-CLI-NOVO PIC X.

      *    ordem alfabetica dos clientes para o relatorio.
       01  WS-TABELA-ORDEM.
           05  TAB-ORDEM OCCURS 500 TIMES PIC 9(4).
       01  WS-ORD-IDX PIC 9(4).
       01  WS-ORD-IDX2 PIC 9(4).
       01  WS-ORD-TROCA PIC 9(4).

      *    debitos em aberto, na ordem em que aconteceram: o
      *    primeiro do cliente na tabela e o mais antigo dele.
       01  WS-TABELA-DEBITOS.
           05  TAB-DEB OCCURS 5000 TIMES.
               10  TAB-DEB-CLI   PIC 9(4).
               10  TAB-DEB-DATA  PIC 9(8).
               10  TAB-DEB-VALOR PIC 9(8)V99.
       01  WS-QTD-DEB PIC 9(4) VALUE 0.
       01  WS-DEB-IDX PIC 9(4).
       01  WS-DEB-DESTINO PIC 9(4).
       01  WS-DEBITOS-ESTOURO PIC X VALUE "N".

       01  WS-VALOR-LINHA PIC S9(8)V99.
       01  WS-VALOR-RESTANTE PIC 9(8)V99.
       01  WS-DATA-LINHA PIC 9(8).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DIAS-ATRASO PIC 9(5).
       01  WS-FAIXA PIC 9.
       01  WS-TOLERANCIA-DIAS PIC 9(5) VALUE 90.
       01  WS-SALDO-APURADO PIC S9(8)V99.

       01  WS-QTD-LINHAS PIC 9(7) VALUE 0.
       01  WS-QTD-IGNORADAS PIC 9(5) VALUE 0.
       01  WS-QTD-PARTICOES PIC 9(3) VALUE 0.
       01  WS-QTD-DEVEDORES PIC 9(4) VALUE 0.
       01  WS-QTD-ATRASADOS PIC 9(4) VALUE 0.
       01  WS-QTD-DIVERGENTES PIC 9(4) VALUE 0.
       01  WS-QTD-CREDORES PIC 9(4) VALUE 0.
       01  WS-TOTAL-ABERTO PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CREDITO PIC 9(9)V99 VALUE 0.
       01  WS-TABELA-TOTAL-FAIXAS.
           05  WS-TOTAL-FAIXA OCCURS 5 TIMES PIC 9(9)V99.

       01  WS-MARCA-ATRASO PIC X(6).
       01  WS-MARCA-RAZAO PIC X(9).

       01  WS-LINHA-DETALHE.
           05  DET-NOME      PIC X(20).
           05  DET-ABERTO    PIC Z(7)9.99.
           05  DET-FAIXA OCCURS 5 TIMES.
               10  FILLER    PIC X.
               10  DET-VALOR PIC Z(7)9.99.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DET-DIAS      PIC ZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DET-ATRASO    PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RAZAO     PIC X(9).

       01  WS-EXPORT-FAIXAS.
           05  WS-EXPORT-FAIXA OCCURS 5 TIMES PIC 9(8).99.
       01  WS-EXPORT-ABERTO PIC 9(8).99.
       01  WS-TOTAL-EDIT PIC Z(8)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG130" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-PARAMETROS.
           MOVE "AGING-TOLER-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-TOLERANCIA-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-TOLERANCIA-DIAS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-LINHA.
           STRING "===== ENVELHECIMENTO DO SALDO DEVEDOR EM "
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) " (TOLERANCIA "
                  WS-TOLERANCIA-DIAS " DIAS) ====="
               DELIMITED BY SIZE INTO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.

      *    particoes primeiro, da mais antiga para a mais nova, e o
      *    historico vivo por ultimo: tudo em ordem de data.
           PERFORM CARREGA-FECHADOS.
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX > WS-QTD-FECH
               MOVE SPACES TO WS-HISTORICO-NOME
               STRING "HISTTRAN." TAB-FECH(WS-FECH-IDX)
                   DELIMITED BY SIZE INTO WS-HISTORICO-NOME
               PERFORM LE-HISTORICO THRU LE-HISTORICO-FIM
           END-PERFORM.
           MOVE "HISTTRAN.DAT" TO WS-HISTORICO-NOME.
           PERFORM LE-HISTORICO THRU LE-HISTORICO-FIM.

           IF WS-QTD-LINHAS = 0
               MOVE "NENHUMA LINHA DE HISTORICO PARA APURAR"
                   TO AGING-REPORT-LINHA
               WRITE AGING-REPORT-LINHA
               DISPLAY AGING-REPORT-LINHA
               CLOSE AGING-REPORT-FILE
               MOVE "SEM-HISTOR" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEB
               IF TAB-DEB-VALOR(WS-DEB-IDX) > 0
                   PERFORM ENVELHECE-DEBITO
               END-IF
           END-PERFORM.
           PERFORM ORDENA-CLIENTES.

           MOVE "N" TO WS-TEM-RAZAO.
           OPEN INPUT RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS = "00"
               MOVE "S" TO WS-TEM-RAZAO
           ELSE
               CLOSE RAZAO-CLIENTE-FILE
           END-IF.

           OPEN OUTPUT AGING-EXPORT-FILE.
           MOVE SPACES TO AGING-EXPORT-LINHA.
           STRING "CLIENTE;ABERTO;CORRENTE;DIAS30;DIAS60;DIAS90;"
                  "DIAS120;DIAS-MAIS-ANTIGO;ATRASO;RAZAO-DIF"
               DELIMITED BY SIZE INTO AGING-EXPORT-LINHA.
           WRITE AGING-EXPORT-LINHA.

           MOVE SPACES TO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.
           MOVE SPACES TO AGING-REPORT-LINHA.
           STRING "CLIENTE                  ABERTO    CORRENTE"
                  "     30 DIAS     60 DIAS     90 DIAS   120+ DIAS"
                  "   DIAS"
               DELIMITED BY SIZE INTO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.

           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-CLI
               MOVE TAB-ORDEM(WS-ORD-IDX) TO WS-CLI-IDX
               PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-FIM
           END-PERFORM.
           CLOSE AGING-EXPORT-FILE.
           IF WS-TEM-RAZAO = "S"
               CLOSE RAZAO-CLIENTE-FILE
           END-IF.

           PERFORM IMPRIME-TOTAIS.
           CLOSE AGING-REPORT-FILE.

           IF WS-QTD-ATRASADOS > 0
               MOVE "ATRASADOS" TO WS-RUNLOG-RESULTADO
           END-IF.
           IF WS-DEBITOS-ESTOURO = "S"
               MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-DEVEDORES TO WS-RUNLOG-REGISTROS.
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

      *    particao que sumiu (arquivada fora) fica apontada no
      *    relatorio; a ABERTURA do mes seguinte cobre o saldo.
       LE-HISTORICO.
           OPEN INPUT HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
               MOVE SPACES TO AGING-REPORT-LINHA
               STRING "ARQUIVO " WS-HISTORICO-NOME " AUSENTE"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINHA
               WRITE AGING-REPORT-LINHA
               GO TO LE-HISTORICO-FIM
           END-IF.
           ADD 1 TO WS-QTD-PARTICOES.
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

      *    a ABERTURA que o PROG93 grava resume as linhas movidas
      *    para a particao: so vale para o cliente que ainda nao
      *    apareceu (particao anterior ausente); para os demais
      *    seria contar o mesmo saldo duas vezes.
       APURA-LINHA.
           IF HT-NOME = SPACES OR HT-DATA-HORA(1:8) IS NOT NUMERIC
               ADD 1 TO WS-QTD-IGNORADAS
               GO TO APURA-LINHA-FIM
           END-IF.
           MOVE HT-DATA-HORA(1:8) TO WS-DATA-LINHA.
           PERFORM PROCURA-CLIENTE.
           IF WS-CLI-ACHADO = 0
               ADD 1 TO WS-QTD-IGNORADAS
               GO TO APURA-LINHA-FIM
           END-IF.
           IF HT-SINAL(1:8) = "ABERTURA" AND WS-CLI-NOVO = "N"
               GO TO APURA-LINHA-FIM
           END-IF.
           ADD 1 TO WS-QTD-LINHAS.
           COMPUTE WS-VALOR-LINHA = FUNCTION NUMVAL(HT-RESULTADO).
           IF WS-VALOR-LINHA < 0
               COMPUTE WS-VALOR-RESTANTE = 0 - WS-VALOR-LINHA
               PERFORM LANCA-DEBITO
           ELSE
               MOVE WS-VALOR-LINHA TO WS-VALOR-RESTANTE
               PERFORM APLICA-CREDITO
           END-IF.

       APURA-LINHA-FIM.
           EXIT.

       PROCURA-CLIENTE.
           MOVE 0 TO WS-CLI-ACHADO.
           MOVE "N" TO WS-CLI-NOVO.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-QTD-CLI
                       OR WS-CLI-ACHADO NOT = 0
               IF TAB-CLI-NOME(WS-CLI-IDX) = HT-NOME
                   MOVE WS-CLI-IDX TO WS-CLI-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CLI-ACHADO = 0 AND WS-QTD-CLI < 500
               ADD 1 TO WS-QTD-CLI
               MOVE WS-QTD-CLI TO WS-CLI-ACHADO
               MOVE "S" TO WS-CLI-NOVO
               MOVE HT-NOME TO TAB-CLI-NOME(WS-CLI-ACHADO)
               MOVE 0 TO TAB-CLI-CREDITO(WS-CLI-ACHADO)
                         TAB-CLI-ABERTO(WS-CLI-ACHADO)
                         TAB-CLI-DIAS(WS-CLI-ACHADO)
               PERFORM VARYING WS-FAIXA FROM 1 BY 1
                       UNTIL WS-FAIXA > 5
                   MOVE 0 TO TAB-CLI-FAIXA(WS-CLI-ACHADO, WS-FAIXA)
               END-PERFORM
           END-IF.

      *    debito novo consome antes o credito que o cliente tiver
      *    (pagou adiantado); o resto fica em aberto com a data da
      *    linha.
       LANCA-DEBITO.
           IF TAB-CLI-CREDITO(WS-CLI-ACHADO) >= WS-VALOR-RESTANTE
               SUBTRACT WS-VALOR-RESTANTE
                   FROM TAB-CLI-CREDITO(WS-CLI-ACHADO)
               MOVE 0 TO WS-VALOR-RESTANTE
           ELSE
               SUBTRACT TAB-CLI-CREDITO(WS-CLI-ACHADO)
                   FROM WS-VALOR-RESTANTE
               MOVE 0 TO TAB-CLI-CREDITO(WS-CLI-ACHADO)
           END-IF.
           IF WS-VALOR-RESTANTE > 0
               IF WS-QTD-DEB = 5000
                   PERFORM COMPACTA-DEBITOS
               END-IF
               IF WS-QTD-DEB < 5000
                   ADD 1 TO WS-QTD-DEB
                   MOVE WS-CLI-ACHADO TO TAB-DEB-CLI(WS-QTD-DEB)
                   MOVE WS-DATA-LINHA TO TAB-DEB-DATA(WS-QTD-DEB)
                   MOVE WS-VALOR-RESTANTE TO TAB-DEB-VALOR(WS-QTD-DEB)
               ELSE
                   MOVE "S" TO WS-DEBITOS-ESTOURO
               END-IF
           END-IF.

      *    pagamento abate os debitos em aberto do cliente do mais
      *    antigo para o mais novo; o que sobrar vira credito.
       APLICA-CREDITO.
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEB
                       OR WS-VALOR-RESTANTE = 0
               IF TAB-DEB-CLI(WS-DEB-IDX) = WS-CLI-ACHADO
                       AND TAB-DEB-VALOR(WS-DEB-IDX) > 0
                   IF TAB-DEB-VALOR(WS-DEB-IDX) > WS-VALOR-RESTANTE
                       SUBTRACT WS-VALOR-RESTANTE
                           FROM TAB-DEB-VALOR(WS-DEB-IDX)
                       MOVE 0 TO WS-VALOR-RESTANTE
                   ELSE
                       SUBTRACT TAB-DEB-VALOR(WS-DEB-IDX)
                           FROM WS-VALOR-RESTANTE
                       MOVE 0 TO TAB-DEB-VALOR(WS-DEB-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-VALOR-RESTANTE TO TAB-CLI-CREDITO(WS-CLI-ACHADO).

      *    tira da tabela os debitos ja quitados, mantendo a ordem.
       COMPACTA-DEBITOS.
           MOVE 0 TO WS-DEB-DESTINO.
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEB
               IF TAB-DEB-VALOR(WS-DEB-IDX) > 0
                   ADD 1 TO WS-DEB-DESTINO
                   MOVE TAB-DEB(WS-DEB-IDX) TO TAB-DEB(WS-DEB-DESTINO)
               END-IF
           END-PERFORM.
           MOVE WS-DEB-DESTINO TO WS-QTD-DEB.

      *    faixa pela idade do debito em dias: ate 29 corrente,
      *    30-59, 60-89, 90-119 e 120 ou mais.
       ENVELHECE-DEBITO.
           MOVE TAB-DEB-CLI(WS-DEB-IDX) TO WS-CLI-IDX.
           IF TAB-DEB-DATA(WS-DEB-IDX) > WS-DATA-HOJE
               MOVE 0 TO WS-DIAS-ATRASO
           ELSE
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(TAB-DEB-DATA(WS-DEB-IDX))
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO < 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO < 60
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO < 90
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO < 120
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE.
           ADD TAB-DEB-VALOR(WS-DEB-IDX)
               TO TAB-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA)
                  TAB-CLI-ABERTO(WS-CLI-IDX).
           IF WS-DIAS-ATRASO > TAB-CLI-DIAS(WS-CLI-IDX)
               MOVE WS-DIAS-ATRASO TO TAB-CLI-DIAS(WS-CLI-IDX)
           END-IF.

       ORDENA-CLIENTES.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-CLI
               MOVE WS-ORD-IDX TO TAB-ORDEM(WS-ORD-IDX)
           END-PERFORM.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX >= WS-QTD-CLI
               PERFORM VARYING WS-ORD-IDX2 FROM WS-ORD-IDX BY 1
                       UNTIL WS-ORD-IDX2 > WS-QTD-CLI
                   IF TAB-CLI-NOME(TAB-ORDEM(WS-ORD-IDX2)) <
                           TAB-CLI-NOME(TAB-ORDEM(WS-ORD-IDX))
                       MOVE TAB-ORDEM(WS-ORD-IDX) TO WS-ORD-TROCA
                       MOVE TAB-ORDEM(WS-ORD-IDX2)
                           TO TAB-ORDEM(WS-ORD-IDX)
                       MOVE WS-ORD-TROCA TO TAB-ORDEM(WS-ORD-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    so quem deve sai linha a linha; cliente com credito entra
      *    na contagem do fim. o saldo apurado (credito - aberto) e
      *    conferido com RAZAO-TOTAL.
       IMPRIME-CLIENTE.
           MOVE SPACES TO WS-MARCA-ATRASO WS-MARCA-RAZAO.
           COMPUTE WS-SALDO-APURADO = TAB-CLI-CREDITO(WS-CLI-IDX)
               - TAB-CLI-ABERTO(WS-CLI-IDX).
           IF WS-TEM-RAZAO = "S"
               MOVE TAB-CLI-NOME(WS-CLI-IDX) TO RAZAO-NOME
               READ RAZAO-CLIENTE-FILE
                   INVALID KEY
                       MOVE "RAZAO-DIF" TO WS-MARCA-RAZAO
                   NOT INVALID KEY
                       IF RAZAO-TOTAL NOT = WS-SALDO-APURADO
                           MOVE "RAZAO-DIF" TO WS-MARCA-RAZAO
                       END-IF
               END-READ
           END-IF.
           IF WS-MARCA-RAZAO NOT = SPACES
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.
           IF TAB-CLI-CREDITO(WS-CLI-IDX) > 0
               ADD 1 TO WS-QTD-CREDORES
               ADD TAB-CLI-CREDITO(WS-CLI-IDX) TO WS-TOTAL-CREDITO
           END-IF.
           IF TAB-CLI-ABERTO(WS-CLI-IDX) = 0
                   AND WS-MARCA-RAZAO = SPACES
               GO TO IMPRIME-CLIENTE-FIM
           END-IF.
           IF TAB-CLI-ABERTO(WS-CLI-IDX) > 0
               ADD 1 TO WS-QTD-DEVEDORES
               ADD TAB-CLI-ABERTO(WS-CLI-IDX) TO WS-TOTAL-ABERTO
               IF TAB-CLI-DIAS(WS-CLI-IDX) > WS-TOLERANCIA-DIAS
                   MOVE "ATRASO" TO WS-MARCA-ATRASO
                   ADD 1 TO WS-QTD-ATRASADOS
               END-IF
           END-IF.

           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE TAB-CLI-NOME(WS-CLI-IDX) TO DET-NOME.
           MOVE TAB-CLI-ABERTO(WS-CLI-IDX) TO DET-ABERTO
                                              WS-EXPORT-ABERTO.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE TAB-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA)
                   TO DET-VALOR(WS-FAIXA) WS-EXPORT-FAIXA(WS-FAIXA)
               ADD TAB-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA)
                   TO WS-TOTAL-FAIXA(WS-FAIXA)
           END-PERFORM.
           MOVE TAB-CLI-DIAS(WS-CLI-IDX) TO DET-DIAS.
           MOVE WS-MARCA-ATRASO TO DET-ATRASO.
           MOVE WS-MARCA-RAZAO TO DET-RAZAO.
           MOVE WS-LINHA-DETALHE TO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.

           MOVE SPACES TO AGING-EXPORT-LINHA.
           STRING FUNCTION TRIM(TAB-CLI-NOME(WS-CLI-IDX)) ";"
                  WS-EXPORT-ABERTO ";"
                  WS-EXPORT-FAIXA(1) ";" WS-EXPORT-FAIXA(2) ";"
                  WS-EXPORT-FAIXA(3) ";" WS-EXPORT-FAIXA(4) ";"
                  WS-EXPORT-FAIXA(5) ";"
                  TAB-CLI-DIAS(WS-CLI-IDX) ";"
                  WS-MARCA-ATRASO ";" WS-MARCA-RAZAO
               DELIMITED BY SIZE INTO AGING-EXPORT-LINHA.
           WRITE AGING-EXPORT-LINHA.

       IMPRIME-CLIENTE-FIM.
           EXIT.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE "TOTAL" TO DET-NOME.
           MOVE WS-TOTAL-ABERTO TO DET-ABERTO.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE WS-TOTAL-FAIXA(WS-FAIXA) TO DET-VALOR(WS-FAIXA)
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.
           MOVE WS-LINHA-DETALHE TO AGING-REPORT-LINHA.
           MOVE SPACES TO AGING-REPORT-LINHA(92:29).
           WRITE AGING-REPORT-LINHA.
           DISPLAY AGING-REPORT-LINHA.

           MOVE WS-TOTAL-CREDITO TO WS-TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINHA.
           STRING "DEVEDORES " WS-QTD-DEVEDORES
                  " EM ATRASO " WS-QTD-ATRASADOS
                  " COM CREDITO " WS-QTD-CREDORES
                  " (" WS-TOTAL-EDIT ")"
                  " DIVERGENTES DO RAZAO " WS-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.
           DISPLAY AGING-REPORT-LINHA.
           MOVE SPACES TO AGING-REPORT-LINHA.
           STRING "ARQUIVOS LIDOS " WS-QTD-PARTICOES
                  " LINHAS APURADAS " WS-QTD-LINHAS
                  " IGNORADAS " WS-QTD-IGNORADAS
               DELIMITED BY SIZE INTO AGING-REPORT-LINHA.
           WRITE AGING-REPORT-LINHA.
           IF WS-DEBITOS-ESTOURO = "S"
               MOVE "TABELA DE DEBITOS EM ABERTO ESTOUROU: RELATORIO
      -            " INCOMPLETO" TO AGING-REPORT-LINHA
               WRITE AGING-REPORT-LINHA
               DISPLAY AGING-REPORT-LINHA
           END-IF.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
