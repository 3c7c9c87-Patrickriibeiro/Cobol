       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG138.
      *    CONCILIACAO DO RAZAO CONTRA O HISTORICO DE TRANSACOES.
      * 2026-10-15 primeira versao: o LEDGER.DAT e regravado
      *            registro a registro pela TESTE, PROG3, PROG94,
      *            PROG95, PROG131, PROG132 e PROG136, e o
      *            HISTTRAN.DAT e gravado a parte - nada provava que
      *            RAZAO-TOTAL e RAZAO-QTD-TRANS ainda batiam com o
      *            historico. roda na janela noturna e refaz o saldo
      *            e a quantidade de operacoes de cada cliente a
      *            partir da ultima ABERTURA do historico vivo
      *            (PROG93) mais as linhas lancadas depois dela. lista
      *            todo cliente em que razao e historico divergem,
      *            conta do razao sem historico e linhas do historico
      *            com nome fora do CLIMSTR.DAT; qualquer diferenca
      *            termina com RETURN-CODE 4. relatorio em
      *            CONCREL.DAT.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-TRANSACOES-FILE ASSIGN TO "HISTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RAZAO-CLIENTE-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZAO-NOME
               FILE STATUS IS WS-RAZAO-STATUS.

      *    mestre de clientes do PROG92; sem o arquivo, a
      *    conferencia de nomes do historico e dispensada.
           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

           SELECT CONCILIACAO-REPORT-FILE ASSIGN TO "CONCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCREL-STATUS.

           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    visao de colunas da linha do historico (ver PROG48).
       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).
       01  HISTORICO-CAMPOS REDEFINES HISTORICO-TRANSACOES-LINHA.
           05  HT-DATA-HORA PIC X(14).
           05  FILLER       PIC X.
           05  HT-NOME      PIC X(20).
           05  FILLER       PIC X.
           05  HT-SINAL     PIC X(20).
           05  FILLER       PIC X.
           05  HT-NUMERO1   PIC X(6).
           05  HT-QTD-ABERTURA REDEFINES HT-NUMERO1 PIC 9(6).
           05  FILLER       PIC X.
           05  HT-NUMERO2   PIC X(6).
           05  FILLER       PIC X(3).
           05  HT-RESULTADO PIC X(10).
           05  FILLER       PIC X.
           05  HT-OPERADOR  PIC X(8).
           05  FILLER       PIC X(8).

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  CONCILIACAO-REPORT-FILE.
       01  CONCILIACAO-REPORT-LINHA PIC X(100).

       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-RAZAO-STATUS     PIC XX.
       01  WS-CLIMSTR-STATUS   PIC XX.
       01  WS-CONCREL-STATUS   PIC XX.

       01  WS-TEM-CLIMSTR PIC X VALUE "N".
       01  WS-TEM-HISTORICO PIC X VALUE "N".

      *    um cliente por nome do historico: a ultima ABERTURA dele
      *    (a de data maior; duas com a mesma data, caso de contas
      *    fundidas no PROG95, somam) e o que foi lancado depois.
      *    ABERTURA antiga, sem a contagem, deixa a quantidade sem
      *    base e so o saldo e conferido.
       01  WS-TABELA-CONCILIACAO.
           05  TAB-CON OCCURS 3000 TIMES INDEXED BY CON-IDX.
               10  TAB-CON-NOME       PIC X(20).
               10  TAB-CON-AB-DATA    PIC X(14).
               10  TAB-CON-AB-SALDO   PIC S9(8)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-CON-AB-QTD     PIC 9(6).
               10  TAB-CON-QTD-BASE   PIC X.
               10  TAB-CON-SALDO      PIC S9(8)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-CON-QTD        PIC 9(6).
               10  TAB-CON-LINHAS     PIC 9(6).
       01  WS-QTD-CON PIC 9(4) VALUE 0.
       01  WS-NOME-PROCURADO PIC X(20).
       01  WS-CON-ACHADO PIC X.
           88  CLIENTE-NA-TABELA VALUE "S".
       01  WS-CONCILIACAO-ESTOURO PIC X VALUE "N".

       01  WS-VALOR-LINHA PIC S9(8)V99 SIGN LEADING SEPARATE.
       01  WS-DIFERENCA PIC S9(8)V99 SIGN LEADING SEPARATE.
       01  WS-DIFERENCA-EDIT PIC +9(7).99.
       01  WS-DIVERGE PIC X.

       01  WS-QTD-LINHAS PIC 9(7) VALUE 0.
       01  WS-QTD-CONFERIDOS PIC 9(5) VALUE 0.
       01  WS-QTD-DIVERGENTES PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-HISTORICO PIC 9(5) VALUE 0.
       01  WS-QTD-FORA-CLIMSTR PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-BASE PIC 9(5) VALUE 0.

       01  WS-LINHA-DETALHE.
           05  DET-NOME        PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  DET-SALDO-HIST  PIC +9(7).99.
           05  FILLER          PIC X VALUE SPACE.
           05  DET-QTD-HIST    PIC ZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  DET-SALDO-RAZAO PIC +9(7).99.
           05  FILLER          PIC X VALUE SPACE.
           05  DET-QTD-RAZAO   PIC ZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  DET-SITUACAO    PIC X(30).

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG138" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN OUTPUT CONCILIACAO-REPORT-FILE.
           MOVE SPACES TO CONCILIACAO-REPORT-LINHA.
           STRING "===== CONCILIACAO RAZAO X HISTORICO EM "
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.

           OPEN INPUT RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS NOT = "00"
               CLOSE RAZAO-CLIENTE-FILE
               MOVE "LEDGER.DAT AUSENTE - NADA A CONCILIAR"
                   TO CONCILIACAO-REPORT-LINHA
               WRITE CONCILIACAO-REPORT-LINHA
               DISPLAY CONCILIACAO-REPORT-LINHA
               CLOSE CONCILIACAO-REPORT-FILE
               MOVE "SEM-RAZAO" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           MOVE "N" TO WS-TEM-CLIMSTR.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-CLIMSTR
           ELSE
               CLOSE CLIENTES-FILE
           END-IF.

      *    duas passadas: a primeira acha a ultima ABERTURA de cada
      *    cliente, a segunda soma so o que veio depois dela.
           PERFORM LE-ABERTURAS.
           IF WS-TEM-HISTORICO = "S"
               PERFORM SOMA-LANCAMENTOS
           END-IF.

           MOVE SPACES TO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.
           MOVE SPACES TO CONCILIACAO-REPORT-LINHA.
           STRING "CLIENTE              SALDO HIST.    QTD "
                  "SALDO RAZAO    QTD SITUACAO"
               DELIMITED BY SIZE INTO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.

           PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-QTD-CON
               PERFORM CONFERE-CLIENTE THRU CONFERE-CLIENTE-FIM
           END-PERFORM.
           PERFORM CONFERE-RAZAO-SEM-HISTORICO.

           CLOSE RAZAO-CLIENTE-FILE.
           IF WS-TEM-CLIMSTR = "S"
               CLOSE CLIENTES-FILE
           END-IF.

           PERFORM IMPRIME-TOTAIS.
           CLOSE CONCILIACAO-REPORT-FILE.

           IF WS-QTD-DIVERGENTES > 0 OR WS-QTD-SEM-HISTORICO > 0
                   OR WS-QTD-FORA-CLIMSTR > 0
               MOVE "DIVERGENTE" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CONCILIACAO-ESTOURO = "S"
               MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-CON TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       LOCALIZA-NOME-TABELA.
           MOVE "N" TO WS-CON-ACHADO.
           PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-QTD-CON OR CLIENTE-NA-TABELA
               IF TAB-CON-NOME(CON-IDX) = WS-NOME-PROCURADO
                   MOVE "S" TO WS-CON-ACHADO
               END-IF
           END-PERFORM.
           IF CLIENTE-NA-TABELA
               SET CON-IDX DOWN BY 1
           END-IF.

      *    acha (ou abre) a entrada do cliente da linha em CON-IDX.
       PROCURA-CLIENTE-TABELA.
           MOVE HT-NOME TO WS-NOME-PROCURADO.
           PERFORM LOCALIZA-NOME-TABELA.
           IF NOT CLIENTE-NA-TABELA
               IF WS-QTD-CON < 3000
                   ADD 1 TO WS-QTD-CON
                   SET CON-IDX TO WS-QTD-CON
                   MOVE HT-NOME TO TAB-CON-NOME(CON-IDX)
                   MOVE SPACES TO TAB-CON-AB-DATA(CON-IDX)
                   MOVE 0 TO TAB-CON-AB-SALDO(CON-IDX)
                             TAB-CON-AB-QTD(CON-IDX)
                             TAB-CON-SALDO(CON-IDX)
                             TAB-CON-QTD(CON-IDX)
                             TAB-CON-LINHAS(CON-IDX)
                   MOVE "S" TO TAB-CON-QTD-BASE(CON-IDX)
                   MOVE "S" TO WS-CON-ACHADO
               ELSE
                   MOVE "S" TO WS-CONCILIACAO-ESTOURO
               END-IF
           END-IF.

       LE-ABERTURAS.
           MOVE "N" TO WS-TEM-HISTORICO.
           OPEN INPUT HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS = "00"
               MOVE "S" TO WS-TEM-HISTORICO
               PERFORM UNTIL WS-HISTORICO-STATUS NOT = "00"
                   READ HISTORICO-TRANSACOES-FILE
                       AT END
                           MOVE "10" TO WS-HISTORICO-STATUS
                       NOT AT END
                           PERFORM GUARDA-ABERTURA
                               THRU GUARDA-ABERTURA-FIM
                   END-READ
               END-PERFORM
           ELSE
               MOVE "HISTTRAN.DAT AUSENTE - RAZAO SEM HISTORICO"
                   TO CONCILIACAO-REPORT-LINHA
               WRITE CONCILIACAO-REPORT-LINHA
               DISPLAY CONCILIACAO-REPORT-LINHA
           END-IF.
           CLOSE HISTORICO-TRANSACOES-FILE.

       GUARDA-ABERTURA.
           IF HISTORICO-TRANSACOES-LINHA = SPACES
               GO TO GUARDA-ABERTURA-FIM
           END-IF.
           ADD 1 TO WS-QTD-LINHAS.
           PERFORM PROCURA-CLIENTE-TABELA.
           IF NOT CLIENTE-NA-TABELA
               GO TO GUARDA-ABERTURA-FIM
           END-IF.
           ADD 1 TO TAB-CON-LINHAS(CON-IDX).
           IF HT-SINAL(1:8) NOT = "ABERTURA"
               GO TO GUARDA-ABERTURA-FIM
           END-IF.
           COMPUTE WS-VALOR-LINHA = FUNCTION NUMVAL(HT-RESULTADO).
           IF HT-DATA-HORA > TAB-CON-AB-DATA(CON-IDX)
                   OR TAB-CON-AB-DATA(CON-IDX) = SPACES
               MOVE HT-DATA-HORA TO TAB-CON-AB-DATA(CON-IDX)
               MOVE 0 TO TAB-CON-AB-SALDO(CON-IDX)
               MOVE 0 TO TAB-CON-AB-QTD(CON-IDX)
               MOVE "S" TO TAB-CON-QTD-BASE(CON-IDX)
           END-IF.
           IF HT-DATA-HORA = TAB-CON-AB-DATA(CON-IDX)
               ADD WS-VALOR-LINHA TO TAB-CON-AB-SALDO(CON-IDX)
               IF HT-QTD-ABERTURA IS NUMERIC
                   ADD HT-QTD-ABERTURA TO TAB-CON-AB-QTD(CON-IDX)
               ELSE
                   MOVE "N" TO TAB-CON-QTD-BASE(CON-IDX)
               END-IF
           END-IF.

       GUARDA-ABERTURA-FIM.
           EXIT.

       SOMA-LANCAMENTOS.
           OPEN INPUT HISTORICO-TRANSACOES-FILE.
           PERFORM UNTIL WS-HISTORICO-STATUS NOT = "00"
               READ HISTORICO-TRANSACOES-FILE
                   AT END
                       MOVE "10" TO WS-HISTORICO-STATUS
                   NOT AT END
                       PERFORM SOMA-LANCAMENTO
                           THRU SOMA-LANCAMENTO-FIM
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-TRANSACOES-FILE.

      *    lancamento anterior a ABERTURA ja esta resumido nela.
       SOMA-LANCAMENTO.
           IF HISTORICO-TRANSACOES-LINHA = SPACES
                   OR HT-SINAL(1:8) = "ABERTURA"
               GO TO SOMA-LANCAMENTO-FIM
           END-IF.
           PERFORM PROCURA-CLIENTE-TABELA.
           IF NOT CLIENTE-NA-TABELA
               GO TO SOMA-LANCAMENTO-FIM
           END-IF.
           IF TAB-CON-AB-DATA(CON-IDX) NOT = SPACES
                   AND HT-DATA-HORA < TAB-CON-AB-DATA(CON-IDX)
               GO TO SOMA-LANCAMENTO-FIM
           END-IF.
           COMPUTE WS-VALOR-LINHA = FUNCTION NUMVAL(HT-RESULTADO).
           ADD WS-VALOR-LINHA TO TAB-CON-SALDO(CON-IDX).
           ADD 1 TO TAB-CON-QTD(CON-IDX).

       SOMA-LANCAMENTO-FIM.
           EXIT.

       CONFERE-CLIENTE.
           ADD TAB-CON-AB-SALDO(CON-IDX) TO TAB-CON-SALDO(CON-IDX).
           ADD TAB-CON-AB-QTD(CON-IDX) TO TAB-CON-QTD(CON-IDX).
           MOVE TAB-CON-NOME(CON-IDX) TO DET-NOME.
           MOVE TAB-CON-SALDO(CON-IDX) TO DET-SALDO-HIST.
           MOVE TAB-CON-QTD(CON-IDX) TO DET-QTD-HIST.
           MOVE 0 TO DET-SALDO-RAZAO DET-QTD-RAZAO.

           IF WS-TEM-CLIMSTR = "S"
               MOVE TAB-CON-NOME(CON-IDX) TO CLI-NOME
               READ CLIENTES-FILE
                   INVALID KEY
                       ADD 1 TO WS-QTD-FORA-CLIMSTR
                       MOVE SPACES TO DET-SITUACAO
                       STRING "FORA DO CLIMSTR ("
                              TAB-CON-LINHAS(CON-IDX) " LINHAS)"
                           DELIMITED BY SIZE INTO DET-SITUACAO
                       PERFORM GRAVA-DETALHE
               END-READ
           END-IF.

           MOVE TAB-CON-NOME(CON-IDX) TO RAZAO-NOME.
           READ RAZAO-CLIENTE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE "HISTORICO SEM CONTA NO RAZAO" TO DET-SITUACAO
                   PERFORM GRAVA-DETALHE
                   GO TO CONFERE-CLIENTE-FIM
           END-READ.
           MOVE RAZAO-TOTAL TO DET-SALDO-RAZAO.
           MOVE RAZAO-QTD-TRANS TO DET-QTD-RAZAO.

      *    o razao guarda a quantidade em 4 digitos: a comparacao
      *    e no mesmo modulo.
           MOVE "N" TO WS-DIVERGE.
           IF TAB-CON-SALDO(CON-IDX) NOT = RAZAO-TOTAL
               MOVE "S" TO WS-DIVERGE
               COMPUTE WS-DIFERENCA =
                   RAZAO-TOTAL - TAB-CON-SALDO(CON-IDX)
               MOVE WS-DIFERENCA TO WS-DIFERENCA-EDIT
               MOVE SPACES TO DET-SITUACAO
               STRING "SALDO DIFERE " WS-DIFERENCA-EDIT
                   DELIMITED BY SIZE INTO DET-SITUACAO
           END-IF.
           IF TAB-CON-QTD-BASE(CON-IDX) = "S"
               IF FUNCTION MOD(TAB-CON-QTD(CON-IDX), 10000)
                       NOT = RAZAO-QTD-TRANS
                   IF WS-DIVERGE = "S"
                       MOVE "SALDO E QUANTIDADE DIFEREM"
                           TO DET-SITUACAO
                   ELSE
                       MOVE "QUANTIDADE DIFERE" TO DET-SITUACAO
                   END-IF
                   MOVE "S" TO WS-DIVERGE
               END-IF
           ELSE
               ADD 1 TO WS-QTD-SEM-BASE
           END-IF.
           IF WS-DIVERGE = "S"
               ADD 1 TO WS-QTD-DIVERGENTES
               PERFORM GRAVA-DETALHE
           ELSE
               ADD 1 TO WS-QTD-CONFERIDOS
           END-IF.

       CONFERE-CLIENTE-FIM.
           EXIT.

      *    conta do razao com saldo ou operacoes e nenhuma linha no
      *    historico vivo.
       CONFERE-RAZAO-SEM-HISTORICO.
           MOVE LOW-VALUES TO RAZAO-NOME.
           START RAZAO-CLIENTE-FILE KEY IS NOT LESS THAN RAZAO-NOME
               INVALID KEY
                   MOVE "10" TO WS-RAZAO-STATUS
           END-START.
           PERFORM UNTIL WS-RAZAO-STATUS NOT = "00"
               READ RAZAO-CLIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RAZAO-STATUS
                   NOT AT END
                       PERFORM CONFERE-CONTA-RAZAO
                           THRU CONFERE-CONTA-RAZAO-FIM
               END-READ
           END-PERFORM.

       CONFERE-CONTA-RAZAO.
           IF RAZAO-TOTAL = 0 AND RAZAO-QTD-TRANS = 0
               GO TO CONFERE-CONTA-RAZAO-FIM
           END-IF.
           MOVE RAZAO-NOME TO WS-NOME-PROCURADO.
           PERFORM LOCALIZA-NOME-TABELA.
           IF CLIENTE-NA-TABELA
               GO TO CONFERE-CONTA-RAZAO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SEM-HISTORICO.
           MOVE RAZAO-NOME TO DET-NOME.
           MOVE 0 TO DET-SALDO-HIST DET-QTD-HIST.
           MOVE RAZAO-TOTAL TO DET-SALDO-RAZAO.
           MOVE RAZAO-QTD-TRANS TO DET-QTD-RAZAO.
           MOVE "CONTA DO RAZAO SEM HISTORICO" TO DET-SITUACAO.
           PERFORM GRAVA-DETALHE.

       CONFERE-CONTA-RAZAO-FIM.
           EXIT.

       GRAVA-DETALHE.
           MOVE WS-LINHA-DETALHE TO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.
           DISPLAY CONCILIACAO-REPORT-LINHA.

       IMPRIME-TOTAIS.
           MOVE SPACES TO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.
           MOVE SPACES TO CONCILIACAO-REPORT-LINHA.
           STRING "LINHAS DO HISTORICO " WS-QTD-LINHAS
                  " CLIENTES " WS-QTD-CON
                  " CONFERIDOS " WS-QTD-CONFERIDOS
                  " DIVERGENTES " WS-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.
           DISPLAY CONCILIACAO-REPORT-LINHA.
           MOVE SPACES TO CONCILIACAO-REPORT-LINHA.
           STRING "RAZAO SEM HISTORICO " WS-QTD-SEM-HISTORICO
                  " NOMES FORA DO CLIMSTR " WS-QTD-FORA-CLIMSTR
                  " QUANTIDADE SEM BASE " WS-QTD-SEM-BASE
               DELIMITED BY SIZE INTO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.
           DISPLAY CONCILIACAO-REPORT-LINHA.
           IF WS-TEM-CLIMSTR NOT = "S"
               MOVE "CLIMSTR.DAT AUSENTE - NOMES NAO CONFERIDOS"
                   TO CONCILIACAO-REPORT-LINHA
               WRITE CONCILIACAO-REPORT-LINHA
               DISPLAY CONCILIACAO-REPORT-LINHA
           END-IF.
           IF WS-CONCILIACAO-ESTOURO = "S"
               MOVE "TABELA DE CLIENTES CHEIA - CONCILIACAO PARCIAL"
                   TO CONCILIACAO-REPORT-LINHA
               WRITE CONCILIACAO-REPORT-LINHA
               DISPLAY CONCILIACAO-REPORT-LINHA
           END-IF.

       COPY "RUNPROC.cpy".
