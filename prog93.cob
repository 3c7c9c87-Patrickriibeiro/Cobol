      *            o mesmo mes duas vezes e recusado. o PROG48
      *            passa a pedir o periodo e ler so a particao dele;
      *            extrato para de atravessar o arquivo inteiro.
      * 2026-10-15 a visao de colunas do historico lia o resultado
      *            uma posicao adiantada e a ABERTURA perdia o
      *            ultimo centavo; a ABERTURA passa a levar tambem a
      *            quantidade de operacoes resumidas, para a
      *            conciliacao razao x historico (PROG138).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  PARTICAO-FILE.
       01  PARTICAO-REC PIC X(100).
               10  TAB-AB-NOME  PIC X(20).
               10  TAB-AB-SALDO PIC S9(8)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-AB-QTD   PIC 9(6).
       01  WS-QTD-AB PIC 9(3) VALUE 0.
       01  WS-AB-IDX PIC 9(3).
       01  WS-AB-ACHADO-IDX PIC 9(3).
                   MOVE WS-QTD-AB TO WS-AB-ACHADO-IDX
                   MOVE HT-NOME TO TAB-AB-NOME(WS-AB-ACHADO-IDX)
                   MOVE 0 TO TAB-AB-SALDO(WS-AB-ACHADO-IDX)
                   MOVE 0 TO TAB-AB-QTD(WS-AB-ACHADO-IDX)
               END-IF
           END-IF.
           IF WS-AB-ACHADO-IDX NOT = 0
               COMPUTE TAB-AB-SALDO(WS-AB-ACHADO-IDX) =
                   TAB-AB-SALDO(WS-AB-ACHADO-IDX)
                   + FUNCTION NUMVAL(HT-RESULTADO)
      *        a ABERTURA anterior traz a contagem dela; as demais
      *        linhas sao uma operacao cada.
               IF HT-SINAL(1:8) = "ABERTURA"
                   IF HT-QTD-ABERTURA IS NUMERIC
                       ADD HT-QTD-ABERTURA
                           TO TAB-AB-QTD(WS-AB-ACHADO-IDX)
                   END-IF
               ELSE
                   ADD 1 TO TAB-AB-QTD(WS-AB-ACHADO-IDX)
               END-IF
           END-IF.

       REESCREVE-HISTORICO-VIVO.
      *    saldo carregado, nao do zero.
      *    uma linha ABERTURA por cliente visto nas linhas movidas,
      *    com o saldo apurado delas - o extrato do periodo novo
      *    soma ABERTURA + linhas retidas e fecha com o razao. a
      *    quantidade de operacoes movidas vai no lugar do primeiro
      *    numero, para a conciliacao do PROG138 fechar tambem a
      *    contagem do razao.
       GRAVA-ABERTURAS.
           IF WS-QTD-AB = 0
               DISPLAY "NENHUMA LINHA MOVIDA, SEM ABERTURAS"
               STRING WS-MES-SEGUINTE "01" "000000" " "
                      TAB-AB-NOME(WS-AB-IDX) " "
                      "ABERTURA            " " "
                      TAB-AB-QTD(WS-AB-IDX) " " "      " " = "
                      WS-SALDO-EDIT " " "FECHAMEN"
                   DELIMITED BY SIZE
                   INTO HISTORICO-TRANSACOES-LINHA
