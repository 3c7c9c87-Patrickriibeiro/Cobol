       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG139.
      *    FECHAMENTO DE TURNO (CONFERENCIA DE CAIXA) DO OPERADOR.
      * 2026-10-15 primeira versao: o operador do sign-on declara o
      *            total que recebeu e o que pagou no turno, sem ver
      *            antes o apurado; o programa soma as linhas dele
      *            no historico HISTTRAN.DAT (e nas particoes de
      *            meses fechados pelo PROG93) desde o fechamento
      *            anterior, grava o fechamento em FECHTURN.DAT e
      *            imprime o comprovante em FECHREL.DAT com a
      *            diferenca. sobra ou falta fica pendente de abono
      *            do supervisor (PROG140) e o TESTE nao abre sessao
      *            nova para o operador enquanto isso.

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

      *    comprovantes de fechamento, acumulados como fila de
      *    impressao.
           SELECT COMPROVANTE-FILE ASSIGN TO "FECHREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPROVANTE-STATUS.

           COPY "TURNSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

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
           05  FILLER       PIC X.
           05  HT-NUMERO1   PIC X(6).
           05  FILLER       PIC X.
           05  HT-NUMERO2   PIC X(6).
           05  FILLER       PIC X(3).
           05  HT-RESULTADO PIC X(10).
           05  FILLER       PIC X.
           05  HT-OPERADOR  PIC X(8).
           05  FILLER       PIC X(8).

       FD  COMPROVANTE-FILE.
       01  COMPROVANTE-LINHA PIC X(80).

       COPY "TURNFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FECHADOS-STATUS    PIC XX.
       01  WS-HISTORICO-STATUS   PIC XX.
       01  WS-COMPROVANTE-STATUS PIC XX.

       01  WS-HISTORICO-NOME PIC X(20).
       01  WS-TABELA-FECHADOS.
           05  TAB-FECH OCCURS 240 TIMES PIC 9(6).
       01  WS-QTD-FECH PIC 9(3) VALUE 0.
       01  WS-FECH-IDX PIC 9(3).

       01  WS-AGORA PIC X(14).
       01  WS-MES-INICIO PIC X(6).
       01  WS-ENTRADA PIC X(15).
       01  WS-ENTRADA-OK PIC X.
       01  WS-VALOR-LINHA PIC S9(8)V99 SIGN LEADING SEPARATE.
       01  WS-LIQUIDO-APURADO PIC S9(8)V99 SIGN LEADING SEPARATE.
       01  WS-LIQUIDO-DECLARADO PIC S9(8)V99 SIGN LEADING SEPARATE.

       01  WS-VALOR-EDIT PIC Z(7)9.99.
       01  WS-VALOR2-EDIT PIC Z(7)9.99.
       01  WS-LIQUIDO-EDIT PIC +9(8).99.
       01  WS-LIQUIDO2-EDIT PIC +9(8).99.
       01  WS-DIFERENCA-EDIT PIC +9(8).99.
       01  WS-DATA-HORA-EDIT PIC X(19).
       01  WS-DATA-HORA-ORIGEM PIC X(14).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "TURNWS.cpy".

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

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

      *    enquanto o fechamento anterior espera abono, outro nao
      *    e aberto: o periodo dele ainda esta em disputa.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-TURNO-OPERADOR.
           PERFORM CONFERE-TURNO-OPERADOR.
           IF TURNO-PENDENTE
               DISPLAY "FECHAMENTO ANTERIOR AGUARDA ABONO DO"
                   " SUPERVISOR (PROG140)"
               MOVE "PROG139" TO WS-EXCCOM-PROGRAMA
               MOVE "TURNO-PENDENTE" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-AGORA.

           INITIALIZE FT-FECHAMENTO-REC.
           MOVE WS-OPERADOR-ID-DIGITADO TO FT-OPERADOR.
           MOVE WS-TURNO-ULTIMO-FIM TO FT-INICIO.
           MOVE WS-AGORA TO FT-FIM.
           MOVE SPACES TO FT-SUPERVISOR.
           MOVE SPACES TO FT-DATA-ABONO.

      *    a contagem vem antes do apurado, para o operador declarar
      *    o que tem na mao e nao o que o sistema espera.
           PERFORM PEDE-DECLARADO THRU PEDE-DECLARADO-FIM.
           IF WS-ENTRADA-OK NOT = "S"
               DISPLAY "FECHAMENTO NAO GRAVADO"
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM APURA-TURNO.

           COMPUTE WS-LIQUIDO-APURADO =
               FT-APURADO-RECEBIDO - FT-APURADO-PAGO.
           COMPUTE WS-LIQUIDO-DECLARADO =
               FT-DECLARADO-RECEBIDO - FT-DECLARADO-PAGO.
           COMPUTE FT-DIFERENCA =
               WS-LIQUIDO-DECLARADO - WS-LIQUIDO-APURADO.
           IF FT-DIFERENCA = 0
               SET FT-BATIDO TO TRUE
           ELSE
               SET FT-PENDENTE TO TRUE
           END-IF.

           PERFORM GRAVA-FECHAMENTO.
           PERFORM IMPRIME-COMPROVANTE.
           PERFORM REGISTRA-FECHAMENTO.
           PERFORM FECHA-TRILHAS.

       PROGRAM-DONE.
           GOBACK.

       FECHA-TRILHAS.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

      *    recebido e pago declarados, cada um conferido pelo
      *    TEST-NUMVAL; valor que nao e numero desiste do fechamento
      *    com linha na trilha de excecoes.
       PEDE-DECLARADO.
           MOVE "N" TO WS-ENTRADA-OK.
           MOVE "PROG139" TO WS-EXCCOM-PROGRAMA.
           DISPLAY "TOTAL RECEBIDO NO TURNO (ATE 99999999.99):"
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               DISPLAY "VALOR INVALIDO"
               MOVE "RECEBIDO" TO WS-EXCCOM-CAMPO
               MOVE WS-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO PEDE-DECLARADO-FIM
           END-IF.
           COMPUTE FT-DECLARADO-RECEBIDO = FUNCTION NUMVAL(WS-ENTRADA).

           DISPLAY "TOTAL PAGO NO TURNO (ATE 99999999.99):"
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               DISPLAY "VALOR INVALIDO"
               MOVE "PAGO" TO WS-EXCCOM-CAMPO
               MOVE WS-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO PEDE-DECLARADO-FIM
           END-IF.
           COMPUTE FT-DECLARADO-PAGO = FUNCTION NUMVAL(WS-ENTRADA).
           MOVE "S" TO WS-ENTRADA-OK.

       PEDE-DECLARADO-FIM.
           EXIT.

      *    particoes de meses fechados a partir do mes do fechamento
      *    anterior (todas, no primeiro fechamento do operador) e o
      *    historico vivo por ultimo.
       APURA-TURNO.
           MOVE FT-INICIO(1:6) TO WS-MES-INICIO.
           PERFORM CARREGA-FECHADOS.
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX > WS-QTD-FECH
               IF FT-INICIO = SPACES
                       OR TAB-FECH(WS-FECH-IDX) >= WS-MES-INICIO
                   MOVE SPACES TO WS-HISTORICO-NOME
                   STRING "HISTTRAN." TAB-FECH(WS-FECH-IDX)
                       DELIMITED BY SIZE INTO WS-HISTORICO-NOME
                   PERFORM LE-HISTORICO
               END-IF
           END-PERFORM.
           MOVE "HISTTRAN.DAT" TO WS-HISTORICO-NOME.
           PERFORM LE-HISTORICO.

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

      *    particao que sumiu (arquivada fora) e so pulada.
       LE-HISTORICO.
           OPEN INPUT HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS = "00"
               PERFORM UNTIL WS-HISTORICO-STATUS NOT = "00"
                   READ HISTORICO-TRANSACOES-FILE
                       AT END
                           MOVE "10" TO WS-HISTORICO-STATUS
                       NOT AT END
                           PERFORM ACUMULA-LINHA
                               THRU ACUMULA-LINHA-FIM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORICO-TRANSACOES-FILE.

      *    so as linhas carimbadas com este operador, depois do
      *    fechamento anterior e ate agora. resultado positivo e
      *    dinheiro que entrou, negativo dinheiro que saiu.
       ACUMULA-LINHA.
           IF HT-OPERADOR NOT = FT-OPERADOR
               GO TO ACUMULA-LINHA-FIM
           END-IF.
           IF HT-DATA-HORA NOT > FT-INICIO
                   OR HT-DATA-HORA > FT-FIM
               GO TO ACUMULA-LINHA-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(HT-RESULTADO) NOT = 0
               GO TO ACUMULA-LINHA-FIM
           END-IF.
           COMPUTE WS-VALOR-LINHA = FUNCTION NUMVAL(HT-RESULTADO).
           ADD 1 TO FT-QTD-LINHAS.
           IF WS-VALOR-LINHA > 0
               ADD WS-VALOR-LINHA TO FT-APURADO-RECEBIDO
           ELSE
               SUBTRACT WS-VALOR-LINHA FROM FT-APURADO-PAGO
           END-IF.

       ACUMULA-LINHA-FIM.
           EXIT.

       GRAVA-FECHAMENTO.
           OPEN EXTEND TURNOS-FILE.
           IF WS-TURNOS-STATUS NOT = "00"
               CLOSE TURNOS-FILE
               OPEN OUTPUT TURNOS-FILE
           END-IF.
           WRITE FT-FECHAMENTO-REC.
           CLOSE TURNOS-FILE.

      *    o comprovante sai na tela e na fila FECHREL.DAT, com
      *    espaco para as assinaturas do operador e do supervisor.
       IMPRIME-COMPROVANTE.
           OPEN EXTEND COMPROVANTE-FILE.
           IF WS-COMPROVANTE-STATUS NOT = "00"
               CLOSE COMPROVANTE-FILE
               OPEN OUTPUT COMPROVANTE-FILE
           END-IF.

           MOVE SPACES TO COMPROVANTE-LINHA.
           STRING "===== FECHAMENTO DE TURNO - OPERADOR "
                  FT-OPERADOR " ====="
               DELIMITED BY SIZE INTO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.

           MOVE SPACES TO COMPROVANTE-LINHA.
           IF FT-INICIO = SPACES
               MOVE "PRIMEIRO FECHAMENTO" TO WS-DATA-HORA-EDIT
           ELSE
               MOVE FT-INICIO TO WS-DATA-HORA-ORIGEM
               PERFORM EDITA-DATA-HORA
           END-IF.
           STRING "DESDE: " WS-DATA-HORA-EDIT
               DELIMITED BY SIZE INTO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           MOVE SPACES TO COMPROVANTE-LINHA.
           MOVE FT-FIM TO WS-DATA-HORA-ORIGEM.
           PERFORM EDITA-DATA-HORA.
           STRING "ATE:   " WS-DATA-HORA-EDIT
                  "   LANCAMENTOS: " FT-QTD-LINHAS
               DELIMITED BY SIZE INTO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.

           MOVE "                     APURADO    DECLARADO"
               TO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           MOVE SPACES TO COMPROVANTE-LINHA.
           MOVE FT-APURADO-RECEBIDO TO WS-VALOR-EDIT.
           MOVE FT-DECLARADO-RECEBIDO TO WS-VALOR2-EDIT.
           STRING "RECEBIDO     " WS-VALOR-EDIT " " WS-VALOR2-EDIT
               DELIMITED BY SIZE INTO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           MOVE SPACES TO COMPROVANTE-LINHA.
           MOVE FT-APURADO-PAGO TO WS-VALOR-EDIT.
           MOVE FT-DECLARADO-PAGO TO WS-VALOR2-EDIT.
           STRING "PAGO         " WS-VALOR-EDIT " " WS-VALOR2-EDIT
               DELIMITED BY SIZE INTO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           MOVE SPACES TO COMPROVANTE-LINHA.
           MOVE WS-LIQUIDO-APURADO TO WS-LIQUIDO-EDIT.
           MOVE WS-LIQUIDO-DECLARADO TO WS-LIQUIDO2-EDIT.
           STRING "LIQUIDO     " WS-LIQUIDO-EDIT " " WS-LIQUIDO2-EDIT
               DELIMITED BY SIZE INTO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.

           MOVE SPACES TO COMPROVANTE-LINHA.
           MOVE FT-DIFERENCA TO WS-DIFERENCA-EDIT.
           EVALUATE TRUE
               WHEN FT-DIFERENCA = 0
                   STRING "DIFERENCA   " WS-DIFERENCA-EDIT
                          "  CAIXA BATIDO"
                       DELIMITED BY SIZE INTO COMPROVANTE-LINHA
               WHEN FT-DIFERENCA > 0
                   STRING "DIFERENCA   " WS-DIFERENCA-EDIT
                          "  SOBRA - PENDENTE DE ABONO"
                       DELIMITED BY SIZE INTO COMPROVANTE-LINHA
               WHEN OTHER
                   STRING "DIFERENCA   " WS-DIFERENCA-EDIT
                          "  FALTA - PENDENTE DE ABONO"
                       DELIMITED BY SIZE INTO COMPROVANTE-LINHA
           END-EVALUATE.
           PERFORM ESCREVE-COMPROVANTE.

           MOVE SPACES TO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           MOVE "OPERADOR: ______________   SUPERVISOR: ______________"
               TO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           MOVE SPACES TO COMPROVANTE-LINHA.
           PERFORM ESCREVE-COMPROVANTE.
           CLOSE COMPROVANTE-FILE.

       ESCREVE-COMPROVANTE.
           WRITE COMPROVANTE-LINHA.
           DISPLAY COMPROVANTE-LINHA.

      *    AAAAMMDDHHMMSS para DD/MM/AAAA HH:MM:SS.
       EDITA-DATA-HORA.
           MOVE SPACES TO WS-DATA-HORA-EDIT.
           STRING WS-DATA-HORA-ORIGEM(7:2) "/"
                  WS-DATA-HORA-ORIGEM(5:2) "/"
                  WS-DATA-HORA-ORIGEM(1:4) " "
                  WS-DATA-HORA-ORIGEM(9:2) ":"
                  WS-DATA-HORA-ORIGEM(11:2) ":"
                  WS-DATA-HORA-ORIGEM(13:2)
               DELIMITED BY SIZE INTO WS-DATA-HORA-EDIT.

      *    operador no campo de nome; a diferenca na descricao. a
      *    pendencia tambem vai para a trilha de excecoes, onde o
      *    supervisor procura o que tem para resolver.
       REGISTRA-FECHAMENTO.
           MOVE FT-OPERADOR TO WS-NOME-COMUM.
           MOVE "FECHA-TURNO" TO WS-OPERADOR-COMUM.
           MOVE FT-DIFERENCA TO WS-DIFERENCA-EDIT.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           IF FT-BATIDO
               STRING "BATIDO " FT-QTD-LINHAS " LANC DIF "
                      WS-DIFERENCA-EDIT
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
           ELSE
               STRING "PENDENTE " FT-QTD-LINHAS " LANC DIF "
                      WS-DIFERENCA-EDIT
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
               MOVE "PROG139" TO WS-EXCCOM-PROGRAMA
               MOVE "DIFERENCA-CAIXA" TO WS-EXCCOM-CAMPO
               MOVE FT-OPERADOR TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.
           PERFORM GRAVA-AUDITORIA-COMUM.

       COPY "TURNPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
