       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG131.
      *    LANCAMENTO EM LOTE DOS RECEBIMENTOS BANCARIOS (RETORNO).
      * 2026-10-15 primeira versao: le o arquivo retorno de cobranca
      *            do banco (RETBANCO.DAT - header, um detalhe por
      *            pagamento e trailer com quantidade e valor) e, so
      *            se o trailer bater com os detalhes e o lote ainda
      *            nao tiver sido lancado (RECBLOTE.DAT), casa cada
      *            pagamento com o cliente pelo CLI-CODIGO do
      *            CLIMSTR.DAT e credita no razao LEDGER.DAT com
      *            linha RECEBIMENTO no HISTTRAN.DAT. codigo sem
      *            cliente, cliente inativo ou valor que nao cabe no
      *            saldo vai para o suspenso RECSUSP.DAT, atribuido
      *            depois pelo supervisor no PROG132. relatorio em
      *            RECBREL.DAT. acabou a digitacao um a um na TESTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-BANCO-FILE ASSIGN TO "RETBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

      *    lotes ja lancados, um por linha: o mesmo retorno rodado
      *    duas vezes nao credita em dobro.
           SELECT LOTES-LANCADOS-FILE ASSIGN TO "RECBLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.

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

           SELECT HISTORICO-TRANSACOES-FILE ASSIGN TO "HISTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RECEBIMENTOS-REPORT-FILE ASSIGN TO "RECBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECBREL-STATUS.

           COPY "SUSPSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    layout do retorno de cobranca, 80 posicoes; o tipo na
      *    primeira posicao diz qual das tres visoes vale.
       FD  RETORNO-BANCO-FILE.
       01  RET-HEADER-REC.
           05  RETH-TIPO            PIC X.
               88  RET-E-HEADER        VALUE "0".
               88  RET-E-DETALHE       VALUE "1".
               88  RET-E-TRAILER       VALUE "9".
           05  RETH-BANCO           PIC X(3).
           05  RETH-LOTE            PIC X(10).
           05  RETH-DATA-ARQUIVO    PIC X(8).
           05  FILLER               PIC X(58).
       01  RET-DETALHE-REC.
           05  RETD-TIPO            PIC X.
           05  RETD-CLI-CODIGO-X    PIC X(5).
           05  RETD-CLI-CODIGO REDEFINES RETD-CLI-CODIGO-X
                                    PIC 9(5).
           05  RETD-DATA-PAGTO-X    PIC X(8).
           05  RETD-DATA-PAGTO REDEFINES RETD-DATA-PAGTO-X
                                    PIC 9(8).
           05  RETD-VALOR-X         PIC X(11).
           05  RETD-VALOR REDEFINES RETD-VALOR-X
                                    PIC 9(9)V99.
           05  RETD-DOCUMENTO       PIC X(15).
           05  FILLER               PIC X(40).
       01  RET-TRAILER-REC.
           05  RETT-TIPO            PIC X.
           05  RETT-QTD-X           PIC X(6).
           05  RETT-QTD REDEFINES RETT-QTD-X PIC 9(6).
           05  RETT-VALOR-X         PIC X(13).
           05  RETT-VALOR REDEFINES RETT-VALOR-X PIC 9(11)V99.
           05  FILLER               PIC X(60).

       FD  LOTES-LANCADOS-FILE.
       01  LOTE-LANCADO-REC PIC X(10).

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).

       FD  RECEBIMENTOS-REPORT-FILE.
       01  RECEBIMENTOS-REPORT-LINHA PIC X(100).

       COPY "SUSPFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RETORNO-STATUS  PIC XX.
       01  WS-LOTES-STATUS    PIC XX.
       01  WS-CLIMSTR-STATUS  PIC XX.
       01  WS-RAZAO-STATUS    PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-RECBREL-STATUS  PIC XX.

      *    clientes do CLIMSTR por codigo (a chave do mestre e o
      *    nome; o banco so conhece o codigo).
       01  WS-TABELA-CLIENTES.
           05  TAB-CLI OCCURS 1000 TIMES.
               10  TAB-CLI-CODIGO   PIC 9(5).
               10  TAB-CLI-NOME     PIC X(20).
               10  TAB-CLI-SITUACAO PIC X.
       01  WS-QTD-CLI PIC 9(4) VALUE 0.
       01  WS-CLI-IDX PIC 9(4).
       01  WS-CLI-ACHADO PIC 9(4).

      *    conferencia do arquivo antes de lancar qualquer coisa.
       01  WS-ARQUIVO-OK PIC X.
       01  WS-MOTIVO-REJEICAO PIC X(50).
       01  WS-LOTE PIC X(10).
       01  WS-QTD-REGISTROS PIC 9(6).
       01  WS-QTD-DETALHES PIC 9(6).
       01  WS-SOMA-DETALHES PIC 9(11)V99.
       01  WS-VIU-TRAILER PIC X.

       01  WS-SEQ PIC 9(6) VALUE 0.
       01  WS-MOTIVO PIC X.
       01  WS-DESCRICAO-MOTIVO PIC X(16).
       01  WS-QTD-LANCADOS PIC 9(6) VALUE 0.
       01  WS-QTD-SUSPENSOS-NOVOS PIC 9(6) VALUE 0.
       01  WS-VALOR-LANCADO PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-SUSPENSO PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-EDIT PIC Z(8)9.99.
       01  WS-TOTAL-EDIT PIC Z(10)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "SUSPWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG131" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.

           OPEN OUTPUT RECEBIMENTOS-REPORT-FILE.
           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           STRING "===== RECEBIMENTOS BANCARIOS EM "
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.

           PERFORM CONFERE-ARQUIVO THRU CONFERE-ARQUIVO-FIM.
           IF WS-ARQUIVO-OK = "S"
               PERFORM CONFERE-LOTE-REPETIDO
           END-IF.
           IF WS-ARQUIVO-OK = "S"
               PERFORM CARREGA-CLIENTES
           END-IF.
           IF WS-ARQUIVO-OK NOT = "S"
               MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA
               STRING "RETORNO REJEITADO, NADA LANCADO: "
                      WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA
               WRITE RECEBIMENTOS-REPORT-LINHA
               DISPLAY RECEBIMENTOS-REPORT-LINHA
               CLOSE RECEBIMENTOS-REPORT-FILE
               MOVE "REJEITADO" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           STRING "LOTE " WS-LOTE " - " WS-QTD-DETALHES
                  " PAGAMENTO(S) CONFERIDOS COM O TRAILER"
               DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.
           MOVE "SEQ    COD   PAGTO          VALOR DOCUMENTO       CLIE
      -        "NTE / SITUACAO" TO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.

           OPEN I-O RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS = "35"
               OPEN OUTPUT RAZAO-CLIENTE-FILE
               CLOSE RAZAO-CLIENTE-FILE
               OPEN I-O RAZAO-CLIENTE-FILE
           END-IF.
           OPEN EXTEND HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
               OPEN OUTPUT HISTORICO-TRANSACOES-FILE
           END-IF.
           OPEN EXTEND SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS NOT = "00"
               CLOSE SUSPENSO-FILE
               OPEN OUTPUT SUSPENSO-FILE
           END-IF.

           OPEN INPUT RETORNO-BANCO-FILE.
           PERFORM UNTIL WS-RETORNO-STATUS NOT = "00"
               READ RETORNO-BANCO-FILE
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       IF RET-E-DETALHE
                           PERFORM PROCESSA-PAGAMENTO
                               THRU PROCESSA-PAGAMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETORNO-BANCO-FILE.

           CLOSE SUSPENSO-FILE.
           CLOSE HISTORICO-TRANSACOES-FILE.
           CLOSE RAZAO-CLIENTE-FILE.
           PERFORM REGISTRA-LOTE.

           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.
           MOVE WS-VALOR-LANCADO TO WS-TOTAL-EDIT.
           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           STRING "LANCADOS " WS-QTD-LANCADOS " VALOR " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.
           DISPLAY RECEBIMENTOS-REPORT-LINHA.
           MOVE WS-VALOR-SUSPENSO TO WS-TOTAL-EDIT.
           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           STRING "SUSPENSO " WS-QTD-SUSPENSOS-NOVOS " VALOR "
                  WS-TOTAL-EDIT " (ATRIBUIR NO PROG132)"
               DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.
           DISPLAY RECEBIMENTOS-REPORT-LINHA.
           CLOSE RECEBIMENTOS-REPORT-FILE.

           IF WS-QTD-SUSPENSOS-NOVOS > 0
               MOVE "SUSPENSO" TO WS-RUNLOG-RESULTADO
           END-IF.
           MOVE WS-QTD-LANCADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    header na primeira linha, trailer na ultima, e o trailer
      *    com a quantidade e a soma exatas dos detalhes.
       CONFERE-ARQUIVO.
           MOVE "N" TO WS-ARQUIVO-OK.
           MOVE SPACES TO WS-MOTIVO-REJEICAO WS-LOTE.
           MOVE 0 TO WS-QTD-REGISTROS WS-QTD-DETALHES
                     WS-SOMA-DETALHES.
           MOVE "N" TO WS-VIU-TRAILER.
           OPEN INPUT RETORNO-BANCO-FILE.
           IF WS-RETORNO-STATUS NOT = "00"
               MOVE "ARQUIVO RETBANCO.DAT AUSENTE"
                   TO WS-MOTIVO-REJEICAO
               CLOSE RETORNO-BANCO-FILE
               GO TO CONFERE-ARQUIVO-FIM
           END-IF.
           PERFORM UNTIL WS-RETORNO-STATUS NOT = "00"
                   OR WS-MOTIVO-REJEICAO NOT = SPACES
               READ RETORNO-BANCO-FILE
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       PERFORM CONFERE-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RETORNO-BANCO-FILE.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               GO TO CONFERE-ARQUIVO-FIM
           END-IF.
           IF WS-VIU-TRAILER NOT = "S"
               MOVE "SEM TRAILER (ARQUIVO INCOMPLETO)"
                   TO WS-MOTIVO-REJEICAO
               GO TO CONFERE-ARQUIVO-FIM
           END-IF.
           MOVE "S" TO WS-ARQUIVO-OK.

       CONFERE-ARQUIVO-FIM.
           EXIT.

       CONFERE-REGISTRO.
           EVALUATE TRUE
               WHEN WS-VIU-TRAILER = "S"
                   MOVE "REGISTRO DEPOIS DO TRAILER"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-QTD-REGISTROS = 1
                   IF RET-E-HEADER AND RETH-LOTE NOT = SPACES
                       MOVE RETH-LOTE TO WS-LOTE
                   ELSE
                       MOVE "PRIMEIRA LINHA NAO E HEADER COM LOTE"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN RET-E-DETALHE
                   IF RETD-VALOR-X IS NUMERIC
                       ADD 1 TO WS-QTD-DETALHES
                       ADD RETD-VALOR TO WS-SOMA-DETALHES
                   ELSE
                       MOVE SPACES TO WS-MOTIVO-REJEICAO
                       STRING "VALOR NAO NUMERICO NA LINHA "
                              WS-QTD-REGISTROS
                           DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN RET-E-TRAILER
                   MOVE "S" TO WS-VIU-TRAILER
                   IF RETT-QTD-X IS NOT NUMERIC
                           OR RETT-VALOR-X IS NOT NUMERIC
                       MOVE "TRAILER COM TOTAIS NAO NUMERICOS"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF RETT-QTD NOT = WS-QTD-DETALHES
                               OR RETT-VALOR NOT = WS-SOMA-DETALHES
                           MOVE "TRAILER NAO BATE COM OS DETALHES"
                               TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
                   STRING "TIPO DE REGISTRO INVALIDO NA LINHA "
                          WS-QTD-REGISTROS
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
           END-EVALUATE.

       CONFERE-LOTE-REPETIDO.
           OPEN INPUT LOTES-LANCADOS-FILE.
           IF WS-LOTES-STATUS = "00"
               PERFORM UNTIL WS-LOTES-STATUS NOT = "00"
                   READ LOTES-LANCADOS-FILE
                       AT END
                           MOVE "10" TO WS-LOTES-STATUS
                       NOT AT END
                           IF LOTE-LANCADO-REC = WS-LOTE
                               MOVE "N" TO WS-ARQUIVO-OK
                               MOVE SPACES TO WS-MOTIVO-REJEICAO
                               STRING "LOTE " WS-LOTE
                                      " JA LANCADO ANTES"
                                   DELIMITED BY SIZE
                                   INTO WS-MOTIVO-REJEICAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOTES-LANCADOS-FILE.

       CARREGA-CLIENTES.
           MOVE 0 TO WS-QTD-CLI.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS NOT = "00"
               MOVE "N" TO WS-ARQUIVO-OK
               MOVE "MESTRE DE CLIENTES CLIMSTR.DAT AUSENTE"
                   TO WS-MOTIVO-REJEICAO
           END-IF.
           PERFORM UNTIL WS-CLIMSTR-STATUS NOT = "00"
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CLIMSTR-STATUS
                   NOT AT END
                       IF WS-QTD-CLI < 1000
                           ADD 1 TO WS-QTD-CLI
                           MOVE CLI-CODIGO TO TAB-CLI-CODIGO(WS-QTD-CLI)
                           MOVE CLI-NOME TO TAB-CLI-NOME(WS-QTD-CLI)
                           MOVE CLI-SITUACAO
                               TO TAB-CLI-SITUACAO(WS-QTD-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.

      *    cliente ativo achado pelo codigo: credita. o resto, com o
      *    motivo, vai para o suspenso.
       PROCESSA-PAGAMENTO.
           ADD 1 TO WS-SEQ.
           MOVE SPACE TO WS-MOTIVO.
           MOVE 0 TO WS-CLI-ACHADO.
           IF RETD-CLI-CODIGO-X IS NUMERIC
               PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                       UNTIL WS-CLI-IDX > WS-QTD-CLI
                           OR WS-CLI-ACHADO NOT = 0
                   IF TAB-CLI-CODIGO(WS-CLI-IDX) = RETD-CLI-CODIGO
                       MOVE WS-CLI-IDX TO WS-CLI-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF RETD-DATA-PAGTO-X IS NOT NUMERIC
               MOVE ZEROS TO RETD-DATA-PAGTO-X
           END-IF.
           MOVE RETD-VALOR TO WS-VALOR-EDIT.
           IF WS-CLI-ACHADO = 0
               MOVE "N" TO WS-MOTIVO
               GO TO PROCESSA-PAGAMENTO-SUSPENSO
           END-IF.
           IF TAB-CLI-SITUACAO(WS-CLI-ACHADO) NOT = "A"
               MOVE "I" TO WS-MOTIVO
               GO TO PROCESSA-PAGAMENTO-SUSPENSO
           END-IF.

           MOVE TAB-CLI-NOME(WS-CLI-ACHADO) TO WS-RECB-CLIENTE.
           MOVE RETD-VALOR TO WS-RECB-VALOR.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-RECB-DATA-HORA.
           MOVE "RECBANCO" TO WS-RECB-OPERADOR.
           PERFORM LANCA-RECEBIMENTO THRU LANCA-RECEBIMENTO-FIM.
           IF WS-RECB-LANCADO NOT = "S"
               MOVE "V" TO WS-MOTIVO
               GO TO PROCESSA-PAGAMENTO-SUSPENSO
           END-IF.
           ADD 1 TO WS-QTD-LANCADOS.
           ADD RETD-VALOR TO WS-VALOR-LANCADO.
           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           STRING WS-SEQ " " RETD-CLI-CODIGO-X " "
                  RETD-DATA-PAGTO-X " " WS-VALOR-EDIT " "
                  RETD-DOCUMENTO " " WS-RECB-CLIENTE
               DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.
           GO TO PROCESSA-PAGAMENTO-FIM.

       PROCESSA-PAGAMENTO-SUSPENSO.
           MOVE SPACES TO SUS-RECEBIMENTO-REC.
           MOVE WS-LOTE TO SUS-LOTE.
           MOVE WS-SEQ TO SUS-SEQ.
           MOVE RETD-CLI-CODIGO-X TO SUS-CLI-CODIGO.
           MOVE RETD-DATA-PAGTO TO SUS-DATA-PAGTO.
           MOVE RETD-VALOR TO SUS-VALOR.
           MOVE RETD-DOCUMENTO TO SUS-DOCUMENTO.
           MOVE WS-MOTIVO TO SUS-MOTIVO.
           MOVE "P" TO SUS-SITUACAO.
           MOVE 0 TO SUS-DATA-ATRIBUICAO.
           WRITE SUS-RECEBIMENTO-REC.
           ADD 1 TO WS-QTD-SUSPENSOS-NOVOS.
           ADD RETD-VALOR TO WS-VALOR-SUSPENSO.
           EVALUATE TRUE
               WHEN SUS-SEM-CLIENTE
                   MOVE "SEM CLIENTE" TO WS-DESCRICAO-MOTIVO
               WHEN SUS-CLIENTE-INATIVO
                   MOVE "CLIENTE INATIVO" TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE "VALOR NO LIMITE" TO WS-DESCRICAO-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO RECEBIMENTOS-REPORT-LINHA.
           STRING WS-SEQ " " RETD-CLI-CODIGO-X " "
                  RETD-DATA-PAGTO-X " " WS-VALOR-EDIT " "
                  RETD-DOCUMENTO " SUSPENSO: " WS-DESCRICAO-MOTIVO
               DELIMITED BY SIZE INTO RECEBIMENTOS-REPORT-LINHA.
           WRITE RECEBIMENTOS-REPORT-LINHA.

       PROCESSA-PAGAMENTO-FIM.
           EXIT.

       REGISTRA-LOTE.
           OPEN EXTEND LOTES-LANCADOS-FILE.
           IF WS-LOTES-STATUS NOT = "00"
               CLOSE LOTES-LANCADOS-FILE
               OPEN OUTPUT LOTES-LANCADOS-FILE
           END-IF.
           MOVE WS-LOTE TO LOTE-LANCADO-REC.
           WRITE LOTE-LANCADO-REC.
           CLOSE LOTES-LANCADOS-FILE.

       COPY "RUNPROC.cpy".
       COPY "SUSPPROC.cpy".
