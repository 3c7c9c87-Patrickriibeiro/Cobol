      *            creditos do retorno que nunca foram enviados,
      *            conferindo tambem os controles do rodape da
      *            remessa (contagem, soma e hash).
      * 2026-10-15 credito a beneficiario de ordem judicial (PROG43)
      *            casa pelo codigo do funcionario mais a sequencia
      *            da ordem, devolvida pelo banco no retorno (zero
      *            ou branco = o credito do proprio funcionario).
      * 2026-10-15 remessa em 74 posicoes: a marca da rodada do
      *            PROG43 (61-74) fica fora da conciliacao.
      * 2026-10-15 retorno do banco so entra se o PROG157 o registrou no
      *            RECEBIDO.DAT e ainda nao foi processado; retorno
      *            repetido ou sem registro termina com RC=0008.
      *            a rodada boa marca o retorno como processado.
      * 2026-10-15 layout da remessa pelo REMFD.cpy. o credito casa pelo
      *            codigo mais a sequencia de origem (901 rescisao, 902
      *            ferias) e, com dois iguais, fica o primeiro sem
      *            resposta. retorno lido marca a remessa como enviada
      *            no cabecalho, para ninguem mais acrescentar a ela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCILIACAO-STATUS.

           COPY "RCBSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "REMFD.cpy".

      *    retorno do banco: "D" codigo valor situacao (C=credito
      *    confirmado, R=rejeitado) e a sequencia enviada.
       FD  RETORNO-BANCO-FILE.
       01  RETORNO-REC PIC X(60).
       01  RETORNO-CREDITO REDEFINES RETORNO-REC.
           05  RET-COD      PIC X(6).
           05  RET-VALOR    PIC 9(9)V99.
           05  RET-SITUACAO PIC X.
           05  RET-SEQ      PIC 9(3).
           05  FILLER       PIC X(38).

       FD  CONCILIACAO-REPORT-FILE.
       01  CONCILIACAO-REPORT-LINHA PIC X(80).

       COPY "RCBFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-REMESSA-STATUS     PIC XX.
       01  WS-TABELA-ENVIADOS.
           05  TAB-ENV OCCURS 500 TIMES.
               10  TAB-ENV-COD   PIC X(6).
               10  TAB-ENV-SEQ   PIC 9(3).
               10  TAB-ENV-NOME  PIC X(20).
               10  TAB-ENV-VALOR PIC 9(9)V99.
               10  TAB-ENV-SITUACAO PIC X.
       01  WS-QTD-ENVIADOS PIC 9(3) VALUE 0.
       01  WS-ENV-IDX PIC 9(3).
       01  WS-ENV-ACHADO-IDX PIC 9(3).
       01  WS-SEQ-RETORNO PIC 9(3).

       01  WS-CONTAGEM-LIDA PIC 9(7) VALUE 0.
       01  WS-SOMA-LIDA PIC 9(11)V99 VALUE 0.
       01  WS-ROD-HASH PIC 9(9) VALUE 0.
       01  WS-TEM-RODAPE PIC X VALUE "N".

      *    retorno lido = remessa enviada ao banco; as linhas da
      *    remessa voltam com o cabecalho marcado (ver REMFD.cpy).
       01  WS-RETORNO-LIDO PIC X VALUE "N".
       01  WS-TABELA-LINHAS-REMESSA.
           05  TAB-LRM OCCURS 510 TIMES PIC X(74).
       01  WS-QTD-LINHAS-REMESSA PIC 9(3) VALUE 0.
       01  WS-LRM-IDX PIC 9(3).

       01  WS-QTD-CONFIRMADOS PIC 9(5) VALUE 0.
       01  WS-QTD-REJEITADOS  PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-RESPOSTA PIC 9(5) VALUE 0.
       01  WS-QTD-VALOR-DIVERGE PIC 9(5) VALUE 0.
       01  WS-VALOR-EDIT PIC 9(9).99.

       COPY "RCBWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN OUTPUT CONCILIACAO-REPORT-FILE.
               GO TO PROGRAM-DONE
           END-IF.

      *    retorno repetido ou nao registrado pelo PROG157 nao
      *    se concilia.
           MOVE "BANCORET.DAT" TO WS-RCB-ARQUIVO-NOME.
           MOVE "PROG64" TO WS-RCB-PROGRAMA.
           PERFORM CONFERE-RECEBIMENTO.
           IF RECEBIDO-PRESENTE AND NOT RECEBIMENTO-LIBERADO
               MOVE "RETORNO DO BANCO RECUSADO NO RECEBIMENTO"
                   TO CONCILIACAO-REPORT-LINHA
               WRITE CONCILIACAO-REPORT-LINHA
               CLOSE CONCILIACAO-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CONFERE-CONTROLES-REMESSA.
           PERFORM PROCESSA-RETORNO
               THRU PROCESSA-RETORNO-FIM.
           PERFORM LISTA-SEM-RESPOSTA.
           PERFORM GRAVA-RESUMO.
           CLOSE CONCILIACAO-REPORT-FILE.
           IF RECEBIMENTO-LIBERADO
               PERFORM BAIXA-RECEBIMENTO
           END-IF.
           IF WS-RETORNO-LIDO = "S"
               PERFORM MARCA-REMESSA-ENVIADA
                   THRU MARCA-REMESSA-ENVIADA-FIM
           END-IF.

       PROGRAM-DONE.
           GOBACK.
           IF WS-QTD-ENVIADOS < 500
               ADD 1 TO WS-QTD-ENVIADOS
               MOVE REM-CRED-COD TO TAB-ENV-COD(WS-QTD-ENVIADOS)
               MOVE 0 TO TAB-ENV-SEQ(WS-QTD-ENVIADOS)
               IF REM-CRED-SEQ IS NUMERIC
                   MOVE REM-CRED-SEQ TO TAB-ENV-SEQ(WS-QTD-ENVIADOS)
               END-IF
               MOVE REM-CRED-NOME TO TAB-ENV-NOME(WS-QTD-ENVIADOS)
               MOVE REM-CRED-VALOR TO TAB-ENV-VALOR(WS-QTD-ENVIADOS)
               MOVE " " TO TAB-ENV-SITUACAO(WS-QTD-ENVIADOS)
               CLOSE RETORNO-BANCO-FILE
               GO TO PROCESSA-RETORNO-FIM
           END-IF.
           MOVE "S" TO WS-RETORNO-LIDO.
           PERFORM UNTIL WS-RETORNO-STATUS NOT = "00"
               READ RETORNO-BANCO-FILE
                   AT END
       PROCESSA-RETORNO-FIM.
           EXIT.

      *    casa pelo codigo mais a sequencia: zero = liquido da
      *    folha, ordem judicial = sequencia da ordem, 901/902 =
      *    rescisao/ferias (REMFD.cpy). com dois enviados iguais,
      *    fica o primeiro ainda sem resposta.
       CASA-CREDITO-RETORNO.
           MOVE 0 TO WS-SEQ-RETORNO.
           IF RET-SEQ IS NUMERIC
               MOVE RET-SEQ TO WS-SEQ-RETORNO
           END-IF.
           MOVE 0 TO WS-ENV-ACHADO-IDX.
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-QTD-ENVIADOS
               IF TAB-ENV-COD(WS-ENV-IDX) = RET-COD
                       AND TAB-ENV-SEQ(WS-ENV-IDX) = WS-SEQ-RETORNO
                   IF WS-ENV-ACHADO-IDX = 0
                       MOVE WS-ENV-IDX TO WS-ENV-ACHADO-IDX
                   ELSE
                       IF TAB-ENV-SITUACAO(WS-ENV-ACHADO-IDX)
                               NOT = " "
                           MOVE WS-ENV-IDX TO WS-ENV-ACHADO-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ENV-ACHADO-IDX = 0
               DELIMITED BY SIZE INTO CONCILIACAO-REPORT-LINHA.
           WRITE CONCILIACAO-REPORT-LINHA.
           DISPLAY CONCILIACAO-REPORT-LINHA.

      *    com o retorno na mao a remessa foi ao banco: o
      *    cabecalho ganha a marca de enviada e o proximo credito
      *    avulso (PROG105, PROG106) ou a proxima folha comeca
      *    remessa nova em vez de acrescentar a esta.
       MARCA-REMESSA-ENVIADA.
           MOVE 0 TO WS-QTD-LINHAS-REMESSA.
           OPEN INPUT REMESSA-BANCO-FILE.
           IF WS-REMESSA-STATUS NOT = "00"
               CLOSE REMESSA-BANCO-FILE
               GO TO MARCA-REMESSA-ENVIADA-FIM
           END-IF.
           PERFORM UNTIL WS-REMESSA-STATUS NOT = "00"
               READ REMESSA-BANCO-FILE
                   AT END
                       MOVE "10" TO WS-REMESSA-STATUS
                   NOT AT END
                       IF WS-QTD-LINHAS-REMESSA < 510
                           ADD 1 TO WS-QTD-LINHAS-REMESSA
                           IF REM-CAB-TIPO = "H"
                               MOVE "E" TO REM-CAB-SITUACAO
                           END-IF
                           MOVE REMESSA-REC
                               TO TAB-LRM(WS-QTD-LINHAS-REMESSA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMESSA-BANCO-FILE.
           OPEN OUTPUT REMESSA-BANCO-FILE.
           PERFORM VARYING WS-LRM-IDX FROM 1 BY 1
                   UNTIL WS-LRM-IDX > WS-QTD-LINHAS-REMESSA
               MOVE TAB-LRM(WS-LRM-IDX) TO REMESSA-REC
               WRITE REMESSA-REC
           END-PERFORM.
           CLOSE REMESSA-BANCO-FILE.

       MARCA-REMESSA-ENVIADA-FIM.
           EXIT.

       COPY "RCBPROC.cpy".
