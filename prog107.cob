       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG107.
      *    APURACAO MENSAL DO DEPOSITO DO FGTS.
      * 2026-10-15 primeira versao: roda depois de fechada a
      *            competencia (AAAAMM, perguntada na partida) e
      *            le o historico da folha (FOLHAHIS.DAT) - folha
      *            mensal (ultimo registro vale), 13o (PROG70),
      *            ferias (PROG106) e rescisao (PROG105) somados -
      *            para calcular o deposito do empregador por
      *            funcionario (FGTS-TAXA, centesimos de ponto,
      *            padrao 800 = 8%) sobre a base de FGTS de cada
      *            linha. grava FGTSDEP.DAT em colunas fixas
      *            (cabecalho, um deposito por funcionario e rodape
      *            com contagem, soma das bases, soma dos depositos
      *            e hash dos codigos) para conferir com a guia, e
      *            mantem o saldo acumulado por funcionario em
      *            FGTSSAL.DAT, que a rescisao usa para a multa.
      * 2026-10-15 competencia anterior a ultima depositada de algum
      *            funcionario da rodada e recusada antes de qualquer
      *            gravacao (RC=0008, excecao FORA-DE-ORDEM por
      *            funcionario); antes o deposito era somado de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

      *    saldo do FGTS por funcionario, atualizado no lugar.
           SELECT FGTS-SALDO-FILE ASSIGN TO "FGTSSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FGS-COD
               FILE STATUS IS WS-FGTSSAL-STATUS.

      *    depositos da competencia, com cabecalho e rodape de
      *    controle (mesmo desenho da remessa bancaria).
           SELECT FGTS-DEPOSITO-FILE ASSIGN TO "FGTSDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTSDEP-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  FGTS-SALDO-FILE.
       COPY "FGTSREC.cpy".

      *    linhas de 60 posicoes: "H" data competencia, "D" codigo
      *    nome base deposito (sem ponto decimal, zeros a esquerda)
      *    e "T" contagem + soma das bases + soma dos depositos +
      *    hash dos codigos.
       FD  FGTS-DEPOSITO-FILE.
       01  FGTSDEP-REC PIC X(60).
       01  FGTSDEP-CABECALHO REDEFINES FGTSDEP-REC.
           05  FDP-CAB-TIPO        PIC X.
           05  FDP-CAB-DATA        PIC 9(8).
           05  FDP-CAB-COMPETENCIA PIC 9(6).
           05  FILLER              PIC X(45).
       01  FGTSDEP-DEPOSITO REDEFINES FGTSDEP-REC.
           05  FDP-DEP-TIPO     PIC X.
           05  FDP-DEP-COD      PIC X(6).
           05  FDP-DEP-NOME     PIC X(20).
           05  FDP-DEP-BASE     PIC 9(9)V99.
           05  FDP-DEP-VALOR    PIC 9(7)V99.
           05  FILLER           PIC X(13).
       01  FGTSDEP-RODAPE REDEFINES FGTSDEP-REC.
           05  FDP-ROD-TIPO       PIC X.
           05  FDP-ROD-CONTAGEM   PIC 9(7).
           05  FDP-ROD-SOMA-BASE  PIC 9(11)V99.
           05  FDP-ROD-SOMA-VALOR PIC 9(11)V99.
           05  FDP-ROD-HASH       PIC 9(9).
           05  FILLER             PIC X(17).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-FGTSSAL-STATUS  PIC XX.
       01  WS-FGTSDEP-STATUS  PIC XX.

      *    competencia apurada (AAAAMM): vazia ou invalida, vale o
      *    mes corrente.
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).
       01  WS-COMPETENCIA-ENTRADA PIC X(6).

      *    base de FGTS da competencia por funcionario: a folha
      *    mensal fica com o registro mais recente; 13o, ferias e
      *    rescisao somam a parte.
       01  WS-TABELA-BASES.
           05  TAB-BAS OCCURS 500 TIMES INDEXED BY BAS-IDX.
               10  TAB-BAS-COD        PIC X(6).
               10  TAB-BAS-NOME       PIC X(20).
               10  TAB-BAS-FOLHA      PIC 9(7)V99.
               10  TAB-BAS-EXTRA      PIC 9(7)V99.
       01  WS-QTD-BASES PIC 9(3) VALUE 0.
       01  WS-BAS-ACHADO PIC X.
           88  BASE-ACHADA VALUE "S".
       01  WS-BASE-LINHA PIC 9(7)V99.

       01  WS-FGTS-TAXA PIC 9(2)V99 VALUE 8.
       01  WS-FGTS-PARM-TAXA PIC 9(8) VALUE 800.
       01  WS-BASE-FUNC PIC 9(9)V99.
       01  WS-DEPOSITO PIC 9(7)V99.
       01  WS-COD-NUMERO PIC 9(5).

       01  WS-QTD-FORA-ORDEM PIC 9(5) VALUE 0.
       01  WS-DEP-CONTAGEM PIC 9(7) VALUE 0.
       01  WS-DEP-SOMA-BASE PIC 9(11)V99 VALUE 0.
       01  WS-DEP-SOMA-VALOR PIC 9(11)V99 VALUE 0.
       01  WS-DEP-HASH PIC 9(9) VALUE 0.
       01  WS-TOTAL-EDIT PIC Z(10)9.99.
       01  WS-DATA-HOJE PIC 9(8).

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG107" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-PARAMETROS.
           MOVE "FGTS-TAXA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-FGTS-PARM-TAXA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           COMPUTE WS-FGTS-TAXA = WS-PARM-VALOR / 100.
           PERFORM PEGA-COMPETENCIA.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           PERFORM CARREGA-BASES
               THRU CARREGA-BASES-FIM.
           IF WS-QTD-BASES = 0
               DISPLAY "SEM HISTORICO DE FOLHA NA COMPETENCIA "
                   WS-COMPETENCIA
               CLOSE EXCECOES-COMUM-FILE
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O FGTS-SALDO-FILE.
           IF WS-FGTSSAL-STATUS = "35"
               OPEN OUTPUT FGTS-SALDO-FILE
               CLOSE FGTS-SALDO-FILE
               OPEN I-O FGTS-SALDO-FILE
           END-IF.

      *    competencia mais antiga que a ultima depositada de
      *    qualquer funcionario da rodada nao e apurada: somaria o
      *    deposito de novo ao saldo. nada e gravado.
           PERFORM CONFERE-ORDEM-COMPETENCIA.
           IF WS-QTD-FORA-ORDEM > 0
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " ANTERIOR A ULTIMA DEPOSITADA DE "
                   WS-QTD-FORA-ORDEM " FUNCIONARIOS, NADA APURADO"
               CLOSE FGTS-SALDO-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE 8 TO RETURN-CODE
               MOVE "FORA-DE-ORDEM" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT FGTS-DEPOSITO-FILE.
           MOVE SPACES TO FGTSDEP-REC.
           MOVE "H" TO FDP-CAB-TIPO.
           MOVE WS-DATA-HOJE TO FDP-CAB-DATA.
           MOVE WS-COMPETENCIA TO FDP-CAB-COMPETENCIA.
           WRITE FGTSDEP-REC.

           PERFORM VARYING BAS-IDX FROM 1 BY 1
                   UNTIL BAS-IDX > WS-QTD-BASES
               PERFORM APURA-DEPOSITO
                   THRU APURA-DEPOSITO-FIM
           END-PERFORM.

           MOVE SPACES TO FGTSDEP-REC.
           MOVE "T" TO FDP-ROD-TIPO.
           MOVE WS-DEP-CONTAGEM TO FDP-ROD-CONTAGEM.
           MOVE WS-DEP-SOMA-BASE TO FDP-ROD-SOMA-BASE.
           MOVE WS-DEP-SOMA-VALOR TO FDP-ROD-SOMA-VALOR.
           MOVE WS-DEP-HASH TO FDP-ROD-HASH.
           WRITE FGTSDEP-REC.
           CLOSE FGTS-DEPOSITO-FILE.
           CLOSE FGTS-SALDO-FILE.
           CLOSE EXCECOES-COMUM-FILE.

           MOVE WS-DEP-SOMA-VALOR TO WS-TOTAL-EDIT.
           DISPLAY "FGTS " WS-COMPETENCIA ": " WS-DEP-CONTAGEM
               " DEPOSITOS, TOTAL " WS-TOTAL-EDIT.
           MOVE WS-DEP-CONTAGEM TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       PEGA-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           DISPLAY "COMPETENCIA DO FGTS (AAAAMM, VAZIO = ATUAL):"
           ACCEPT WS-COMPETENCIA-ENTRADA.
           MOVE 0 TO WS-COMPETENCIA.
           IF FUNCTION TRIM(WS-COMPETENCIA-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-COMPETENCIA-ENTRADA)
                   TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-COMPETENCIA
           END-IF.

       CARREGA-BASES.
           MOVE 0 TO WS-QTD-BASES.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               DISPLAY "HISTORICO DA FOLHA NAO ENCONTRADO"
               CLOSE FOLHA-HISTORICO-FILE
               GO TO CARREGA-BASES-FIM
           END-IF.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-COMPETENCIA = WS-COMPETENCIA
                           PERFORM ANOTA-BASE-FGTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.

       CARREGA-BASES-FIM.
           EXIT.

      *    linha antiga, sem base de FGTS gravada, usa o bruto.
       ANOTA-BASE-FGTS.
           IF FH-BASE-FGTS IS NUMERIC
               MOVE FH-BASE-FGTS TO WS-BASE-LINHA
           ELSE
               MOVE 0 TO WS-BASE-LINHA
               IF FH-BRUTO > 0
                   MOVE FH-BRUTO TO WS-BASE-LINHA
               END-IF
           END-IF.
           MOVE "N" TO WS-BAS-ACHADO.
           PERFORM VARYING BAS-IDX FROM 1 BY 1
                   UNTIL BAS-IDX > WS-QTD-BASES OR BASE-ACHADA
               IF TAB-BAS-COD(BAS-IDX) = FH-COD
                   MOVE "S" TO WS-BAS-ACHADO
               END-IF
           END-PERFORM.
           IF BASE-ACHADA
               SET BAS-IDX DOWN BY 1
           ELSE
               IF WS-QTD-BASES >= 500
                   MOVE "PROG107" TO WS-EXCCOM-PROGRAMA
                   MOVE "TABELA-CHEIA" TO WS-EXCCOM-CAMPO
                   MOVE FH-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
               ELSE
                   ADD 1 TO WS-QTD-BASES
                   SET BAS-IDX TO WS-QTD-BASES
                   MOVE FH-COD TO TAB-BAS-COD(BAS-IDX)
                   MOVE FH-NOME TO TAB-BAS-NOME(BAS-IDX)
                   MOVE 0 TO TAB-BAS-FOLHA(BAS-IDX)
                   MOVE 0 TO TAB-BAS-EXTRA(BAS-IDX)
                   MOVE "S" TO WS-BAS-ACHADO
               END-IF
           END-IF.
           IF BASE-ACHADA
               IF FH-FOLHA-MENSAL
                   MOVE WS-BASE-LINHA TO TAB-BAS-FOLHA(BAS-IDX)
               ELSE
                   ADD WS-BASE-LINHA TO TAB-BAS-EXTRA(BAS-IDX)
               END-IF
           END-IF.

      *    cada funcionario com saldo mais novo que a competencia
      *    pedida fica na trilha de excecoes.
       CONFERE-ORDEM-COMPETENCIA.
           MOVE 0 TO WS-QTD-FORA-ORDEM.
           PERFORM VARYING BAS-IDX FROM 1 BY 1
                   UNTIL BAS-IDX > WS-QTD-BASES
               MOVE TAB-BAS-COD(BAS-IDX) TO FGS-COD
               READ FGTS-SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FGS-ULT-COMPETENCIA > WS-COMPETENCIA
                           ADD 1 TO WS-QTD-FORA-ORDEM
                           MOVE "PROG107" TO WS-EXCCOM-PROGRAMA
                           MOVE "FORA-DE-ORDEM" TO WS-EXCCOM-CAMPO
                           MOVE FGS-COD TO WS-EXCCOM-VALOR
                           PERFORM GRAVA-EXCECAO-COMUM
                       END-IF
               END-READ
           END-PERFORM.

      *    deposito = base x taxa; o saldo soma o deposito, e numa
      *    reexecucao da mesma competencia troca o deposito anterior
      *    pelo novo (competencia mais antiga ja foi recusada em
      *    CONFERE-ORDEM-COMPETENCIA).
       APURA-DEPOSITO.
           COMPUTE WS-BASE-FUNC = TAB-BAS-FOLHA(BAS-IDX)
               + TAB-BAS-EXTRA(BAS-IDX).
           IF WS-BASE-FUNC = 0
               GO TO APURA-DEPOSITO-FIM
           END-IF.
           COMPUTE WS-DEPOSITO ROUNDED =
               WS-BASE-FUNC * WS-FGTS-TAXA / 100.

           MOVE SPACES TO FGTSDEP-REC.
           MOVE "D" TO FDP-DEP-TIPO.
           MOVE TAB-BAS-COD(BAS-IDX) TO FDP-DEP-COD.
           MOVE TAB-BAS-NOME(BAS-IDX) TO FDP-DEP-NOME.
           MOVE WS-BASE-FUNC TO FDP-DEP-BASE.
           MOVE WS-DEPOSITO TO FDP-DEP-VALOR.
           WRITE FGTSDEP-REC.
           ADD 1 TO WS-DEP-CONTAGEM.
           ADD WS-BASE-FUNC TO WS-DEP-SOMA-BASE.
           ADD WS-DEPOSITO TO WS-DEP-SOMA-VALOR.
           MOVE TAB-BAS-COD(BAS-IDX)(1:5) TO WS-COD-NUMERO.
           ADD WS-COD-NUMERO TO WS-DEP-HASH.

           MOVE TAB-BAS-COD(BAS-IDX) TO FGS-COD.
           READ FGTS-SALDO-FILE
               INVALID KEY
                   MOVE WS-DEPOSITO TO FGS-SALDO
                   MOVE WS-COMPETENCIA TO FGS-ULT-COMPETENCIA
                   MOVE WS-DEPOSITO TO FGS-ULT-DEPOSITO
                   MOVE WS-DATA-HOJE TO FGS-DATA-ATUALIZACAO
                   WRITE FGS-SALDO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR SALDO FGTS DE "
                               FGS-COD
                   END-WRITE
                   GO TO APURA-DEPOSITO-FIM
           END-READ.
           EVALUATE TRUE
               WHEN FGS-ULT-COMPETENCIA = WS-COMPETENCIA
                   COMPUTE FGS-SALDO = FGS-SALDO - FGS-ULT-DEPOSITO
                       + WS-DEPOSITO
                   MOVE WS-DEPOSITO TO FGS-ULT-DEPOSITO
               WHEN OTHER
                   ADD WS-DEPOSITO TO FGS-SALDO
                   MOVE WS-COMPETENCIA TO FGS-ULT-COMPETENCIA
                   MOVE WS-DEPOSITO TO FGS-ULT-DEPOSITO
           END-EVALUATE.
           MOVE WS-DATA-HOJE TO FGS-DATA-ATUALIZACAO.
           REWRITE FGS-SALDO-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR SALDO FGTS DE " FGS-COD
           END-REWRITE.

       APURA-DEPOSITO-FIM.
           EXIT.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
