      *            parametrizadas da folha (PARAMSUI.DAT). relatorio
      *            proprio em DECIMREL.DAT. acabou rodar o PROG43
      *            duas vezes em dezembro e riscar linha errada.
      * 2026-10-15 cada parcela paga vira linha tipo D em
      *            FOLHAHIS.DAT (parcela 1 na competencia 11, parcela
      *            2 na 12), com a base do FGTS para o PROG107.
      *            reexecucao da mesma parcela nao duplica a linha.
      * 2026-10-15 linha do historico sai sem marca de rodada da
      *            folha (FH-EXECUCAO).
      * 2026-10-15 parcela de competencia ja fechada (FOLHFECH.DAT) vai
      *            para o historico no proximo mes aberto, com o mes da
      *            parcela em FH-COMPETENCIA-REF; a reexecucao acha a
      *            linha pela referencia e nao duplica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECIMREL-STATUS.

           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "FECHSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DECIMO-REPORT-FILE.
       01  DECIMO-REPORT-LINHA PIC X(80).

       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".
       COPY "FECHFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PAGMSTR-STATUS PIC XX.
       01  WS-MASTER-STATUS  PIC XX.
       01  WS-DECIMREL-STATUS PIC XX.
       01  WS-FOLHAHIS-STATUS PIC XX.

       01  WS-ANO-PEDIDO PIC 9(4).
       01  WS-PARCELA-PEDIDA PIC 9.
       01  WS-QTD-PAGOS PIC 9(5) VALUE 0.
       01  WS-QTD-PULADOS PIC 9(5) VALUE 0.

      *    competencia da parcela no historico e os funcionarios que
      *    ja tem linha dela (reexecucao nao duplica).
       01  WS-COMPETENCIA-R.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).
       01  WS-COMPETENCIA REDEFINES WS-COMPETENCIA-R PIC 9(6).
       01  WS-PARCELA-BRUTO PIC 9(7)V99.
       01  WS-TABELA-JA-PAGOS.
           05  WS-QTD-JA-PAGOS PIC 9(3) VALUE 0.
           05  TAB-JA-PAGO OCCURS 500 TIMES.
               10  TAB-JA-PAGO-COD PIC X(6).
       01  WS-JA-IDX PIC 9(3).
       01  WS-FH-REFERENCIA PIC 9(6).
       01  WS-JA-PAGO PIC X.
           88  PARCELA-JA-NO-HISTORICO VALUE "S".

      *    faixas progressivas da contribuicao, as mesmas da folha
      *    mensal (PROG43), parametrizadas em PARAMSUI.DAT.
       01  WS-TABELA-INSS.
       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "FECHWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           END-IF.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.

           MOVE WS-ANO-PEDIDO TO WS-COMP-ANO.
           IF WS-PARCELA-PEDIDA = 1
               MOVE 11 TO WS-COMP-MES
           ELSE
               MOVE 12 TO WS-COMP-MES
           END-IF.
           MOVE WS-COMPETENCIA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           PERFORM CARREGA-JA-PAGOS.
           OPEN EXTEND FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               CLOSE FOLHA-HISTORICO-FILE
               OPEN OUTPUT FOLHA-HISTORICO-FILE
           END-IF.

           OPEN OUTPUT DECIMO-REPORT-FILE.
           MOVE SPACES TO DECIMO-REPORT-LINHA.
           STRING "===== DECIMO TERCEIRO " WS-ANO-PEDIDO
                  " - PARCELA " WS-PARCELA-PEDIDA " ====="
               DELIMITED BY SIZE INTO DECIMO-REPORT-LINHA.
           WRITE DECIMO-REPORT-LINHA.
           IF COMPETENCIA-FECHADA
               MOVE SPACES TO DECIMO-REPORT-LINHA
               STRING "COMPETENCIA " WS-COMPETENCIA
                      " FECHADA: HISTORICO LANCADO EM "
                      WS-FECH-PROXIMA-ABERTA
                   DELIMITED BY SIZE INTO DECIMO-REPORT-LINHA
               WRITE DECIMO-REPORT-LINHA
               DISPLAY DECIMO-REPORT-LINHA
           END-IF.

           PERFORM UNTIL WS-PAGMSTR-STATUS NOT = "00"
               READ PAGAMENTO-MASTER-FILE NEXT RECORD
           DISPLAY DECIMO-REPORT-LINHA.

           CLOSE DECIMO-REPORT-FILE.
           CLOSE FOLHA-HISTORICO-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           CLOSE EXCECOES-COMUM-FILE.
           COMPUTE WS-DECIMO-INTEIRO ROUNDED =
               PM-SALARIO-BASE * WS-MESES-TRABALHADOS / 12.

           MOVE 0 TO WS-INSS.
           IF WS-PARCELA-PEDIDA = 1
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-DECIMO-INTEIRO / 2
               MOVE WS-VALOR-PARCELA TO WS-PARCELA-BRUTO
           ELSE
               PERFORM CALCULA-INSS-DECIMO
               COMPUTE WS-PARCELA-BRUTO ROUNDED =
                   WS-DECIMO-INTEIRO - (WS-DECIMO-INTEIRO / 2)
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-DECIMO-INTEIRO - (WS-DECIMO-INTEIRO / 2)
                   - WS-INSS
               DELIMITED BY SIZE INTO DECIMO-REPORT-LINHA.
           WRITE DECIMO-REPORT-LINHA.

           PERFORM GRAVA-HISTORICO-DECIMO
               THRU GRAVA-HISTORICO-DECIMO-FIM.

       PROCESSA-DECIMO-FIM.
           EXIT.

      *    funcionarios que ja tem a linha D desta competencia.
       CARREGA-JA-PAGOS.
           MOVE 0 TO WS-QTD-JA-PAGOS.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               CLOSE FOLHA-HISTORICO-FILE
           ELSE
               PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
                   READ FOLHA-HISTORICO-FILE
                       AT END
                           MOVE "10" TO WS-FOLHAHIS-STATUS
                       NOT AT END
                           PERFORM ANOTA-DECIMO-JA-PAGO
                   END-READ
               END-PERFORM
               CLOSE FOLHA-HISTORICO-FILE
           END-IF.

      *    a parcela ja paga pode estar no proprio mes ou, se o
      *    mes estava fechado, no proximo aberto com a referencia.
       ANOTA-DECIMO-JA-PAGO.
           MOVE 0 TO WS-FH-REFERENCIA.
           IF FH-COMPETENCIA-REF IS NUMERIC
               MOVE FH-COMPETENCIA-REF TO WS-FH-REFERENCIA
           END-IF.
           IF FH-DECIMO
                   AND (FH-COMPETENCIA = WS-COMPETENCIA
                       OR WS-FH-REFERENCIA = WS-COMPETENCIA)
                   AND WS-QTD-JA-PAGOS < 500
               ADD 1 TO WS-QTD-JA-PAGOS
               MOVE FH-COD TO TAB-JA-PAGO-COD(WS-QTD-JA-PAGOS)
           END-IF.

      *    a parcela entra no historico com o bruto da parcela (que
      *    e tambem a base do FGTS); o INSS so existe na parcela 2.
       GRAVA-HISTORICO-DECIMO.
           MOVE "N" TO WS-JA-PAGO.
           PERFORM VARYING WS-JA-IDX FROM 1 BY 1
                   UNTIL WS-JA-IDX > WS-QTD-JA-PAGOS
                      OR PARCELA-JA-NO-HISTORICO
               IF TAB-JA-PAGO-COD(WS-JA-IDX) = PM-COD
                   MOVE "S" TO WS-JA-PAGO
               END-IF
           END-PERFORM.
           IF PARCELA-JA-NO-HISTORICO
               GO TO GRAVA-HISTORICO-DECIMO-FIM
           END-IF.

           MOVE WS-COMPETENCIA TO FH-COMPETENCIA.
           MOVE 0 TO FH-COMPETENCIA-REF.
           IF COMPETENCIA-FECHADA
               MOVE WS-COMPETENCIA TO FH-COMPETENCIA-REF
               MOVE WS-FECH-PROXIMA-ABERTA TO FH-COMPETENCIA
           END-IF.
           MOVE PM-COD TO FH-COD.
           MOVE FM-NOME TO FH-NOME.
           MOVE PM-DEPTO TO FH-DEPTO.
           MOVE WS-PARCELA-BRUTO TO FH-BRUTO.
           MOVE WS-INSS TO FH-INSS.
           MOVE 0 TO FH-IRRF.
           MOVE 0 TO FH-DESC-PADRAO.
           MOVE 0 TO FH-EMP-PARCELA.
           MOVE 0 TO FH-SALFAM.
           MOVE 0 TO FH-ORDEM-JUDICIAL.
           MOVE 0 TO FH-BENEFICIOS.
           MOVE WS-VALOR-PARCELA TO FH-LIQUIDO.
           MOVE "D" TO FH-TIPO-PAGAMENTO.
           MOVE WS-PARCELA-BRUTO TO FH-BASE-FGTS.
           MOVE SPACES TO FH-EXECUCAO.
           WRITE FH-FOLHA-HIST-REC.

       GRAVA-HISTORICO-DECIMO-FIM.
           EXIT.

      *    mes conta com 15 dias ou mais trabalhados: admissao ate o
      *    dia 15 conta o proprio mes; saida no dia 15 ou depois
      *    conta o mes da saida.
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "FECHPROC.cpy".
