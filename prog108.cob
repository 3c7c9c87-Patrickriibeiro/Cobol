       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG108.
      *    LANCAMENTO CONTABIL DA FOLHA MENSAL.
      * 2026-10-15 primeira versao: roda logo depois do PROG43, para
      *            a mesma competencia (AAAAMM, perguntada na
      *            partida), e monta a partir do historico da folha
      *            (FOLHAHIS.DAT, linhas da folha mensal, ultimo
      *            registro de cada funcionario vale) o lancamento
      *            contabil por departamento: bruto e
      *            salario-familia a debito; INSS, IRRF,
      *            consignado, descontos padrao e liquido a credito.
      *            a conta de cada componente vem do plano de
      *            contas da folha (PLCONTAS.DAT, mantido pelo
      *            PROG109). o arquivo GLJORNAL.DAT (cabecalho,
      *            partidas e rodape com contagem e totais de debito
      *            e credito) so e liberado com debito = credito e
      *            toda partida com conta; senao o lancamento fica
      *            retido, so no relatorio (GLJORREL, geracao
      *            datada), com RC=0008. acabou a redigitacao dos
      *            totais do FOLHAREL na contabilidade.
      * 2026-10-15 ordens judiciais descontadas (FH-ORDEM-JUDICIAL,
      *            componente PENS) entram a credito, para o
      *            lancamento continuar fechando com o liquido.
      * 2026-10-15 parte do funcionario nos beneficios
      *            (FH-BENEFICIOS, componente BENF) entra a credito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

      *    plano de contas da folha, do PROG109.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLCONTAS-STATUS.

      *    lancamento liberado para a contabilidade, com cabecalho e
      *    rodape de controle (mesmo desenho da remessa bancaria).
           SELECT JORNAL-CONTABIL-FILE ASSIGN TO "GLJORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJORNAL-STATUS.

      *    espelho do lancamento, geracao datada (GLJORREL.AAAAMMDD).
           SELECT JORNAL-REPORT-FILE
               ASSIGN TO DYNAMIC WS-RELGER-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJORREL-STATUS.

           COPY "RELGERSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  PLANO-CONTAS-FILE.
       COPY "CONTAREC.cpy".

      *    linhas de 60 posicoes: "H" data competencia, "D" depto
      *    componente conta natureza (D/C) valor (sem ponto
      *    decimal, zeros a esquerda) e "T" contagem + total de
      *    debitos + total de creditos.
       FD  JORNAL-CONTABIL-FILE.
       01  GLJORNAL-REC PIC X(60).
       01  GLJORNAL-CABECALHO REDEFINES GLJORNAL-REC.
           05  GLJ-CAB-TIPO        PIC X.
           05  GLJ-CAB-DATA        PIC 9(8).
           05  GLJ-CAB-COMPETENCIA PIC 9(6).
           05  FILLER              PIC X(45).
       01  GLJORNAL-PARTIDA REDEFINES GLJORNAL-REC.
           05  GLJ-PAR-TIPO       PIC X.
           05  GLJ-PAR-DEPTO      PIC X(4).
           05  GLJ-PAR-COMPONENTE PIC X(4).
           05  GLJ-PAR-CONTA      PIC X(12).
           05  GLJ-PAR-NATUREZA   PIC X.
           05  GLJ-PAR-VALOR      PIC 9(9)V99.
           05  FILLER             PIC X(27).
       01  GLJORNAL-RODAPE REDEFINES GLJORNAL-REC.
           05  GLJ-ROD-TIPO         PIC X.
           05  GLJ-ROD-CONTAGEM     PIC 9(7).
           05  GLJ-ROD-TOTAL-DEBITO PIC 9(11)V99.
           05  GLJ-ROD-TOTAL-CREDITO PIC 9(11)V99.
           05  FILLER               PIC X(26).

       FD  JORNAL-REPORT-FILE.
       01  JORNAL-REPORT-LINHA PIC X(80).

       COPY "RELGERFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-PLCONTAS-STATUS PIC XX.
       01  WS-GLJORNAL-STATUS PIC XX.
       01  WS-GLJORREL-STATUS PIC XX.

      *    competencia lancada (AAAAMM): vazia ou invalida, vale o
      *    mes corrente.
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).
       01  WS-COMPETENCIA-ENTRADA PIC X(6).
       01  WS-DATA-HOJE PIC 9(8).

      *    componentes da folha, na ordem das partidas, com a
      *    natureza normal de cada um (valor negativo inverte).
       01  WS-COMPONENTES-VALORES.
           05  FILLER PIC X(5) VALUE "SALAD".
           05  FILLER PIC X(5) VALUE "SFAMD".
           05  FILLER PIC X(5) VALUE "INSSC".
           05  FILLER PIC X(5) VALUE "IRRFC".
           05  FILLER PIC X(5) VALUE "EMPRC".
           05  FILLER PIC X(5) VALUE "DESCC".
           05  FILLER PIC X(5) VALUE "LIQUC".
           05  FILLER PIC X(5) VALUE "PENSC".
           05  FILLER PIC X(5) VALUE "BENFC".
       01  WS-COMPONENTES REDEFINES WS-COMPONENTES-VALORES.
           05  COMPONENTE OCCURS 9 TIMES.
               10  COMP-CODIGO   PIC X(4).
               10  COMP-NATUREZA PIC X.
       01  WS-COMP-IDX PIC 9(2).

      *    folha da competencia por funcionario, ultimo registro
      *    vale (reexecucao do PROG43 na mesma competencia).
       01  WS-TABELA-FOLHA.
           05  TAB-FOL OCCURS 500 TIMES INDEXED BY FOL-IDX.
               10  TAB-FOL-COD   PIC X(6).
               10  TAB-FOL-DEPTO PIC X(4).
               10  TAB-FOL-VALOR PIC S9(7)V99 SIGN LEADING SEPARATE
                       OCCURS 9 TIMES.
       01  WS-QTD-FOLHA PIC 9(3) VALUE 0.
       01  WS-FOL-ACHADO PIC X.
           88  FOLHA-ACHADA VALUE "S".

      *    totais por departamento e componente.
       01  WS-TABELA-DEPTOS.
           05  TAB-DEP OCCURS 50 TIMES INDEXED BY DEP-IDX.
               10  TAB-DEP-DEPTO PIC X(4).
               10  TAB-DEP-VALOR PIC S9(9)V99 SIGN LEADING SEPARATE
                       OCCURS 9 TIMES.
       01  WS-QTD-DEPTOS PIC 9(2) VALUE 0.
       01  WS-DEP-ACHADO PIC X.
           88  DEPTO-ACHADO VALUE "S".

      *    plano de contas em memoria.
       01  WS-TABELA-CONTAS.
           05  TAB-PLC OCCURS 200 TIMES INDEXED BY PLC-IDX.
               10  TAB-PLC-DEPTO      PIC X(4).
               10  TAB-PLC-COMPONENTE PIC X(4).
               10  TAB-PLC-CONTA      PIC X(12).
       01  WS-QTD-CONTAS PIC 9(3) VALUE 0.
       01  WS-CONTA-ACHADA PIC X(12).

      *    partidas montadas antes de liberar o arquivo.
       01  WS-TABELA-PARTIDAS.
           05  TAB-PAR OCCURS 450 TIMES INDEXED BY PAR-IDX.
               10  TAB-PAR-DEPTO      PIC X(4).
               10  TAB-PAR-COMPONENTE PIC X(4).
               10  TAB-PAR-CONTA      PIC X(12).
               10  TAB-PAR-NATUREZA   PIC X.
               10  TAB-PAR-VALOR      PIC 9(9)V99.
       01  WS-QTD-PARTIDAS PIC 9(3) VALUE 0.

       01  WS-VALOR-PARTIDA PIC S9(9)V99 SIGN LEADING SEPARATE.
       01  WS-NATUREZA PIC X.
       01  WS-TOTAL-DEBITO PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITO PIC 9(11)V99 VALUE 0.
       01  WS-QTD-SEM-CONTA PIC 9(3) VALUE 0.
       01  WS-QTD-TRUNCADOS PIC 9(3) VALUE 0.
       01  WS-VALOR-EDIT PIC Z(8)9.99.
       01  WS-TOTAL-EDIT PIC Z(10)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "RELGERWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG108" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM PEGA-COMPETENCIA.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           PERFORM CARREGA-FOLHA
               THRU CARREGA-FOLHA-FIM.
           IF WS-QTD-FOLHA = 0
               DISPLAY "SEM FOLHA MENSAL NA COMPETENCIA "
                   WS-COMPETENCIA
               CLOSE EXCECOES-COMUM-FILE
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-CONTAS.

           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-QTD-FOLHA
               PERFORM ACUMULA-DEPARTAMENTO
                   THRU ACUMULA-DEPARTAMENTO-FIM
           END-PERFORM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPTOS
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 9
                   PERFORM MONTA-PARTIDA
                       THRU MONTA-PARTIDA-FIM
               END-PERFORM
           END-PERFORM.

           MOVE "GLJORREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           OPEN OUTPUT JORNAL-REPORT-FILE.
           PERFORM IMPRIME-PARTIDAS.

      *    lancamento fora de balanco, com partida sem conta ou
      *    truncado nao sai para a contabilidade.
           IF WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
                   OR WS-QTD-SEM-CONTA > 0
                   OR WS-QTD-TRUNCADOS > 0
               MOVE SPACES TO JORNAL-REPORT-LINHA
               STRING "LANCAMENTO RETIDO - GLJORNAL NAO LIBERADO"
                   DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA
               WRITE JORNAL-REPORT-LINHA
               DISPLAY JORNAL-REPORT-LINHA
               MOVE "PROG108" TO WS-EXCCOM-PROGRAMA
               MOVE "JORNAL-RETIDO" TO WS-EXCCOM-CAMPO
               MOVE WS-COMPETENCIA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               CLOSE JORNAL-REPORT-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "RETIDO" TO WS-RUNLOG-RESULTADO
               MOVE WS-QTD-PARTIDAS TO WS-RUNLOG-REGISTROS
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM LIBERA-JORNAL.
           MOVE SPACES TO JORNAL-REPORT-LINHA.
           STRING "LANCAMENTO LIBERADO EM GLJORNAL.DAT"
               DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA.
           WRITE JORNAL-REPORT-LINHA.
           CLOSE JORNAL-REPORT-FILE.
           CLOSE EXCECOES-COMUM-FILE.

           MOVE WS-TOTAL-DEBITO TO WS-TOTAL-EDIT.
           DISPLAY "LANCAMENTO " WS-COMPETENCIA ": "
               WS-QTD-PARTIDAS " PARTIDAS, TOTAL " WS-TOTAL-EDIT.
           MOVE WS-QTD-PARTIDAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       PEGA-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           DISPLAY "COMPETENCIA DO LANCAMENTO (AAAAMM, VAZIO = ATUAL):"
           ACCEPT WS-COMPETENCIA-ENTRADA.
           MOVE 0 TO WS-COMPETENCIA.
           IF FUNCTION TRIM(WS-COMPETENCIA-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-COMPETENCIA-ENTRADA)
                   TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-COMPETENCIA
           END-IF.

      *    so as linhas da folha mensal; rescisao, ferias e 13o tem
      *    lancamento proprio.
       CARREGA-FOLHA.
           MOVE 0 TO WS-QTD-FOLHA.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               DISPLAY "HISTORICO DA FOLHA NAO ENCONTRADO"
               CLOSE FOLHA-HISTORICO-FILE
               GO TO CARREGA-FOLHA-FIM
           END-IF.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-COMPETENCIA = WS-COMPETENCIA
                               AND FH-FOLHA-MENSAL
                           PERFORM ANOTA-FOLHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.

       CARREGA-FOLHA-FIM.
           EXIT.

       ANOTA-FOLHA.
           MOVE "N" TO WS-FOL-ACHADO.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-QTD-FOLHA OR FOLHA-ACHADA
               IF TAB-FOL-COD(FOL-IDX) = FH-COD
                   MOVE "S" TO WS-FOL-ACHADO
               END-IF
           END-PERFORM.
           IF FOLHA-ACHADA
               SET FOL-IDX DOWN BY 1
           ELSE
               IF WS-QTD-FOLHA >= 500
                   ADD 1 TO WS-QTD-TRUNCADOS
                   MOVE "PROG108" TO WS-EXCCOM-PROGRAMA
                   MOVE "TABELA-CHEIA" TO WS-EXCCOM-CAMPO
                   MOVE FH-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
               ELSE
                   ADD 1 TO WS-QTD-FOLHA
                   SET FOL-IDX TO WS-QTD-FOLHA
                   MOVE FH-COD TO TAB-FOL-COD(FOL-IDX)
                   MOVE "S" TO WS-FOL-ACHADO
               END-IF
           END-IF.
           IF FOLHA-ACHADA
               MOVE FH-DEPTO TO TAB-FOL-DEPTO(FOL-IDX)
               MOVE FH-BRUTO TO TAB-FOL-VALOR(FOL-IDX, 1)
               MOVE FH-SALFAM TO TAB-FOL-VALOR(FOL-IDX, 2)
               MOVE FH-INSS TO TAB-FOL-VALOR(FOL-IDX, 3)
               MOVE FH-IRRF TO TAB-FOL-VALOR(FOL-IDX, 4)
               MOVE FH-EMP-PARCELA TO TAB-FOL-VALOR(FOL-IDX, 5)
               MOVE FH-DESC-PADRAO TO TAB-FOL-VALOR(FOL-IDX, 6)
               MOVE FH-LIQUIDO TO TAB-FOL-VALOR(FOL-IDX, 7)
               MOVE 0 TO TAB-FOL-VALOR(FOL-IDX, 8)
               IF FH-ORDEM-JUDICIAL IS NUMERIC
                   MOVE FH-ORDEM-JUDICIAL TO TAB-FOL-VALOR(FOL-IDX, 8)
               END-IF
               MOVE 0 TO TAB-FOL-VALOR(FOL-IDX, 9)
               IF FH-BENEFICIOS IS NUMERIC
                   MOVE FH-BENEFICIOS TO TAB-FOL-VALOR(FOL-IDX, 9)
               END-IF
           END-IF.

       CARREGA-CONTAS.
           MOVE 0 TO WS-QTD-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE.
           IF WS-PLCONTAS-STATUS NOT = "00"
               DISPLAY "PLANO DE CONTAS DA FOLHA NAO ENCONTRADO"
           ELSE
               PERFORM UNTIL WS-PLCONTAS-STATUS NOT = "00"
                   READ PLANO-CONTAS-FILE
                       AT END
                           MOVE "10" TO WS-PLCONTAS-STATUS
                       NOT AT END
                           IF WS-QTD-CONTAS < 200
                               ADD 1 TO WS-QTD-CONTAS
                               SET PLC-IDX TO WS-QTD-CONTAS
                               MOVE PLC-DEPTO TO
                                   TAB-PLC-DEPTO(PLC-IDX)
                               MOVE PLC-COMPONENTE TO
                                   TAB-PLC-COMPONENTE(PLC-IDX)
                               MOVE PLC-CONTA TO
                                   TAB-PLC-CONTA(PLC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANO-CONTAS-FILE.

       ACUMULA-DEPARTAMENTO.
           MOVE "N" TO WS-DEP-ACHADO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPTOS OR DEPTO-ACHADO
               IF TAB-DEP-DEPTO(DEP-IDX) = TAB-FOL-DEPTO(FOL-IDX)
                   MOVE "S" TO WS-DEP-ACHADO
               END-IF
           END-PERFORM.
           IF DEPTO-ACHADO
               SET DEP-IDX DOWN BY 1
           ELSE
               IF WS-QTD-DEPTOS >= 50
                   ADD 1 TO WS-QTD-TRUNCADOS
                   MOVE "PROG108" TO WS-EXCCOM-PROGRAMA
                   MOVE "DEPTOS-DEMAIS" TO WS-EXCCOM-CAMPO
                   MOVE TAB-FOL-DEPTO(FOL-IDX) TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO ACUMULA-DEPARTAMENTO-FIM
               END-IF
               ADD 1 TO WS-QTD-DEPTOS
               SET DEP-IDX TO WS-QTD-DEPTOS
               MOVE TAB-FOL-DEPTO(FOL-IDX) TO TAB-DEP-DEPTO(DEP-IDX)
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 9
                   MOVE 0 TO TAB-DEP-VALOR(DEP-IDX, WS-COMP-IDX)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > 9
               ADD TAB-FOL-VALOR(FOL-IDX, WS-COMP-IDX)
                   TO TAB-DEP-VALOR(DEP-IDX, WS-COMP-IDX)
           END-PERFORM.

       ACUMULA-DEPARTAMENTO-FIM.
           EXIT.

      *    uma partida por departamento e componente com valor; a
      *    conta e a do departamento, ou a geral ("****") do
      *    componente. valor negativo (liquido negativo, estorno)
      *    vai na natureza oposta.
       MONTA-PARTIDA.
           MOVE TAB-DEP-VALOR(DEP-IDX, WS-COMP-IDX)
               TO WS-VALOR-PARTIDA.
           IF WS-VALOR-PARTIDA = 0
               GO TO MONTA-PARTIDA-FIM
           END-IF.
           MOVE COMP-NATUREZA(WS-COMP-IDX) TO WS-NATUREZA.
           IF WS-VALOR-PARTIDA < 0
               COMPUTE WS-VALOR-PARTIDA = 0 - WS-VALOR-PARTIDA
               IF WS-NATUREZA = "D"
                   MOVE "C" TO WS-NATUREZA
               ELSE
                   MOVE "D" TO WS-NATUREZA
               END-IF
           END-IF.
           IF WS-QTD-PARTIDAS >= 450
               ADD 1 TO WS-QTD-TRUNCADOS
               GO TO MONTA-PARTIDA-FIM
           END-IF.

           PERFORM BUSCA-CONTA.
           IF WS-CONTA-ACHADA = SPACES
               ADD 1 TO WS-QTD-SEM-CONTA
               MOVE "PROG108" TO WS-EXCCOM-PROGRAMA
               MOVE "SEM-CONTA" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING TAB-DEP-DEPTO(DEP-IDX) "/"
                      COMP-CODIGO(WS-COMP-IDX)
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

           ADD 1 TO WS-QTD-PARTIDAS.
           SET PAR-IDX TO WS-QTD-PARTIDAS.
           MOVE TAB-DEP-DEPTO(DEP-IDX) TO TAB-PAR-DEPTO(PAR-IDX).
           MOVE COMP-CODIGO(WS-COMP-IDX)
               TO TAB-PAR-COMPONENTE(PAR-IDX).
           MOVE WS-CONTA-ACHADA TO TAB-PAR-CONTA(PAR-IDX).
           MOVE WS-NATUREZA TO TAB-PAR-NATUREZA(PAR-IDX).
           MOVE WS-VALOR-PARTIDA TO TAB-PAR-VALOR(PAR-IDX).
           IF WS-NATUREZA = "D"
               ADD WS-VALOR-PARTIDA TO WS-TOTAL-DEBITO
           ELSE
               ADD WS-VALOR-PARTIDA TO WS-TOTAL-CREDITO
           END-IF.

       MONTA-PARTIDA-FIM.
           EXIT.

       BUSCA-CONTA.
           MOVE SPACES TO WS-CONTA-ACHADA.
           PERFORM VARYING PLC-IDX FROM 1 BY 1
                   UNTIL PLC-IDX > WS-QTD-CONTAS
               IF TAB-PLC-COMPONENTE(PLC-IDX) =
                       COMP-CODIGO(WS-COMP-IDX)
                   IF TAB-PLC-DEPTO(PLC-IDX) = TAB-DEP-DEPTO(DEP-IDX)
                       MOVE TAB-PLC-CONTA(PLC-IDX) TO WS-CONTA-ACHADA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONTA-ACHADA = SPACES
               PERFORM VARYING PLC-IDX FROM 1 BY 1
                       UNTIL PLC-IDX > WS-QTD-CONTAS
                   IF TAB-PLC-COMPONENTE(PLC-IDX) =
                           COMP-CODIGO(WS-COMP-IDX)
                           AND TAB-PLC-DEPTO(PLC-IDX) = "****"
                       MOVE TAB-PLC-CONTA(PLC-IDX) TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

       IMPRIME-PARTIDAS.
           MOVE SPACES TO JORNAL-REPORT-LINHA.
           STRING "===== LANCAMENTO CONTABIL DA FOLHA - COMPETENCIA "
                  WS-COMPETENCIA " ====="
               DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA.
           WRITE JORNAL-REPORT-LINHA.
           PERFORM VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > WS-QTD-PARTIDAS
               MOVE TAB-PAR-VALOR(PAR-IDX) TO WS-VALOR-EDIT
               MOVE SPACES TO JORNAL-REPORT-LINHA
               IF TAB-PAR-CONTA(PAR-IDX) = SPACES
                   STRING TAB-PAR-DEPTO(PAR-IDX) " "
                          TAB-PAR-COMPONENTE(PAR-IDX) " "
                          "** SEM CONTA **" " "
                          TAB-PAR-NATUREZA(PAR-IDX) " "
                          WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA
               ELSE
                   STRING TAB-PAR-DEPTO(PAR-IDX) " "
                          TAB-PAR-COMPONENTE(PAR-IDX) " "
                          TAB-PAR-CONTA(PAR-IDX) "    "
                          TAB-PAR-NATUREZA(PAR-IDX) " "
                          WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA
               END-IF
               WRITE JORNAL-REPORT-LINHA
           END-PERFORM.
           MOVE WS-TOTAL-DEBITO TO WS-TOTAL-EDIT.
           MOVE SPACES TO JORNAL-REPORT-LINHA.
           STRING "TOTAL DEBITOS  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA.
           WRITE JORNAL-REPORT-LINHA.
           MOVE WS-TOTAL-CREDITO TO WS-TOTAL-EDIT.
           MOVE SPACES TO JORNAL-REPORT-LINHA.
           STRING "TOTAL CREDITOS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA.
           WRITE JORNAL-REPORT-LINHA.
           IF WS-QTD-SEM-CONTA > 0
               MOVE SPACES TO JORNAL-REPORT-LINHA
               STRING "PARTIDAS SEM CONTA: " WS-QTD-SEM-CONTA
                   DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA
               WRITE JORNAL-REPORT-LINHA
           END-IF.
           IF WS-QTD-TRUNCADOS > 0
               MOVE SPACES TO JORNAL-REPORT-LINHA
               STRING "REGISTROS FORA DAS TABELAS: " WS-QTD-TRUNCADOS
                   DELIMITED BY SIZE INTO JORNAL-REPORT-LINHA
               WRITE JORNAL-REPORT-LINHA
           END-IF.

       LIBERA-JORNAL.
           OPEN OUTPUT JORNAL-CONTABIL-FILE.
           MOVE SPACES TO GLJORNAL-REC.
           MOVE "H" TO GLJ-CAB-TIPO.
           MOVE WS-DATA-HOJE TO GLJ-CAB-DATA.
           MOVE WS-COMPETENCIA TO GLJ-CAB-COMPETENCIA.
           WRITE GLJORNAL-REC.
           PERFORM VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > WS-QTD-PARTIDAS
               MOVE SPACES TO GLJORNAL-REC
               MOVE "D" TO GLJ-PAR-TIPO
               MOVE TAB-PAR-DEPTO(PAR-IDX) TO GLJ-PAR-DEPTO
               MOVE TAB-PAR-COMPONENTE(PAR-IDX) TO GLJ-PAR-COMPONENTE
               MOVE TAB-PAR-CONTA(PAR-IDX) TO GLJ-PAR-CONTA
               MOVE TAB-PAR-NATUREZA(PAR-IDX) TO GLJ-PAR-NATUREZA
               MOVE TAB-PAR-VALOR(PAR-IDX) TO GLJ-PAR-VALOR
               WRITE GLJORNAL-REC
           END-PERFORM.
           MOVE SPACES TO GLJORNAL-REC.
           MOVE "T" TO GLJ-ROD-TIPO.
           MOVE WS-QTD-PARTIDAS TO GLJ-ROD-CONTAGEM.
           MOVE WS-TOTAL-DEBITO TO GLJ-ROD-TOTAL-DEBITO.
           MOVE WS-TOTAL-CREDITO TO GLJ-ROD-TOTAL-CREDITO.
           WRITE GLJORNAL-REC.
           CLOSE JORNAL-CONTABIL-FILE.

       COPY "RELGERPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
