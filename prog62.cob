      *            FOLHA-VAR-LIMITE, padrao 25). a conferencia da
      *            folha vira "explique estas linhas" em vez de
      *            olhometro no FOLHAREL inteiro.
      * 2026-10-15 pagamentos fora da folha mensal gravados no
      *            historico (rescisao, ferias adiantadas) somam ao
      *            liquido da competencia em vez de tomar o lugar da
      *            linha da folha.
      * 2026-10-15 total por departamento das duas competencias no
      *            fim do relatorio, pelo codigo de hoje do mapa de
      *            departamentos (DEPTMAPA.DAT, do PROG159): a folha
      *            de um codigo fundido ou trocado soma no novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-VARIACAO-STATUS.

           COPY "PARMSEL.cpy".
           COPY "DMAPSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       01  VARIACAO-REPORT-LINHA PIC X(80).

       COPY "PARMFD.cpy".
       COPY "DMAPFD.cpy".

       WORKING-STORAGE SECTION.


      *    liquidos da competencia e da anterior, por funcionario;
      *    o historico e so-acrescimo, entao o ultimo registro de
      *    cada funcionario na competencia e o que vale. as linhas
      *    de fora da folha mensal (rescisao, ferias) se acumulam a
      *    parte e somam ao liquido na hora da comparacao.
       01  WS-TABELA-FOLHA.
           05  TAB-FUNC OCCURS 500 TIMES.
               10  TAB-FUNC-COD  PIC X(6).
               10  TAB-FUNC-ANTERIOR PIC S9(7)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-FUNC-TEM-ANTERIOR PIC X.
               10  TAB-FUNC-ATUAL-EXTRA PIC S9(7)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-FUNC-ANTERIOR-EXTRA PIC S9(7)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-FUNC-DEPTO-ATUAL    PIC X(4).
               10  TAB-FUNC-DEPTO-ANTERIOR PIC X(4).
       01  WS-QTD-FUNCS PIC 9(3) VALUE 0.
       01  WS-FUNC-IDX PIC 9(3).
       01  WS-FUNC-ACHADO-IDX PIC 9(3).
       01  WS-ANTERIOR-EDIT PIC -(7)9.99.
       01  WS-QTD-APONTADOS PIC 9(4) VALUE 0.

      *    totais por departamento, pelo codigo de hoje do mapa de
      *    departamentos: o funcionario conta no departamento da
      *    sua linha em cada competencia, e o codigo antigo de uma
      *    reorganizacao soma no novo.
       01  WS-TABELA-DEPTOS.
           05  TAB-DEP OCCURS 50 TIMES.
               10  TAB-DEP-DEPTO    PIC X(4).
               10  TAB-DEP-ATUAL    PIC S9(9)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-DEP-ANTERIOR PIC S9(9)V99 SIGN LEADING
                       SEPARATE.
       01  WS-QTD-DEPS PIC 9(2) VALUE 0.
       01  WS-DEP-IDX PIC 9(2).
       01  WS-DEP-ACHADO-IDX PIC 9(2).
       01  WS-DEP-VARIACAO PIC S9(9)V99 SIGN LEADING SEPARATE.
       01  WS-DEP-ATUAL-EDIT PIC -(9)9.99.
       01  WS-DEP-ANTERIOR-EDIT PIC -(9)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "DMAPWS.cpy".

       01  WS-LIMITE-VARIACAO PIC 9(3) VALUE 25.

               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.

           PERFORM CARREGA-MAPA-DEPTOS.
           PERFORM CARREGA-HISTORICO
               THRU CARREGA-HISTORICO-FIM.
           PERFORM GERA-RELATORIO-VARIACAO.
                               OR FH-COMPETENCIA =
                                   WS-COMPETENCIA-ANTERIOR
                           PERFORM ANOTA-REGISTRO-FOLHA
                               THRU ANOTA-REGISTRO-FOLHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE "N" TO TAB-FUNC-TEM-ATUAL(WS-FUNC-ACHADO-IDX)
                   MOVE "N" TO
                       TAB-FUNC-TEM-ANTERIOR(WS-FUNC-ACHADO-IDX)
                   MOVE 0 TO TAB-FUNC-ATUAL(WS-FUNC-ACHADO-IDX)
                   MOVE 0 TO TAB-FUNC-ANTERIOR(WS-FUNC-ACHADO-IDX)
                   MOVE 0 TO
                       TAB-FUNC-ATUAL-EXTRA(WS-FUNC-ACHADO-IDX)
                   MOVE 0 TO
                       TAB-FUNC-ANTERIOR-EXTRA(WS-FUNC-ACHADO-IDX)
                   MOVE SPACES TO
                       TAB-FUNC-DEPTO-ATUAL(WS-FUNC-ACHADO-IDX)
                   MOVE SPACES TO
                       TAB-FUNC-DEPTO-ANTERIOR(WS-FUNC-ACHADO-IDX)
               END-IF
           END-IF.
           IF WS-FUNC-ACHADO-IDX = 0
               GO TO ANOTA-REGISTRO-FOLHA-FIM
           END-IF.
           MOVE FH-DEPTO TO WS-DMAP-DEPTO.
           PERFORM RESOLVE-DEPTO-ATUAL.
           IF FH-COMPETENCIA = WS-COMPETENCIA
               MOVE WS-DMAP-DEPTO
                   TO TAB-FUNC-DEPTO-ATUAL(WS-FUNC-ACHADO-IDX)
           ELSE
               MOVE WS-DMAP-DEPTO
                   TO TAB-FUNC-DEPTO-ANTERIOR(WS-FUNC-ACHADO-IDX)
           END-IF.
           IF NOT FH-FOLHA-MENSAL
               IF FH-COMPETENCIA = WS-COMPETENCIA
                   ADD FH-LIQUIDO
                       TO TAB-FUNC-ATUAL-EXTRA(WS-FUNC-ACHADO-IDX)
                   MOVE "S" TO TAB-FUNC-TEM-ATUAL(WS-FUNC-ACHADO-IDX)
               ELSE
                   ADD FH-LIQUIDO
                       TO TAB-FUNC-ANTERIOR-EXTRA(WS-FUNC-ACHADO-IDX)
                   MOVE "S" TO
                       TAB-FUNC-TEM-ANTERIOR(WS-FUNC-ACHADO-IDX)
               END-IF
               GO TO ANOTA-REGISTRO-FOLHA-FIM
           END-IF.
           IF FH-COMPETENCIA = WS-COMPETENCIA
               MOVE FH-LIQUIDO TO TAB-FUNC-ATUAL(WS-FUNC-ACHADO-IDX)
               MOVE "S" TO TAB-FUNC-TEM-ATUAL(WS-FUNC-ACHADO-IDX)
           ELSE
               MOVE FH-LIQUIDO TO TAB-FUNC-ANTERIOR(WS-FUNC-ACHADO-IDX)
               MOVE "S" TO TAB-FUNC-TEM-ANTERIOR(WS-FUNC-ACHADO-IDX)
           END-IF.

       ANOTA-REGISTRO-FOLHA-FIM.
           EXIT.

      *    so as linhas que merecem pergunta saem no relatorio:
      *    variacao acima do limite, funcionario novo na folha e
                   THRU AVALIA-FUNCIONARIO-FIM
           END-PERFORM.

           PERFORM GERA-TOTAIS-DEPARTAMENTO.

           MOVE SPACES TO VARIACAO-REPORT-LINHA.
           STRING "FUNCIONARIOS APONTADOS: " WS-QTD-APONTADOS
               DELIMITED BY SIZE INTO VARIACAO-REPORT-LINHA.
           CLOSE VARIACAO-REPORT-FILE.

       AVALIA-FUNCIONARIO.
           ADD TAB-FUNC-ATUAL-EXTRA(WS-FUNC-IDX)
               TO TAB-FUNC-ATUAL(WS-FUNC-IDX).
           ADD TAB-FUNC-ANTERIOR-EXTRA(WS-FUNC-IDX)
               TO TAB-FUNC-ANTERIOR(WS-FUNC-IDX).
           PERFORM SOMA-FUNCIONARIO-DEPTO.
           IF TAB-FUNC-TEM-ATUAL(WS-FUNC-IDX) = "S"
                   AND TAB-FUNC-TEM-ANTERIOR(WS-FUNC-IDX) = "N"
               MOVE SPACES TO VARIACAO-REPORT-LINHA
       AVALIA-FUNCIONARIO-FIM.
           EXIT.

       SOMA-FUNCIONARIO-DEPTO.
           IF TAB-FUNC-TEM-ATUAL(WS-FUNC-IDX) = "S"
               MOVE TAB-FUNC-DEPTO-ATUAL(WS-FUNC-IDX) TO WS-DMAP-DEPTO
               PERFORM PROCURA-DEPTO
               IF WS-DEP-ACHADO-IDX > 0
                   ADD TAB-FUNC-ATUAL(WS-FUNC-IDX)
                       TO TAB-DEP-ATUAL(WS-DEP-ACHADO-IDX)
               END-IF
           END-IF.
           IF TAB-FUNC-TEM-ANTERIOR(WS-FUNC-IDX) = "S"
               MOVE TAB-FUNC-DEPTO-ANTERIOR(WS-FUNC-IDX)
                   TO WS-DMAP-DEPTO
               PERFORM PROCURA-DEPTO
               IF WS-DEP-ACHADO-IDX > 0
                   ADD TAB-FUNC-ANTERIOR(WS-FUNC-IDX)
                       TO TAB-DEP-ANTERIOR(WS-DEP-ACHADO-IDX)
               END-IF
           END-IF.

      *    linha do departamento WS-DMAP-DEPTO na tabela, aberta na
      *    primeira vez.
       PROCURA-DEPTO.
           MOVE 0 TO WS-DEP-ACHADO-IDX.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-QTD-DEPS
               IF TAB-DEP-DEPTO(WS-DEP-IDX) = WS-DMAP-DEPTO
                   MOVE WS-DEP-IDX TO WS-DEP-ACHADO-IDX
               END-IF
           END-PERFORM.
           IF WS-DEP-ACHADO-IDX = 0 AND WS-QTD-DEPS < 50
               ADD 1 TO WS-QTD-DEPS
               MOVE WS-QTD-DEPS TO WS-DEP-ACHADO-IDX
               MOVE WS-DMAP-DEPTO TO TAB-DEP-DEPTO(WS-DEP-ACHADO-IDX)
               MOVE 0 TO TAB-DEP-ATUAL(WS-DEP-ACHADO-IDX)
               MOVE 0 TO TAB-DEP-ANTERIOR(WS-DEP-ACHADO-IDX)
           END-IF.

      *    um total por departamento, sempre (nao so acima do
      *    limite): e o quadro que mostra para onde foi a folha
      *    numa fusao ou troca de codigo entre as competencias.
       GERA-TOTAIS-DEPARTAMENTO.
           MOVE "POR DEPARTAMENTO (CODIGO DE HOJE):"
               TO VARIACAO-REPORT-LINHA.
           WRITE VARIACAO-REPORT-LINHA.
           DISPLAY VARIACAO-REPORT-LINHA.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-QTD-DEPS
               COMPUTE WS-DEP-VARIACAO = TAB-DEP-ATUAL(WS-DEP-IDX)
                   - TAB-DEP-ANTERIOR(WS-DEP-IDX)
               IF TAB-DEP-ANTERIOR(WS-DEP-IDX) = 0
                   MOVE 999.9 TO WS-VARIACAO-PCT
               ELSE
                   COMPUTE WS-VARIACAO-PCT ROUNDED =
                       (WS-DEP-VARIACAO * 100)
                       / TAB-DEP-ANTERIOR(WS-DEP-IDX)
               END-IF
               MOVE TAB-DEP-ATUAL(WS-DEP-IDX) TO WS-DEP-ATUAL-EDIT
               MOVE TAB-DEP-ANTERIOR(WS-DEP-IDX)
                   TO WS-DEP-ANTERIOR-EDIT
               MOVE WS-VARIACAO-PCT TO WS-VARIACAO-PCT-EDIT
               MOVE SPACES TO VARIACAO-REPORT-LINHA
               STRING "  " TAB-DEP-DEPTO(WS-DEP-IDX)
                      " DE " WS-DEP-ANTERIOR-EDIT
                      " PARA " WS-DEP-ATUAL-EDIT
                      " (" WS-VARIACAO-PCT-EDIT " %)"
                   DELIMITED BY SIZE INTO VARIACAO-REPORT-LINHA
               WRITE VARIACAO-REPORT-LINHA
               DISPLAY VARIACAO-REPORT-LINHA
           END-PERFORM.

       APONTA-LINHA.
           ADD 1 TO WS-QTD-APONTADOS.
           WRITE VARIACAO-REPORT-LINHA.
           DISPLAY VARIACAO-REPORT-LINHA.

       COPY "PARMPROC.cpy".
       COPY "DMAPPROC.cpy".
