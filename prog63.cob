      *            salario-familia (novos campos do FHISTREC.cpy):
      *            as categorias impressas voltam a fechar com o
      *            liquido de quem tem emprestimo ou dependentes.
      * 2026-10-15 pagamentos fora da folha mensal (rescisao do
      *            PROG105, ferias adiantadas do PROG106) entram no
      *            informe somados, sem apagar a folha do mes.
      * 2026-10-15 ordens judiciais (pensao e penhora) e a parte do
      *            funcionario nos beneficios abrem categoria
      *            propria, para o informe seguir fechando com o
      *            liquido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    o historico e so-acrescimo: numa reexecucao da mesma
      *    competencia vale o ultimo registro do funcionario, entao
      *    a mensalidade e guardada por funcionario x mes e o total
      *    anual sai da soma das doze celulas. a 13a celula
      *    acumula os pagamentos fora da folha mensal (rescisao,
      *    ferias), que nunca substituem a folha do mes.
       01  WS-TABELA-INFORME.
           05  TAB-INF OCCURS 300 TIMES.
               10  TAB-INF-COD  PIC X(6).
               10  TAB-INF-NOME PIC X(20).
               10  TAB-INF-MES-ITEM OCCURS 13 TIMES.
                   15  TAB-INF-BRUTO PIC S9(7)V99 SIGN LEADING
                           SEPARATE.
                   15  TAB-INF-INSS  PIC 9(6)V99.
                   15  TAB-INF-PADRAO PIC 9(5)V99.
                   15  TAB-INF-EMPREST PIC 9(5)V99.
                   15  TAB-INF-SALFAM PIC 9(5)V99.
                   15  TAB-INF-JUDICIAL PIC 9(7)V99.
                   15  TAB-INF-BENEF PIC 9(7)V99.
                   15  TAB-INF-LIQUIDO PIC S9(7)V99 SIGN LEADING
                           SEPARATE.
       01  WS-QTD-INFORMES PIC 9(3) VALUE 0.
       01  WS-TOT-PADRAO  PIC 9(7)V99.
       01  WS-TOT-EMPREST PIC 9(7)V99.
       01  WS-TOT-SALFAM  PIC 9(7)V99.
       01  WS-TOT-JUDICIAL PIC 9(8)V99.
       01  WS-TOT-BENEF   PIC 9(8)V99.
       01  WS-TOT-LIQUIDO PIC S9(9)V99 SIGN LEADING SEPARATE.
       01  WS-VALOR-EDIT PIC -(9)9.99.
       01  WS-QTD-IMPRESSOS PIC 9(3) VALUE 0.
               END-IF
           END-IF.
           IF WS-INF-ACHADO-IDX NOT = 0
               IF FH-FOLHA-MENSAL
                   PERFORM GUARDA-MENSALIDADE-FOLHA
               ELSE
                   PERFORM SOMA-PAGAMENTO-AVULSO
               END-IF
           END-IF.

      *    folha do mes: o registro mais recente toma a celula.
       GUARDA-MENSALIDADE-FOLHA.
           MOVE FH-COMPETENCIA(5:2) TO WS-MES-IDX.
           IF WS-MES-IDX >= 1 AND WS-MES-IDX <= 12
               MOVE FH-BRUTO TO
                   TAB-INF-BRUTO(WS-INF-ACHADO-IDX, WS-MES-IDX)
               MOVE FH-INSS TO
                   TAB-INF-INSS(WS-INF-ACHADO-IDX, WS-MES-IDX)
               MOVE FH-IRRF TO
                   TAB-INF-IRRF(WS-INF-ACHADO-IDX, WS-MES-IDX)
               MOVE FH-DESC-PADRAO TO
                   TAB-INF-PADRAO(WS-INF-ACHADO-IDX, WS-MES-IDX)
               MOVE FH-EMP-PARCELA TO
                   TAB-INF-EMPREST(WS-INF-ACHADO-IDX,
                       WS-MES-IDX)
               MOVE FH-SALFAM TO
                   TAB-INF-SALFAM(WS-INF-ACHADO-IDX, WS-MES-IDX)
               MOVE 0 TO
                   TAB-INF-JUDICIAL(WS-INF-ACHADO-IDX, WS-MES-IDX)
               IF FH-ORDEM-JUDICIAL IS NUMERIC
                   MOVE FH-ORDEM-JUDICIAL TO
                       TAB-INF-JUDICIAL(WS-INF-ACHADO-IDX, WS-MES-IDX)
               END-IF
               MOVE 0 TO
                   TAB-INF-BENEF(WS-INF-ACHADO-IDX, WS-MES-IDX)
               IF FH-BENEFICIOS IS NUMERIC
                   MOVE FH-BENEFICIOS TO
                       TAB-INF-BENEF(WS-INF-ACHADO-IDX, WS-MES-IDX)
               END-IF
               MOVE FH-LIQUIDO TO
                   TAB-INF-LIQUIDO(WS-INF-ACHADO-IDX, WS-MES-IDX)
           END-IF.

      *    rescisao e ferias somam na 13a celula.
       SOMA-PAGAMENTO-AVULSO.
           MOVE 13 TO WS-MES-IDX.
           ADD FH-BRUTO TO
               TAB-INF-BRUTO(WS-INF-ACHADO-IDX, WS-MES-IDX).
           ADD FH-INSS TO
               TAB-INF-INSS(WS-INF-ACHADO-IDX, WS-MES-IDX).
           ADD FH-IRRF TO
               TAB-INF-IRRF(WS-INF-ACHADO-IDX, WS-MES-IDX).
           ADD FH-DESC-PADRAO TO
               TAB-INF-PADRAO(WS-INF-ACHADO-IDX, WS-MES-IDX).
           ADD FH-EMP-PARCELA TO
               TAB-INF-EMPREST(WS-INF-ACHADO-IDX, WS-MES-IDX).
           ADD FH-SALFAM TO
               TAB-INF-SALFAM(WS-INF-ACHADO-IDX, WS-MES-IDX).
           IF FH-ORDEM-JUDICIAL IS NUMERIC
               ADD FH-ORDEM-JUDICIAL TO
                   TAB-INF-JUDICIAL(WS-INF-ACHADO-IDX, WS-MES-IDX)
           END-IF.
           IF FH-BENEFICIOS IS NUMERIC
               ADD FH-BENEFICIOS TO
                   TAB-INF-BENEF(WS-INF-ACHADO-IDX, WS-MES-IDX)
           END-IF.
           ADD FH-LIQUIDO TO
               TAB-INF-LIQUIDO(WS-INF-ACHADO-IDX, WS-MES-IDX).

       IMPRIME-INFORME-FUNCIONARIO.
           MOVE 0 TO WS-TOT-BRUTO.
           MOVE 0 TO WS-TOT-INSS.
           MOVE 0 TO WS-TOT-PADRAO.
           MOVE 0 TO WS-TOT-EMPREST.
           MOVE 0 TO WS-TOT-SALFAM.
           MOVE 0 TO WS-TOT-JUDICIAL.
           MOVE 0 TO WS-TOT-BENEF.
           MOVE 0 TO WS-TOT-LIQUIDO.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 13
               ADD TAB-INF-BRUTO(WS-INF-IDX, WS-MES-IDX)
                   TO WS-TOT-BRUTO
               ADD TAB-INF-INSS(WS-INF-IDX, WS-MES-IDX)
                   TO WS-TOT-EMPREST
               ADD TAB-INF-SALFAM(WS-INF-IDX, WS-MES-IDX)
                   TO WS-TOT-SALFAM
               ADD TAB-INF-JUDICIAL(WS-INF-IDX, WS-MES-IDX)
                   TO WS-TOT-JUDICIAL
               ADD TAB-INF-BENEF(WS-INF-IDX, WS-MES-IDX)
                   TO WS-TOT-BENEF
               ADD TAB-INF-LIQUIDO(WS-INF-IDX, WS-MES-IDX)
                   TO WS-TOT-LIQUIDO
           END-PERFORM.
           STRING "  SALARIO FAMILIA           " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO INFORME-REPORT-LINHA.
           WRITE INFORME-REPORT-LINHA.
           MOVE WS-TOT-JUDICIAL TO WS-VALOR-EDIT.
           MOVE SPACES TO INFORME-REPORT-LINHA.
           STRING "  DESCONTO JUDICIAL         " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO INFORME-REPORT-LINHA.
           WRITE INFORME-REPORT-LINHA.
           MOVE WS-TOT-BENEF TO WS-VALOR-EDIT.
           MOVE SPACES TO INFORME-REPORT-LINHA.
           STRING "  DESCONTO BENEFICIOS       " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO INFORME-REPORT-LINHA.
           WRITE INFORME-REPORT-LINHA.
           MOVE WS-TOT-LIQUIDO TO WS-VALOR-EDIT.
           MOVE SPACES TO INFORME-REPORT-LINHA.
           STRING "  RENDIMENTO LIQUIDO        " WS-VALOR-EDIT
