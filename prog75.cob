      *            os totais do ano abertos por PM-DEPTO e por
      *            FM-END-UF. a pergunta "quantos entraram e sairam
      *            no trimestre" passa a ter resposta.
      * 2026-10-15 imagem do FUNCHIST passa a 136 posicoes (CPF
      *            e PIS no FMREC.cpy).
      * 2026-10-15 afastados do PROG124 (AFASTAM.DAT) no fim de cada
      *            mes, por tipo, em secao propria, com o headcount na
      *            ativa (headcount do mes menos os afastados).
      * 2026-10-15 imagem do FUNCHIST passa a 142 posicoes
      *            (FM-SUPERIOR no FMREC.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTATREL-STATUS.

           COPY "AFASEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
           05  HISTM-DATA-HORA PIC X(14).
           05  HISTM-OPERADOR  PIC X(8).
           05  HISTM-ACAO      PIC X(10).
           05  HISTM-IMAGEM    PIC X(142).

       FD  ROTATIVIDADE-REPORT-FILE.
       01  ROTATIVIDADE-REPORT-LINHA PIC X(80).

       COPY "AFAFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
           05  TAB-MES OCCURS 12 TIMES.
               10  TAB-MES-ADMISSOES PIC 9(4).
               10  TAB-MES-SAIDAS    PIC 9(4).
               10  TAB-MES-HEADCOUNT PIC S9(5).
       01  WS-MES-IDX PIC 9(2).
       01  WS-HEADCOUNT-INICIO PIC S9(5) VALUE 0.
       01  WS-HEADCOUNT-CORRENTE PIC S9(5).
      *    nao contar duas vezes quem tambem tem FM-DATA-SAIDA.
       01  WS-USAR-HISTORICO PIC X VALUE "N".

      *    afastados (AFASTAM.DAT, do PROG124) no ultimo dia de cada
      *    mes, por tipo: contam no headcount mas nao estao na ativa.
       01  WS-FIM-MES PIC 9(8).
       01  WS-FIM-AFASTAMENTO PIC 9(8).
       01  WS-AFAST-TOTAL PIC 9(4).
       01  WS-AFAST-DOENCA PIC 9(4).
       01  WS-AFAST-ACIDENTE PIC 9(4).
       01  WS-AFAST-MATERNIDADE PIC 9(4).
       01  WS-AFAST-NAO-REMUN PIC 9(4).
       01  WS-NA-ATIVA PIC S9(5).

       COPY "AFAWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "ANO DO RELATORIO (AAAA):"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

           PERFORM CARREGA-AFASTAMENTOS.
           PERFORM GERA-RELATORIO.

       PROGRAM-DONE.
               PERFORM IMPRIME-LINHA-MES
           END-PERFORM.

           MOVE SPACES TO ROTATIVIDADE-REPORT-LINHA.
           WRITE ROTATIVIDADE-REPORT-LINHA.
           MOVE SPACES TO ROTATIVIDADE-REPORT-LINHA.
           STRING "AFASTADOS NO FIM DO MES (D=DOENCA A=ACIDENTE "
                  "M=MATERNIDADE N=NAO REMUNERADA)"
               DELIMITED BY SIZE INTO ROTATIVIDADE-REPORT-LINHA.
           WRITE ROTATIVIDADE-REPORT-LINHA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               PERFORM IMPRIME-AFASTADOS-MES
           END-PERFORM.

           MOVE SPACES TO ROTATIVIDADE-REPORT-LINHA.
           WRITE ROTATIVIDADE-REPORT-LINHA.
           MOVE "TOTAIS DO ANO POR DEPARTAMENTO"
               - TAB-MES-SAIDAS(WS-MES-IDX).
           COMPUTE WS-HEADCOUNT-CORRENTE =
               WS-HEADCOUNT-CORRENTE + WS-SALDO-MES.
           MOVE WS-HEADCOUNT-CORRENTE
               TO TAB-MES-HEADCOUNT(WS-MES-IDX).

           MOVE SPACES TO ROTATIVIDADE-REPORT-LINHA.
           STRING "MES " WS-MES-IDX
               DELIMITED BY SIZE INTO ROTATIVIDADE-REPORT-LINHA.
           WRITE ROTATIVIDADE-REPORT-LINHA.
           DISPLAY ROTATIVIDADE-REPORT-LINHA.

      *    afastado no fim do mes: comecou ate o ultimo dia e o
      *    retorno (efetivo, senao o previsto) ainda nao tinha
      *    chegado. na ativa = headcount do mes menos os afastados.
       IMPRIME-AFASTADOS-MES.
           IF WS-MES-IDX = 12
               COMPUTE WS-FIM-MES = WS-ANO-PEDIDO * 10000 + 1231
           ELSE
               COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ANO-PEDIDO * 10000
                       + (WS-MES-IDX + 1) * 100 + 1) - 1)
           END-IF.
           MOVE 0 TO WS-AFAST-TOTAL WS-AFAST-DOENCA WS-AFAST-ACIDENTE
                     WS-AFAST-MATERNIDADE WS-AFAST-NAO-REMUN.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               IF AF-RETORNO-EFETIVO NOT = 0
                   MOVE AF-RETORNO-EFETIVO TO WS-FIM-AFASTAMENTO
               ELSE
                   MOVE AF-RETORNO-PREVISTO TO WS-FIM-AFASTAMENTO
               END-IF
               IF AF-DATA-INICIO NOT > WS-FIM-MES
                       AND (WS-FIM-AFASTAMENTO = 0
                            OR WS-FIM-AFASTAMENTO > WS-FIM-MES)
                   ADD 1 TO WS-AFAST-TOTAL
                   EVALUATE TRUE
                       WHEN AF-DOENCA ADD 1 TO WS-AFAST-DOENCA
                       WHEN AF-ACIDENTE ADD 1 TO WS-AFAST-ACIDENTE
                       WHEN AF-MATERNIDADE
                           ADD 1 TO WS-AFAST-MATERNIDADE
                       WHEN OTHER ADD 1 TO WS-AFAST-NAO-REMUN
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WS-NA-ATIVA =
               TAB-MES-HEADCOUNT(WS-MES-IDX) - WS-AFAST-TOTAL.

           MOVE SPACES TO ROTATIVIDADE-REPORT-LINHA.
           STRING "MES " WS-MES-IDX
                  " AFASTADOS " WS-AFAST-TOTAL
                  " D " WS-AFAST-DOENCA
                  " A " WS-AFAST-ACIDENTE
                  " M " WS-AFAST-MATERNIDADE
                  " N " WS-AFAST-NAO-REMUN
                  " NA ATIVA " WS-NA-ATIVA
               DELIMITED BY SIZE INTO ROTATIVIDADE-REPORT-LINHA.
           WRITE ROTATIVIDADE-REPORT-LINHA.

       COPY "AFAPROC.cpy".
