      *            trilha comum de excecoes. sem o arquivo, tudo
      *            passa como sempre. os totais da folha param de
      *            rachar entre "VEND", "VND " e "VENDAS".
      * 2026-10-15 cada mudanca leva a data de vigencia (vazio = hoje,
      *            nunca antes do mes corrente) para o PAYPEND; depois
      *            de aprovada no PROG69 ela so entra no mestre na
      *            data, pelo PROG121 da rodada noturna.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PENDENTES-STATUS PIC XX.
       01  WS-IMAGEM-ANTERIOR PIC X(28).

      *    data de vigencia pedida para a mudanca: vazio = hoje;
      *    nunca antes do primeiro dia do mes corrente (acerto de
      *    mes passado e movimento retroativo, no PROG61).
       01  WS-VIGENCIA-ENTRADA PIC X(8).
       01  WS-VIGENCIA PIC 9(8).
       01  WS-PRIMEIRO-DIA-MES PIC 9(8).
       01  WS-VIGENCIA-OK PIC X VALUE "N".
           88  VIGENCIA-VALIDA VALUE "S".

      *    tabela de grades em memoria para a conferencia da banda.
       01  WS-TABELA-GRADES.
           05  TAB-GRADE OCCURS 30 TIMES INDEXED BY GRADE-IDX.
       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               PERFORM VALIDA-DEPARTAMENTO
                   THRU VALIDA-DEPARTAMENTO-FIM
               IF GRADE-SALARIO-VALIDOS AND DEPARTAMENTO-VALIDO
                   PERFORM PEDE-VIGENCIA
                       THRU PEDE-VIGENCIA-FIM
               END-IF
               IF GRADE-SALARIO-VALIDOS AND DEPARTAMENTO-VALIDO
                       AND VIGENCIA-VALIDA
                   MOVE "I" TO PEND-ACAO
                   PERFORM GRAVA-MUDANCA-PENDENTE
               END-IF
               PERFORM VALIDA-DEPARTAMENTO
                   THRU VALIDA-DEPARTAMENTO-FIM
               IF GRADE-SALARIO-VALIDOS AND DEPARTAMENTO-VALIDO
                   PERFORM PEDE-VIGENCIA
                       THRU PEDE-VIGENCIA-FIM
               END-IF
               IF GRADE-SALARIO-VALIDOS AND DEPARTAMENTO-VALIDO
                       AND VIGENCIA-VALIDA
                   MOVE "A" TO PEND-ACAO
                   PERFORM GRAVA-MUDANCA-PENDENTE
               END-IF
           MOVE WS-DATA-HORA-ATUAL(1:8) TO PEND-DATA.
           MOVE WS-IMAGEM-ANTERIOR TO PEND-IMAGEM-ANTERIOR.
           MOVE PM-PAGAMENTO-REC TO PEND-IMAGEM-NOVA.
           MOVE WS-VIGENCIA TO PEND-DATA-VIGENCIA.
           WRITE PEND-MUDANCA-REC.
           CLOSE PENDENTES-FILE.
           DISPLAY "MUDANCA DE " PM-COD
               " ENVIADA PARA APROVACAO DO SUPERVISOR".
           DISPLAY "VIGENCIA A PARTIR DE " WS-VIGENCIA.

      *    a mudanca so entra no mestre na data de vigencia (PROG121
      *    na rodada noturna); data invalida ou antes do mes
      *    corrente nao grava e vai para a trilha de excecoes.
       PEDE-VIGENCIA.
           MOVE "N" TO WS-VIGENCIA-OK.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-VIGENCIA.
           COMPUTE WS-PRIMEIRO-DIA-MES =
               (WS-VIGENCIA / 100) * 100 + 1.
           DISPLAY "VIGENCIA (AAAAMMDD, VAZIO = HOJE):"
           ACCEPT WS-VIGENCIA-ENTRADA.
           IF WS-VIGENCIA-ENTRADA NOT = SPACES
               IF WS-VIGENCIA-ENTRADA IS NOT NUMERIC
                   MOVE 0 TO WS-VIGENCIA
               ELSE
                   MOVE WS-VIGENCIA-ENTRADA TO WS-VIGENCIA
               END-IF
           END-IF.
           MOVE WS-VIGENCIA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
                   OR WS-VIGENCIA < WS-PRIMEIRO-DIA-MES
               DISPLAY "VIGENCIA INVALIDA OU ANTERIOR AO MES "
                   "CORRENTE, ENTRADA NAO GRAVADA"
               MOVE "PROG42" TO WS-EXCCOM-PROGRAMA
               MOVE "VIGENCIA" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING PM-COD " " WS-VIGENCIA-ENTRADA
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO PEDE-VIGENCIA-FIM
           END-IF.
           MOVE "S" TO WS-VIGENCIA-OK.

       PEDE-VIGENCIA-FIM.
           EXIT.

      *    os valores entram como texto (aceita 1234, 1234.5,
      *    1234.56) e passam pelo NUMVAL para as duas casas nao se
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
