       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG82.
      *    RESUMO MENSAL DO PONTO, DESCONTOS DE FALTA E HORA EXTRA.
      * 2026-09-03 primeira versao: le o ponto do mes (PONTO.DAT, do
      *            PROG81) e imprime em PONTOREL.DAT as faltas e os
      *            atrasos por funcionario e por departamento
      *            guarda quem ja teve o desconto emitido (mesmo
      *            desenho do MSGCHAS do PROG36), e uma reexecucao
      *            do resumo nao desconta a falta em dobro.
      * 2026-10-15 competencia fechada pelo PROG110 (FOLHFECH.DAT):
      *            o resumo sai, mas nenhum desconto de falta e
      *            emitido nela (RC=0008); a falta de mes fechado
      *            entra pelo PROG61 como acerto retroativo.
      * 2026-10-15 horas extras: a saida alem de PONTO-HORA-SAIDA
      *            (padrao 1800) de segunda a sexta e o sabado inteiro
      *            a 50%, domingo e feriado do CALENDAR.DAT a 100%,
      *            pagas so ate o autorizado no PROG122 (AUTORHE.DAT),
      *            como proventos em FOLHAMOV.DAT (salario base /
      *            HORAS-MES por hora). o excesso sem autorizacao sai
      *            numa secao do relatorio para o gerente; PONTOEMI.DAT
      *            ganhou o tipo da emissao (F falta, H hora extra).
      * 2026-10-15 escala de trabalho (PROG123): quem tem turno
      *            atribuido e julgado pelo proprio turno - atraso
      *            alem de PONTO-TOLERANCIA minutos (padrao 10), nova
      *            contagem de saida antecipada, turno da noite virando
      *            o dia - e a folga da escala nao conta falta. a hora
      *            extra passa a contar do fim do turno. sem turno,
      *            vale o horario geral como antes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "FECHSEL.cpy".
           COPY "CALSEL.cpy".
           COPY "AHESEL.cpy".
           COPY "ESCSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       01  EMISSAO-FEITA-REC.
           05  EMIS-COD         PIC X(6).
           05  EMIS-COMPETENCIA PIC 9(6).
      *        F (ou branco, emissoes antigas) = desconto de falta,
      *        H = horas extras autorizadas.
           05  EMIS-TIPO        PIC X.

       FD  PONTO-REPORT-FILE.
       01  PONTO-REPORT-LINHA PIC X(80).
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".
       COPY "FECHFD.cpy".
       COPY "CALFD.cpy".
       COPY "AHEFD.cpy".
       COPY "ESCFD.cpy".

       WORKING-STORAGE SECTION.

               10  TAB-RES-FALTAS-NJUST PIC 9(2).
               10  TAB-RES-FALTAS-JUST  PIC 9(2).
               10  TAB-RES-ATRASOS      PIC 9(2).
               10  TAB-RES-SAIDAS-ANTEC PIC 9(2).
      *            horas extras do mes em minutos: pagas a 50% e a
      *            100% (so a parte autorizada) e o excesso sem
      *            autorizacao.
               10  TAB-RES-HE50-MIN     PIC 9(5).
               10  TAB-RES-HE100-MIN    PIC 9(5).
               10  TAB-RES-HE-NAUT-MIN  PIC 9(5).
       01  WS-QTD-RESUMO PIC 9(3) VALUE 0.
       01  WS-RES-IDX PIC 9(3).
       01  WS-RES-ACHADO-IDX PIC 9(3).
       01  WS-DEP-IDX PIC 9(2).
       01  WS-DEPTO-FUNC PIC X(4).

      *    dias com saida alem do horario sem autorizacao (ou alem
      *    do autorizado), para a secao do gerente no relatorio.
       01  WS-TABELA-NAO-AUTORIZADAS.
           05  TAB-NAUT OCCURS 500 TIMES.
               10  TAB-NAUT-COD       PIC X(6).
               10  TAB-NAUT-DATA      PIC 9(8).
               10  TAB-NAUT-EXCESSO   PIC 9(5).
               10  TAB-NAUT-AUTORIZADO PIC 9(5).
       01  WS-QTD-NAO-AUTORIZADAS PIC 9(3) VALUE 0.
       01  WS-NAUT-IDX PIC 9(3).

      *    apuracao da hora extra do dia, tudo em minutos.
       01  WS-HHMM PIC 9(4).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH PIC 9(2).
           05  WS-HHMM-MM PIC 9(2).
       01  WS-MIN-ENTRADA    PIC 9(5).
       01  WS-MIN-SAIDA      PIC 9(5).
       01  WS-MIN-FIM-JORNADA PIC 9(5).
       01  WS-MIN-EXCESSO    PIC 9(5).
       01  WS-MIN-AUTORIZADO PIC 9(5).
       01  WS-MIN-PAGO       PIC 9(5).
       01  WS-HE-DIA-FERIADO PIC X.
       01  WS-HE-DIA-ESCALADO PIC X.
       01  WS-MIN-INICIO-TURNO PIC 9(5).
       01  WS-MIN-FIM-TURNO  PIC 9(5).
       01  WS-HE-PERCENTUAL  PIC 9(3).
           88  HE-CINQUENTA  VALUE 50.
           88  HE-CEM        VALUE 100.
       01  WS-MIN-CONVERTER  PIC 9(5).
       01  WS-CONV-HORAS     PIC 9(3).
       01  WS-CONV-MINUTOS   PIC 9(2).
       01  WS-CONV-HHHMM     PIC X(6).
       01  WS-HE-TXT-50      PIC X(6).
       01  WS-HE-TXT-100     PIC X(6).
       01  WS-HE-TXT-NAUT    PIC X(6).
       01  WS-HE-TXT-AUT     PIC X(6).
       01  WS-VALOR-HE       PIC 9(7)V99.

       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-VALOR-DIA PIC 9(5)V99.
       01  WS-VALOR-DESCONTO PIC 9(7)V99.
       01  WS-QTD-MOVIMENTOS PIC 9(3) VALUE 0.
       01  WS-QTD-MOVIMENTOS-HE PIC 9(3) VALUE 0.

      *    emissoes feitas em execucoes anteriores.
       01  WS-EMISSOES-STATUS PIC XX.
       01  WS-TABELA-EMITIDOS.
           05  TAB-EMIT OCCURS 600 TIMES.
               10  TAB-EMIT-COD         PIC X(6).
               10  TAB-EMIT-COMPETENCIA PIC 9(6).
               10  TAB-EMIT-TIPO        PIC X.
       01  WS-QTD-EMITIDOS PIC 9(3) VALUE 0.
       01  WS-EMIT-IDX PIC 9(3).
       01  WS-JA-EMITIDO PIC X.
       01  WS-EMIT-TIPO-PEDIDO PIC X.
       01  WS-QTD-JA-EMITIDOS PIC 9(3) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "FECHWS.cpy".
       COPY "CALWS.cpy".
       COPY "AHEWS.cpy".
       COPY "ESCWS.cpy".

       01  WS-HORA-LIMITE PIC 9(4) VALUE 0900.
      *    fim da jornada de segunda a sexta (HHMM) e divisor do
      *    salario-hora para a hora extra.
       01  WS-HORA-SAIDA PIC 9(4) VALUE 1800.
       01  WS-HORAS-MES PIC 9(3) VALUE 220.
      *    tolerancia em minutos para atraso e saida antecipada de
      *    quem tem turno na escala (PROG123).
       01  WS-TOLERANCIA PIC 9(3) VALUE 10.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE WS-HORA-LIMITE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-HORA-LIMITE.
           MOVE "PONTO-HORA-SAIDA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-HORA-SAIDA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-HORA-SAIDA.
           MOVE "HORAS-MES" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-HORAS-MES TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-HORAS-MES.
           IF WS-HORAS-MES = 0
               MOVE 220 TO WS-HORAS-MES
           END-IF.
           MOVE WS-HORA-SAIDA TO WS-HHMM.
           COMPUTE WS-MIN-FIM-JORNADA = WS-HHMM-HH * 60 + WS-HHMM-MM.

           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-AUTORIZACOES-HE.
           MOVE "PONTO-TOLERANCIA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-TOLERANCIA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-TOLERANCIA.
           PERFORM CARREGA-TURNOS.
           PERFORM CARREGA-ESCALAS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "COMPETENCIA (AAAAMM, VAZIO = ATUAL):"
           PERFORM ACUMULA-PONTO-DO-MES
               THRU ACUMULA-PONTO-DO-MES-FIM.
           PERFORM GERA-RELATORIO-PONTO.
           MOVE WS-COMPETENCIA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " FECHADA, FALTAS E HORAS EXTRAS NAO EMITIDAS"
               MOVE "PROG82" TO WS-EXCCOM-PROGRAMA
               MOVE "MES-FECHADO" TO WS-EXCCOM-CAMPO
               MOVE WS-COMPETENCIA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "FECHADO" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EMITE-MOVIMENTOS-PONTO
           END-IF.

           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
                       TAB-RES-FALTAS-NJUST(WS-RES-ACHADO-IDX)
                   MOVE 0 TO TAB-RES-FALTAS-JUST(WS-RES-ACHADO-IDX)
                   MOVE 0 TO TAB-RES-ATRASOS(WS-RES-ACHADO-IDX)
                   MOVE 0 TO
                       TAB-RES-SAIDAS-ANTEC(WS-RES-ACHADO-IDX)
                   MOVE 0 TO TAB-RES-HE50-MIN(WS-RES-ACHADO-IDX)
                   MOVE 0 TO TAB-RES-HE100-MIN(WS-RES-ACHADO-IDX)
                   MOVE 0 TO TAB-RES-HE-NAUT-MIN(WS-RES-ACHADO-IDX)
               ELSE
                   GO TO ACUMULA-DIA-FIM
               END-IF
           END-IF.

      *    quem tem turno na escala e julgado pelo proprio turno;
      *    sem turno, vale o horario geral (PONTO-HORA-LIMITE).
           MOVE PON-COD TO WS-ESC-COD-PEDIDO.
           MOVE PON-DATA TO WS-ESC-DATA-PEDIDA.
           PERFORM TURNO-DO-DIA THRU TURNO-DO-DIA-FIM.
           IF ESC-COM-TURNO
               MOVE TUR-ENTRADA TO WS-HHMM
               COMPUTE WS-MIN-INICIO-TURNO =
                   WS-HHMM-HH * 60 + WS-HHMM-MM
               MOVE TUR-SAIDA TO WS-HHMM
               COMPUTE WS-MIN-FIM-TURNO =
                   WS-HHMM-HH * 60 + WS-HHMM-MM
               IF TUR-SAIDA < TUR-ENTRADA
                   ADD 1440 TO WS-MIN-FIM-TURNO
               END-IF
           END-IF.

           IF PON-ENTRADA = 0
      *        folga da escala nao e falta.
               IF ESC-COM-TURNO AND NOT ESC-DIA-DE-TRABALHO
                   GO TO ACUMULA-DIA-FIM
               END-IF
               IF PON-JUSTIFICADA = "S"
                   ADD 1 TO
                       TAB-RES-FALTAS-JUST(WS-RES-ACHADO-IDX)
                       TAB-RES-FALTAS-NJUST(WS-RES-ACHADO-IDX)
               END-IF
           ELSE
               IF ESC-COM-TURNO
                   IF ESC-DIA-DE-TRABALHO
                       PERFORM CONFERE-HORARIO-TURNO
                   END-IF
               ELSE
                   IF PON-ENTRADA > WS-HORA-LIMITE
                       ADD 1 TO TAB-RES-ATRASOS(WS-RES-ACHADO-IDX)
                   END-IF
               END-IF
               IF PON-SAIDA NOT = 0
                   PERFORM APURA-HORA-EXTRA
                       THRU APURA-HORA-EXTRA-FIM
               END-IF
           END-IF.

       ACUMULA-DIA-FIM.
           EXIT.

      *    atraso: entrada depois do inicio do turno mais a
      *    tolerancia. saida antecipada: saida antes do fim do turno
      *    menos a tolerancia (turno da noite termina no outro dia).
       CONFERE-HORARIO-TURNO.
           MOVE PON-ENTRADA TO WS-HHMM.
           COMPUTE WS-MIN-ENTRADA = WS-HHMM-HH * 60 + WS-HHMM-MM.
           IF WS-MIN-ENTRADA > WS-MIN-INICIO-TURNO + WS-TOLERANCIA
               ADD 1 TO TAB-RES-ATRASOS(WS-RES-ACHADO-IDX)
           END-IF.
           IF PON-SAIDA NOT = 0
               MOVE PON-SAIDA TO WS-HHMM
               COMPUTE WS-MIN-SAIDA = WS-HHMM-HH * 60 + WS-HHMM-MM
               IF PON-SAIDA < PON-ENTRADA
                   ADD 1440 TO WS-MIN-SAIDA
               END-IF
               IF WS-MIN-SAIDA + WS-TOLERANCIA < WS-MIN-FIM-TURNO
                   ADD 1 TO TAB-RES-SAIDAS-ANTEC(WS-RES-ACHADO-IDX)
               END-IF
           END-IF.

      *    hora extra do dia: em dia de trabalho, a saida depois do
      *    fim da jornada (o turno da escala ou, sem turno,
      *    PONTO-HORA-SAIDA de segunda a sexta); fora dele (folga,
      *    sabado sem turno), o dia trabalhado inteiro. a 100% em
      *    domingo e feriado do CALENDAR.DAT, a 50% nos demais. so
      *    a parte autorizada no PROG122 e paga; o que passar dela
      *    vai para a secao do gerente.
       APURA-HORA-EXTRA.
           MOVE PON-ENTRADA TO WS-HHMM.
           COMPUTE WS-MIN-ENTRADA = WS-HHMM-HH * 60 + WS-HHMM-MM.
           MOVE PON-SAIDA TO WS-HHMM.
           COMPUTE WS-MIN-SAIDA = WS-HHMM-HH * 60 + WS-HHMM-MM.
           IF WS-MIN-SAIDA < WS-MIN-ENTRADA
               ADD 1440 TO WS-MIN-SAIDA
           END-IF.
           IF WS-MIN-SAIDA = WS-MIN-ENTRADA
               GO TO APURA-HORA-EXTRA-FIM
           END-IF.

           MOVE PON-DATA TO WS-CAL-DATA-TESTE.
           PERFORM CONFERE-DIA-UTIL.
           MOVE "N" TO WS-HE-DIA-FERIADO.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-QTD-FERIADOS
               IF TAB-FERIADO(WS-CAL-IDX) = PON-DATA
                   MOVE "S" TO WS-HE-DIA-FERIADO
               END-IF
           END-PERFORM.
      *    turno semanal folga no feriado; o revezamento segue o
      *    proprio ciclo.
           MOVE "N" TO WS-HE-DIA-ESCALADO.
           IF ESC-COM-TURNO
               IF ESC-DIA-DE-TRABALHO
                   AND (TUR-REVEZAMENTO OR WS-HE-DIA-FERIADO = "N")
                   MOVE "S" TO WS-HE-DIA-ESCALADO
               END-IF
           ELSE
               MOVE WS-MIN-FIM-JORNADA TO WS-MIN-FIM-TURNO
               IF CAL-DIA-UTIL
                   MOVE "S" TO WS-HE-DIA-ESCALADO
               END-IF
           END-IF.
           IF WS-CAL-DIA-SEMANA = 6 OR WS-HE-DIA-FERIADO = "S"
               MOVE 100 TO WS-HE-PERCENTUAL
           ELSE
               MOVE 50 TO WS-HE-PERCENTUAL
           END-IF.
           MOVE 0 TO WS-MIN-EXCESSO.
           IF WS-HE-DIA-ESCALADO = "S"
               IF WS-MIN-SAIDA > WS-MIN-FIM-TURNO
                   COMPUTE WS-MIN-EXCESSO =
                       WS-MIN-SAIDA - WS-MIN-FIM-TURNO
               END-IF
           ELSE
               COMPUTE WS-MIN-EXCESSO = WS-MIN-SAIDA - WS-MIN-ENTRADA
           END-IF.
           IF WS-MIN-EXCESSO = 0
               GO TO APURA-HORA-EXTRA-FIM
           END-IF.

           MOVE PON-COD TO AHE-COD.
           MOVE PON-DATA TO AHE-DATA.
           PERFORM PROCURA-AUTORIZACAO-HE.
           COMPUTE WS-MIN-AUTORIZADO = AHE-HH * 60 + AHE-MM.
           IF WS-MIN-EXCESSO > WS-MIN-AUTORIZADO
               MOVE WS-MIN-AUTORIZADO TO WS-MIN-PAGO
           ELSE
               MOVE WS-MIN-EXCESSO TO WS-MIN-PAGO
           END-IF.
           IF HE-CEM
               ADD WS-MIN-PAGO TO TAB-RES-HE100-MIN(WS-RES-ACHADO-IDX)
           ELSE
               ADD WS-MIN-PAGO TO TAB-RES-HE50-MIN(WS-RES-ACHADO-IDX)
           END-IF.
           IF WS-MIN-EXCESSO > WS-MIN-AUTORIZADO
               COMPUTE TAB-RES-HE-NAUT-MIN(WS-RES-ACHADO-IDX) =
                   TAB-RES-HE-NAUT-MIN(WS-RES-ACHADO-IDX)
                   + WS-MIN-EXCESSO - WS-MIN-AUTORIZADO
               IF WS-QTD-NAO-AUTORIZADAS < 500
                   ADD 1 TO WS-QTD-NAO-AUTORIZADAS
                   MOVE WS-QTD-NAO-AUTORIZADAS TO WS-NAUT-IDX
                   MOVE PON-COD TO TAB-NAUT-COD(WS-NAUT-IDX)
                   MOVE PON-DATA TO TAB-NAUT-DATA(WS-NAUT-IDX)
                   MOVE WS-MIN-EXCESSO
                       TO TAB-NAUT-EXCESSO(WS-NAUT-IDX)
                   MOVE WS-MIN-AUTORIZADO
                       TO TAB-NAUT-AUTORIZADO(WS-NAUT-IDX)
               END-IF
           END-IF.

       APURA-HORA-EXTRA-FIM.
           EXIT.

      *    minutos em WS-MIN-CONVERTER para "hhh:mm" em
      *    WS-CONV-HHHMM.
       CONVERTE-MINUTOS.
           DIVIDE WS-MIN-CONVERTER BY 60 GIVING WS-CONV-HORAS
               REMAINDER WS-CONV-MINUTOS.
           MOVE SPACES TO WS-CONV-HHHMM.
           STRING WS-CONV-HORAS ":" WS-CONV-MINUTOS
               DELIMITED BY SIZE INTO WS-CONV-HHHMM.

       GERA-RELATORIO-PONTO.
           OPEN OUTPUT PONTO-REPORT-FILE.
           MOVE SPACES TO PONTO-REPORT-LINHA.
                   DELIMITED BY SIZE INTO PONTO-REPORT-LINHA
               WRITE PONTO-REPORT-LINHA
           END-PERFORM.

      *    secao do gerente: saida alem do horario sem autorizacao
      *    (ou alem do autorizado) - nada disso foi pago.
           MOVE "HORA EXTRA NAO AUTORIZADA (NAO PAGA)"
               TO PONTO-REPORT-LINHA.
           WRITE PONTO-REPORT-LINHA.
           MOVE "  CODIGO DEPT DATA     EXCESSO AUTORIZ"
               TO PONTO-REPORT-LINHA.
           WRITE PONTO-REPORT-LINHA.
           PERFORM VARYING WS-NAUT-IDX FROM 1 BY 1
                   UNTIL WS-NAUT-IDX > WS-QTD-NAO-AUTORIZADAS
               PERFORM IMPRIME-NAO-AUTORIZADA
           END-PERFORM.
           MOVE SPACES TO PONTO-REPORT-LINHA.
           STRING "  DIAS COM EXCESSO NAO AUTORIZADO "
                  WS-QTD-NAO-AUTORIZADAS
               DELIMITED BY SIZE INTO PONTO-REPORT-LINHA.
           WRITE PONTO-REPORT-LINHA.
           DISPLAY PONTO-REPORT-LINHA.
           CLOSE PONTO-REPORT-FILE.

       IMPRIME-NAO-AUTORIZADA.
           MOVE "(SD)" TO WS-DEPTO-FUNC.
           IF WS-TEM-PAYMSTR = "S"
               MOVE TAB-NAUT-COD(WS-NAUT-IDX) TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DEPTO TO WS-DEPTO-FUNC
               END-READ
           END-IF.
           MOVE TAB-NAUT-EXCESSO(WS-NAUT-IDX) TO WS-MIN-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE WS-CONV-HHHMM TO WS-HE-TXT-NAUT.
           MOVE TAB-NAUT-AUTORIZADO(WS-NAUT-IDX) TO WS-MIN-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE WS-CONV-HHHMM TO WS-HE-TXT-AUT.
           MOVE SPACES TO PONTO-REPORT-LINHA.
           STRING "  " TAB-NAUT-COD(WS-NAUT-IDX) " "
                  WS-DEPTO-FUNC " " TAB-NAUT-DATA(WS-NAUT-IDX) " "
                  WS-HE-TXT-NAUT "  " WS-HE-TXT-AUT
               DELIMITED BY SIZE INTO PONTO-REPORT-LINHA.
           WRITE PONTO-REPORT-LINHA.

       IMPRIME-RESUMO-FUNCIONARIO.
           MOVE SPACES TO PONTO-REPORT-LINHA.
           STRING TAB-RES-COD(WS-RES-IDX)
                  " FALTAS NAO JUST " TAB-RES-FALTAS-NJUST(WS-RES-IDX)
                  " JUST " TAB-RES-FALTAS-JUST(WS-RES-IDX)
                  " ATRASOS " TAB-RES-ATRASOS(WS-RES-IDX)
                  " SAIDAS ANTEC " TAB-RES-SAIDAS-ANTEC(WS-RES-IDX)
               DELIMITED BY SIZE INTO PONTO-REPORT-LINHA.
           WRITE PONTO-REPORT-LINHA.
           DISPLAY PONTO-REPORT-LINHA.
           IF TAB-RES-HE50-MIN(WS-RES-IDX) > 0
                   OR TAB-RES-HE100-MIN(WS-RES-IDX) > 0
                   OR TAB-RES-HE-NAUT-MIN(WS-RES-IDX) > 0
               MOVE TAB-RES-HE50-MIN(WS-RES-IDX) TO WS-MIN-CONVERTER
               PERFORM CONVERTE-MINUTOS
               MOVE WS-CONV-HHHMM TO WS-HE-TXT-50
               MOVE TAB-RES-HE100-MIN(WS-RES-IDX) TO WS-MIN-CONVERTER
               PERFORM CONVERTE-MINUTOS
               MOVE WS-CONV-HHHMM TO WS-HE-TXT-100
               MOVE TAB-RES-HE-NAUT-MIN(WS-RES-IDX)
                   TO WS-MIN-CONVERTER
               PERFORM CONVERTE-MINUTOS
               MOVE WS-CONV-HHHMM TO WS-HE-TXT-NAUT
               MOVE SPACES TO PONTO-REPORT-LINHA
               STRING "       HORA EXTRA 50% " WS-HE-TXT-50
                      " 100% " WS-HE-TXT-100
                      " NAO AUTORIZADA " WS-HE-TXT-NAUT
                   DELIMITED BY SIZE INTO PONTO-REPORT-LINHA
               WRITE PONTO-REPORT-LINHA
               DISPLAY PONTO-REPORT-LINHA
           END-IF.

      *    abre faltas e atrasos no departamento do funcionario.
           MOVE "(SD)" TO WS-DEPTO-FUNC.

      *    cada funcionario com falta nao justificada ganha um
      *    movimento de desconto na competencia (salario base / 30
      *    por dia), e quem tem hora extra autorizada ganha os
      *    proventos de 50% e 100%; o PROG43 aplica como qualquer
      *    movimento.
       EMITE-MOVIMENTOS-PONTO.
           PERFORM CARREGA-EMISSOES-FEITAS.
           OPEN EXTEND EMISSOES-FEITAS-FILE.
           IF WS-EMISSOES-STATUS NOT = "00"
                   PERFORM EMITE-MOVIMENTO-FUNCIONARIO
                       THRU EMITE-MOVIMENTO-FUNCIONARIO-FIM
               END-IF
               IF TAB-RES-HE50-MIN(WS-RES-IDX) > 0
                       OR TAB-RES-HE100-MIN(WS-RES-IDX) > 0
                   PERFORM EMITE-HORA-EXTRA-FUNCIONARIO
                       THRU EMITE-HORA-EXTRA-FUNCIONARIO-FIM
               END-IF
           END-PERFORM.
           CLOSE MOVIMENTOS-FOLHA-FILE.
           CLOSE EMISSOES-FEITAS-FILE.
           DISPLAY "MOVIMENTOS DE FALTA EMITIDOS: "
               WS-QTD-MOVIMENTOS " (JA EMITIDOS ANTES: "
               WS-QTD-JA-EMITIDOS ")".
           DISPLAY "MOVIMENTOS DE HORA EXTRA EMITIDOS: "
               WS-QTD-MOVIMENTOS-HE.
           ADD WS-QTD-MOVIMENTOS-HE TO WS-QTD-MOVIMENTOS.

       CARREGA-EMISSOES-FEITAS.
           MOVE 0 TO WS-QTD-EMITIDOS.
                       AT END
                           MOVE "10" TO WS-EMISSOES-STATUS
                       NOT AT END
                           IF WS-QTD-EMITIDOS < 600
                               ADD 1 TO WS-QTD-EMITIDOS
                               MOVE EMIS-COD TO
                                   TAB-EMIT-COD(WS-QTD-EMITIDOS)
                               MOVE EMIS-COMPETENCIA TO
                                 TAB-EMIT-COMPETENCIA(
                                     WS-QTD-EMITIDOS)
                               IF EMIS-TIPO = SPACE
                                   MOVE "F" TO EMIS-TIPO
                               END-IF
                               MOVE EMIS-TIPO TO
                                   TAB-EMIT-TIPO(WS-QTD-EMITIDOS)
                           END-IF
                   END-READ
               END-PERFORM
      *    um por funcionario por competencia: quem ja teve a
      *    emissao numa execucao anterior fica de fora.
       EMITE-MOVIMENTO-FUNCIONARIO.
           MOVE "F" TO WS-EMIT-TIPO-PEDIDO.
           PERFORM CONFERE-JA-EMITIDO.
           IF WS-JA-EMITIDO = "S"
               ADD 1 TO WS-QTD-JA-EMITIDOS
               GO TO EMITE-MOVIMENTO-FUNCIONARIO-FIM
                  " DIAS"
               DELIMITED BY SIZE INTO MOV-DESCRICAO.
           MOVE WS-VALOR-DESCONTO TO MOV-VALOR.
           MOVE 0 TO MOV-COMPETENCIA-REF.
           WRITE MOV-MOVIMENTO-REC.
           ADD 1 TO WS-QTD-MOVIMENTOS.

           MOVE TAB-RES-COD(WS-RES-IDX) TO EMIS-COD.
           MOVE WS-COMPETENCIA TO EMIS-COMPETENCIA.
           MOVE "F" TO EMIS-TIPO.
           WRITE EMISSAO-FEITA-REC.

       EMITE-MOVIMENTO-FUNCIONARIO-FIM.
           EXIT.

       CONFERE-JA-EMITIDO.
           MOVE "N" TO WS-JA-EMITIDO.
           PERFORM VARYING WS-EMIT-IDX FROM 1 BY 1
                   UNTIL WS-EMIT-IDX > WS-QTD-EMITIDOS
               IF TAB-EMIT-COD(WS-EMIT-IDX) =
                       TAB-RES-COD(WS-RES-IDX)
                   AND TAB-EMIT-COMPETENCIA(WS-EMIT-IDX) =
                       WS-COMPETENCIA
                   AND TAB-EMIT-TIPO(WS-EMIT-IDX) =
                       WS-EMIT-TIPO-PEDIDO
                   MOVE "S" TO WS-JA-EMITIDO
               END-IF
           END-PERFORM.

      *    proventos de hora extra autorizada: salario-hora
      *    (salario base / HORAS-MES) vezes as horas, a 1,5 nos
      *    dias comuns e a 2,0 em domingo e feriado. tambem uma
      *    vez por funcionario por competencia.
       EMITE-HORA-EXTRA-FUNCIONARIO.
           MOVE "H" TO WS-EMIT-TIPO-PEDIDO.
           PERFORM CONFERE-JA-EMITIDO.
           IF WS-JA-EMITIDO = "S"
               ADD 1 TO WS-QTD-JA-EMITIDOS
               GO TO EMITE-HORA-EXTRA-FUNCIONARIO-FIM
           END-IF.
           MOVE 0 TO PM-SALARIO-BASE.
           IF WS-TEM-PAYMSTR = "S"
               MOVE TAB-RES-COD(WS-RES-IDX) TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO PM-SALARIO-BASE
               END-READ
           END-IF.
           IF PM-SALARIO-BASE = 0
               MOVE "PROG82" TO WS-EXCCOM-PROGRAMA
               MOVE "SEM-SALARIO" TO WS-EXCCOM-CAMPO
               MOVE TAB-RES-COD(WS-RES-IDX) TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO EMITE-HORA-EXTRA-FUNCIONARIO-FIM
           END-IF.

           MOVE TAB-RES-COD(WS-RES-IDX) TO MOV-COD.
           MOVE WS-COMPETENCIA TO MOV-COMPETENCIA.
           MOVE "P" TO MOV-TIPO.
           MOVE 0 TO MOV-COMPETENCIA-REF.
           IF TAB-RES-HE50-MIN(WS-RES-IDX) > 0
               COMPUTE WS-VALOR-HE ROUNDED =
                   PM-SALARIO-BASE * TAB-RES-HE50-MIN(WS-RES-IDX)
                   * 1.5 / (WS-HORAS-MES * 60)
               MOVE TAB-RES-HE50-MIN(WS-RES-IDX) TO WS-MIN-CONVERTER
               PERFORM CONVERTE-MINUTOS
               MOVE SPACES TO MOV-DESCRICAO
               STRING "H.EXTRA 50% " WS-CONV-HHHMM
                   DELIMITED BY SIZE INTO MOV-DESCRICAO
               MOVE WS-VALOR-HE TO MOV-VALOR
               WRITE MOV-MOVIMENTO-REC
               ADD 1 TO WS-QTD-MOVIMENTOS-HE
           END-IF.
           IF TAB-RES-HE100-MIN(WS-RES-IDX) > 0
               COMPUTE WS-VALOR-HE ROUNDED =
                   PM-SALARIO-BASE * TAB-RES-HE100-MIN(WS-RES-IDX)
                   * 2 / (WS-HORAS-MES * 60)
               MOVE TAB-RES-HE100-MIN(WS-RES-IDX) TO WS-MIN-CONVERTER
               PERFORM CONVERTE-MINUTOS
               MOVE SPACES TO MOV-DESCRICAO
               STRING "H.EXTRA 100% " WS-CONV-HHHMM
                   DELIMITED BY SIZE INTO MOV-DESCRICAO
               MOVE WS-VALOR-HE TO MOV-VALOR
               WRITE MOV-MOVIMENTO-REC
               ADD 1 TO WS-QTD-MOVIMENTOS-HE
           END-IF.

           MOVE TAB-RES-COD(WS-RES-IDX) TO EMIS-COD.
           MOVE WS-COMPETENCIA TO EMIS-COMPETENCIA.
           MOVE "H" TO EMIS-TIPO.
           WRITE EMISSAO-FEITA-REC.

       EMITE-HORA-EXTRA-FUNCIONARIO-FIM.
           EXIT.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "FECHPROC.cpy".
       COPY "CALPROC.cpy".
       COPY "AHEPROC.cpy".
       COPY "ESCPROC.cpy".
