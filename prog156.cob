       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG156.
      *    CENSO DOS ARQUIVOS DE DADOS E ALARME DE CAPACIDADE.
      * 2026-10-15 primeira versao: conta os registros de cada
      *            arquivo de dados da suite (lista em CENSOARQ.DAT,
      *            um nome por linha; sem ela, os logs que so
      *            crescem - MENSLOG, HISTTRAN, AUDCOMUM, PESQDET,
      *            FOLHAHIS, PONTO e companhia) e guarda a contagem
      *            do dia em CENSOHIS.DAT (rodada repetida no mesmo
      *            dia troca a do dia). CENSOREL.DAT traz o
      *            crescimento da noite e o dos ultimos 30 dias e a
      *            data prevista para o arquivo passar do limite:
      *            CENSO-LIM-<arquivo> no PARAMSUI.DAT, ou
      *            CENSO-LIMITE (padrao 500000) para todos. salto
      *            da noite acima da media dos 30 dias em mais de
      *            CENSO-SALTO-PCT por cento (padrao 200) e de mais
      *            de CENSO-SALTO-MIN registros (padrao 1000) - quase
      *            sempre um laco gravando em duplicidade - vai para
      *            OPERACOES como mensagem urgente; limite previsto
      *            para os proximos CENSO-AVISO-DIAS dias (padrao 30)
      *            vai como mensagem normal. salto ou limite ja
      *            passado termina com RC=0004. os mestres indexados
      *            (FUNCMSTR, PAYMSTR, EMPRESTI...) ficam de fora:
      *            o censo le as linhas, e so os sequenciais de
      *            linha se contam assim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSO-ARQUIVOS-FILE ASSIGN TO "CENSOARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSOARQ-STATUS.

      *    arquivo contado, aberto pelo nome so para contar linhas.
           SELECT CONTADO-FILE ASSIGN TO DYNAMIC WS-CONTADO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADO-STATUS.

           SELECT CENSO-HISTORICO-FILE ASSIGN TO "CENSOHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSOHIS-STATUS.

           SELECT CENSO-TRABALHO-FILE ASSIGN TO "CENSOHIS.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSOTRB-STATUS.

           SELECT CENSO-REPORT-FILE ASSIGN TO "CENSOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSOREL-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CENSO-ARQUIVOS-FILE.
       01  CENSO-ARQUIVO-REC.
           05  CARQ-NOME PIC X(12).

       FD  CONTADO-FILE.
       01  CONTADO-REC PIC X(512).

      *    uma linha por arquivo por dia, na ordem das rodadas.
       FD  CENSO-HISTORICO-FILE.
       01  CENSO-HISTORICO-REC.
           05  CEN-DATA      PIC 9(8).
           05  CEN-ARQUIVO   PIC X(12).
           05  CEN-REGISTROS PIC 9(9).

       FD  CENSO-TRABALHO-FILE.
       01  CENSO-TRABALHO-REC PIC X(29).

       FD  CENSO-REPORT-FILE.
       01  CENSO-REPORT-LINHA PIC X(80).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-CENSOARQ-STATUS PIC XX.
       01  WS-CONTADO-STATUS  PIC XX.
       01  WS-CENSOHIS-STATUS PIC XX.
       01  WS-CENSOTRB-STATUS PIC XX.
       01  WS-CENSOREL-STATUS PIC XX.
       01  WS-FILA-STATUS     PIC XX.

       01  WS-CONTADO-NOME PIC X(12).

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DATA-CORTE PIC 9(8).
       01  WS-DIAS-INTERVALO PIC 9(7).
       01  WS-DIAS-ATE-LIMITE PIC 9(7).

       01  WS-LIMITE-PADRAO PIC 9(8) VALUE 500000.
       01  WS-SALTO-PCT PIC 9(5) VALUE 200.
       01  WS-SALTO-MIN PIC 9(8) VALUE 1000.
       01  WS-AVISO-DIAS PIC 9(5) VALUE 30.

      *    lista padrao, quando nao ha CENSOARQ.DAT.
       01  WS-ARQUIVOS-PADRAO-VALORES.
           05  FILLER PIC X(12) VALUE "MENSLOG.DAT".
           05  FILLER PIC X(12) VALUE "HISTTRAN.DAT".
           05  FILLER PIC X(12) VALUE "AUDCOMUM.DAT".
           05  FILLER PIC X(12) VALUE "PESQDET.DAT".
           05  FILLER PIC X(12) VALUE "FOLHAHIS.DAT".
           05  FILLER PIC X(12) VALUE "PONTO.DAT".
           05  FILLER PIC X(12) VALUE "RUNLOG.DAT".
           05  FILLER PIC X(12) VALUE "EXCCOM.DAT".
           05  FILLER PIC X(12) VALUE "FUNCHIST.DAT".
           05  FILLER PIC X(12) VALUE "FUNCARCH.DAT".
           05  FILLER PIC X(12) VALUE "MSGFILA.DAT".
           05  FILLER PIC X(12) VALUE "MSGDEAD.DAT".
           05  FILLER PIC X(12) VALUE "JANCTRL.DAT".
           05  FILLER PIC X(12) VALUE "CENSOHIS.DAT".
       01  WS-ARQUIVOS-PADRAO REDEFINES WS-ARQUIVOS-PADRAO-VALORES.
           05  ARQ-PADRAO PIC X(12) OCCURS 14 TIMES.
       01  WS-PADRAO-IDX PIC 9(2).

      *    um arquivo do censo: contagem de hoje, a ultima antes de
      *    hoje e a primeira dos ultimos 30 dias (referencia do mes).
       01  WS-TABELA-CENSO.
           05  TAB-CEN OCCURS 60 TIMES INDEXED BY CEN-IDX.
               10  TAB-CEN-NOME      PIC X(12).
               10  TAB-CEN-EXISTE    PIC X.
               10  TAB-CEN-HOJE      PIC 9(9).
               10  TAB-CEN-LIMITE    PIC 9(8).
               10  TAB-CEN-ANT-DATA  PIC 9(8).
               10  TAB-CEN-ANT-QTD   PIC 9(9).
               10  TAB-CEN-REF-DATA  PIC 9(8).
               10  TAB-CEN-REF-QTD   PIC 9(9).
               10  TAB-CEN-DIA       PIC S9(9).
               10  TAB-CEN-MES       PIC S9(9).
               10  TAB-CEN-MEDIA     PIC S9(9).
               10  TAB-CEN-PREVISAO  PIC 9(8).
               10  TAB-CEN-SALTO     PIC X.
                   88  CENSO-SALTO VALUE "S".
               10  TAB-CEN-AVISO     PIC X.
                   88  CENSO-LIMITE-PASSADO  VALUE "P".
                   88  CENSO-LIMITE-PROXIMO  VALUE "A".
       01  WS-QTD-CENSO PIC 9(2) VALUE 0.
       01  WS-CEN-ACHOU PIC X.

       01  WS-QTD-SALTOS PIC 9(2) VALUE 0.
       01  WS-QTD-LIMITES PIC 9(2) VALUE 0.
       01  WS-TAXA-DIA PIC S9(9).
       01  WS-QTD-EDIT PIC Z(8)9.
       01  WS-DIF-EDIT PIC -(8)9.
       01  WS-DIF-EDIT-2 PIC -(8)9.
       01  WS-LIM-EDIT PIC Z(7)9.
       01  WS-PREVISAO-TEXTO PIC X(18).

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG156" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "CENSO-LIMITE" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-LIMITE-PADRAO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-LIMITE-PADRAO.
           MOVE "CENSO-SALTO-PCT" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-SALTO-PCT TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-SALTO-PCT.
           MOVE "CENSO-SALTO-MIN" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-SALTO-MIN TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-SALTO-MIN.
           MOVE "CENSO-AVISO-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-DIAS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 30).

           PERFORM CARREGA-LISTA.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
               PERFORM CONTA-ARQUIVO
               PERFORM BUSCA-LIMITE
           END-PERFORM.

           PERFORM REGRAVA-HISTORICO.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
               PERFORM CALCULA-TENDENCIA THRU CALCULA-TENDENCIA-FIM
           END-PERFORM.
           PERFORM GRAVA-RELATORIO.
           IF WS-QTD-SALTOS > 0 OR WS-QTD-LIMITES > 0
               PERFORM ENFILEIRA-AVISOS
           END-IF.

           DISPLAY WS-QTD-CENSO " ARQUIVO(S) NO CENSO, "
               WS-QTD-SALTOS " SALTO(S), " WS-QTD-LIMITES
               " PERTO OU ACIMA DO LIMITE".
           MOVE WS-QTD-CENSO TO WS-RUNLOG-REGISTROS.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
               IF CENSO-SALTO(CEN-IDX)
                       OR CENSO-LIMITE-PASSADO(CEN-IDX)
                   MOVE "AVISO" TO WS-RUNLOG-RESULTADO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    a lista vem de CENSOARQ.DAT; sem ela, a padrao.
       CARREGA-LISTA.
           MOVE 0 TO WS-QTD-CENSO.
           OPEN INPUT CENSO-ARQUIVOS-FILE.
           PERFORM UNTIL WS-CENSOARQ-STATUS NOT = "00"
               READ CENSO-ARQUIVOS-FILE
                   AT END
                       MOVE "10" TO WS-CENSOARQ-STATUS
                   NOT AT END
                       IF CARQ-NOME NOT = SPACES
                           PERFORM ACRESCENTA-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CENSO-ARQUIVOS-FILE.
           IF WS-QTD-CENSO = 0
               PERFORM VARYING WS-PADRAO-IDX FROM 1 BY 1
                       UNTIL WS-PADRAO-IDX > 14
                   MOVE ARQ-PADRAO(WS-PADRAO-IDX) TO CARQ-NOME
                   PERFORM ACRESCENTA-ARQUIVO
               END-PERFORM
           END-IF.

       ACRESCENTA-ARQUIVO.
           IF WS-QTD-CENSO < 60
               ADD 1 TO WS-QTD-CENSO
               SET CEN-IDX TO WS-QTD-CENSO
               INITIALIZE TAB-CEN(CEN-IDX)
               MOVE CARQ-NOME TO TAB-CEN-NOME(CEN-IDX)
           END-IF.

       CONTA-ARQUIVO.
           MOVE TAB-CEN-NOME(CEN-IDX) TO WS-CONTADO-NOME.
           MOVE "S" TO TAB-CEN-EXISTE(CEN-IDX).
           MOVE 0 TO TAB-CEN-HOJE(CEN-IDX).
           OPEN INPUT CONTADO-FILE.
           IF WS-CONTADO-STATUS NOT = "00"
               MOVE "N" TO TAB-CEN-EXISTE(CEN-IDX)
           END-IF.
           PERFORM UNTIL WS-CONTADO-STATUS NOT = "00"
               READ CONTADO-FILE
                   AT END
                       MOVE "10" TO WS-CONTADO-STATUS
                   NOT AT END
                       ADD 1 TO TAB-CEN-HOJE(CEN-IDX)
               END-READ
           END-PERFORM.
           CLOSE CONTADO-FILE.

      *    limite proprio do arquivo (CENSO-LIM-MENSLOG, pelo nome
      *    sem a extensao) ou o geral.
       BUSCA-LIMITE.
           MOVE SPACES TO WS-PARM-NOME-PEDIDO.
           STRING "CENSO-LIM-" TAB-CEN-NOME(CEN-IDX)
               DELIMITED BY "." INTO WS-PARM-NOME-PEDIDO.
           MOVE WS-LIMITE-PADRAO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO TAB-CEN-LIMITE(CEN-IDX).

      *    passa o historico pela copia de trabalho: as linhas de
      *    hoje (rodada repetida) saem e as de agora entram no fim;
      *    no caminho guarda, de cada arquivo, a ultima contagem
      *    antes de hoje e a primeira dos ultimos 30 dias.
       REGRAVA-HISTORICO.
           OPEN OUTPUT CENSO-TRABALHO-FILE.
           OPEN INPUT CENSO-HISTORICO-FILE.
           PERFORM UNTIL WS-CENSOHIS-STATUS NOT = "00"
               READ CENSO-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-CENSOHIS-STATUS
                   NOT AT END
                       IF CEN-DATA IS NUMERIC
                               AND CEN-DATA < WS-DATA-HOJE
                           PERFORM ANOTA-HISTORICO
                           MOVE CENSO-HISTORICO-REC
                               TO CENSO-TRABALHO-REC
                           WRITE CENSO-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CENSO-HISTORICO-FILE.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
               IF TAB-CEN-EXISTE(CEN-IDX) = "S"
                   MOVE WS-DATA-HOJE TO CEN-DATA
                   MOVE TAB-CEN-NOME(CEN-IDX) TO CEN-ARQUIVO
                   MOVE TAB-CEN-HOJE(CEN-IDX) TO CEN-REGISTROS
                   MOVE CENSO-HISTORICO-REC TO CENSO-TRABALHO-REC
                   WRITE CENSO-TRABALHO-REC
               END-IF
           END-PERFORM.
           CLOSE CENSO-TRABALHO-FILE.

           OPEN INPUT CENSO-TRABALHO-FILE.
           OPEN OUTPUT CENSO-HISTORICO-FILE.
           PERFORM UNTIL WS-CENSOTRB-STATUS NOT = "00"
               READ CENSO-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-CENSOTRB-STATUS
                   NOT AT END
                       MOVE CENSO-TRABALHO-REC TO CENSO-HISTORICO-REC
                       WRITE CENSO-HISTORICO-REC
               END-READ
           END-PERFORM.
           CLOSE CENSO-HISTORICO-FILE.
           CLOSE CENSO-TRABALHO-FILE.
           DELETE FILE CENSO-TRABALHO-FILE.

       ANOTA-HISTORICO.
           MOVE "N" TO WS-CEN-ACHOU.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
                      OR WS-CEN-ACHOU = "S"
               IF TAB-CEN-NOME(CEN-IDX) = CEN-ARQUIVO
                   MOVE "S" TO WS-CEN-ACHOU
                   MOVE CEN-DATA TO TAB-CEN-ANT-DATA(CEN-IDX)
                   MOVE CEN-REGISTROS TO TAB-CEN-ANT-QTD(CEN-IDX)
                   IF TAB-CEN-REF-DATA(CEN-IDX) = 0
                           AND CEN-DATA NOT < WS-DATA-CORTE
                       MOVE CEN-DATA TO TAB-CEN-REF-DATA(CEN-IDX)
                       MOVE CEN-REGISTROS TO TAB-CEN-REF-QTD(CEN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    crescimento da noite (por dia, se a rodada anterior nao
      *    foi ontem), do mes (ritmo dos ultimos 30 dias) e a media
      *    diaria antes desta noite, contra a qual se mede o salto.
       CALCULA-TENDENCIA.
           MOVE SPACE TO TAB-CEN-SALTO(CEN-IDX).
           MOVE SPACE TO TAB-CEN-AVISO(CEN-IDX).
           MOVE 0 TO TAB-CEN-PREVISAO(CEN-IDX).
           IF TAB-CEN-EXISTE(CEN-IDX) NOT = "S"
               GO TO CALCULA-TENDENCIA-FIM
           END-IF.
           IF TAB-CEN-ANT-DATA(CEN-IDX) > 0
               COMPUTE WS-DIAS-INTERVALO = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(TAB-CEN-ANT-DATA(CEN-IDX))
               COMPUTE TAB-CEN-DIA(CEN-IDX) ROUNDED =
                   (TAB-CEN-HOJE(CEN-IDX) - TAB-CEN-ANT-QTD(CEN-IDX))
                   / WS-DIAS-INTERVALO
           END-IF.
           IF TAB-CEN-REF-DATA(CEN-IDX) > 0
               COMPUTE WS-DIAS-INTERVALO = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(TAB-CEN-REF-DATA(CEN-IDX))
               COMPUTE TAB-CEN-MES(CEN-IDX) ROUNDED =
                   (TAB-CEN-HOJE(CEN-IDX) - TAB-CEN-REF-QTD(CEN-IDX))
                   * 30 / WS-DIAS-INTERVALO
           END-IF.
           IF TAB-CEN-REF-DATA(CEN-IDX) > 0
                   AND TAB-CEN-ANT-DATA(CEN-IDX) >
                       TAB-CEN-REF-DATA(CEN-IDX)
               COMPUTE WS-DIAS-INTERVALO =
                   FUNCTION INTEGER-OF-DATE(TAB-CEN-ANT-DATA(CEN-IDX))
                 - FUNCTION INTEGER-OF-DATE(TAB-CEN-REF-DATA(CEN-IDX))
               COMPUTE TAB-CEN-MEDIA(CEN-IDX) ROUNDED =
                   (TAB-CEN-ANT-QTD(CEN-IDX) - TAB-CEN-REF-QTD(CEN-IDX))
                   / WS-DIAS-INTERVALO
               IF TAB-CEN-MEDIA(CEN-IDX) < 0
                   MOVE 0 TO TAB-CEN-MEDIA(CEN-IDX)
               END-IF
               IF TAB-CEN-DIA(CEN-IDX) > WS-SALTO-MIN
                       AND TAB-CEN-DIA(CEN-IDX) * 100 >
                           TAB-CEN-MEDIA(CEN-IDX) * (100 + WS-SALTO-PCT)
                   MOVE "S" TO TAB-CEN-SALTO(CEN-IDX)
                   ADD 1 TO WS-QTD-SALTOS
               END-IF
           END-IF.

           IF TAB-CEN-HOJE(CEN-IDX) NOT < TAB-CEN-LIMITE(CEN-IDX)
               MOVE "P" TO TAB-CEN-AVISO(CEN-IDX)
               ADD 1 TO WS-QTD-LIMITES
               GO TO CALCULA-TENDENCIA-FIM
           END-IF.
           COMPUTE WS-TAXA-DIA ROUNDED = TAB-CEN-MES(CEN-IDX) / 30.
           IF WS-TAXA-DIA NOT > 0
               GO TO CALCULA-TENDENCIA-FIM
           END-IF.
           COMPUTE WS-DIAS-ATE-LIMITE =
               (TAB-CEN-LIMITE(CEN-IDX) - TAB-CEN-HOJE(CEN-IDX)
                + WS-TAXA-DIA - 1) / WS-TAXA-DIA.
           IF WS-DIAS-ATE-LIMITE > 36500
               GO TO CALCULA-TENDENCIA-FIM
           END-IF.
           COMPUTE TAB-CEN-PREVISAO(CEN-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE
                                        + WS-DIAS-ATE-LIMITE).
           IF WS-DIAS-ATE-LIMITE NOT > WS-AVISO-DIAS
               MOVE "A" TO TAB-CEN-AVISO(CEN-IDX)
               ADD 1 TO WS-QTD-LIMITES
           END-IF.

       CALCULA-TENDENCIA-FIM.
           EXIT.

      *    CENSOREL.DAT e refeito a cada rodada.
       GRAVA-RELATORIO.
           OPEN OUTPUT CENSO-REPORT-FILE.
           MOVE SPACES TO CENSO-REPORT-LINHA.
           STRING "CENSO DOS ARQUIVOS DE DADOS EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO CENSO-REPORT-LINHA.
           WRITE CENSO-REPORT-LINHA.
           MOVE SPACES TO CENSO-REPORT-LINHA.
           WRITE CENSO-REPORT-LINHA.
           MOVE SPACES TO CENSO-REPORT-LINHA.
           STRING "ARQUIVO     REGISTROS NOITE/DIA    30 DIAS"
                  "   LIMITE  PREVISAO"
               DELIMITED BY SIZE INTO CENSO-REPORT-LINHA.
           WRITE CENSO-REPORT-LINHA.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
               PERFORM IMPRIME-ARQUIVO
           END-PERFORM.
           CLOSE CENSO-REPORT-FILE.

       IMPRIME-ARQUIVO.
           MOVE SPACES TO CENSO-REPORT-LINHA.
           IF TAB-CEN-EXISTE(CEN-IDX) NOT = "S"
               STRING TAB-CEN-NOME(CEN-IDX) "  NAO ENCONTRADO"
                   DELIMITED BY SIZE INTO CENSO-REPORT-LINHA
               WRITE CENSO-REPORT-LINHA
           ELSE
               MOVE TAB-CEN-HOJE(CEN-IDX) TO WS-QTD-EDIT
               MOVE TAB-CEN-DIA(CEN-IDX) TO WS-DIF-EDIT
               MOVE TAB-CEN-MES(CEN-IDX) TO WS-DIF-EDIT-2
               MOVE TAB-CEN-LIMITE(CEN-IDX) TO WS-LIM-EDIT
               EVALUATE TRUE
                   WHEN CENSO-LIMITE-PASSADO(CEN-IDX)
                       MOVE "LIMITE PASSADO" TO WS-PREVISAO-TEXTO
                   WHEN TAB-CEN-PREVISAO(CEN-IDX) > 0
                       MOVE TAB-CEN-PREVISAO(CEN-IDX)
                           TO WS-PREVISAO-TEXTO
                   WHEN TAB-CEN-REF-DATA(CEN-IDX) = 0
                       MOVE "SEM HISTORICO" TO WS-PREVISAO-TEXTO
                   WHEN OTHER
                       MOVE "SEM PREVISAO" TO WS-PREVISAO-TEXTO
               END-EVALUATE
               STRING TAB-CEN-NOME(CEN-IDX) WS-QTD-EDIT " "
                      WS-DIF-EDIT " " WS-DIF-EDIT-2 " " WS-LIM-EDIT
                      "  " WS-PREVISAO-TEXTO
                   DELIMITED BY SIZE INTO CENSO-REPORT-LINHA
               WRITE CENSO-REPORT-LINHA
               IF CENSO-SALTO(CEN-IDX)
                   MOVE TAB-CEN-MEDIA(CEN-IDX) TO WS-DIF-EDIT
                   MOVE SPACES TO CENSO-REPORT-LINHA
                   STRING "  *** SALTO NA NOITE: MEDIA ANTERIOR "
                          FUNCTION TRIM(WS-DIF-EDIT) " POR DIA"
                       DELIMITED BY SIZE INTO CENSO-REPORT-LINHA
                   WRITE CENSO-REPORT-LINHA
               END-IF
               IF CENSO-LIMITE-PROXIMO(CEN-IDX)
                   MOVE "  *** LIMITE PREVISTO DENTRO DO AVISO"
                       TO CENSO-REPORT-LINHA
                   WRITE CENSO-REPORT-LINHA
               END-IF
           END-IF.

      *    salto vai urgente para OPERACOES; limite passado ou
      *    previsto dentro do aviso vai como mensagem normal.
       ENFILEIRA-AVISOS.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-QTD-CENSO
               IF CENSO-SALTO(CEN-IDX)
                   MOVE SPACES TO FILA-MENSAGEM-REC
                   MOVE "OPERACOES" TO FILA-DESTINATARIO
                   MOVE "U" TO FILA-PRIORIDADE
                   MOVE TAB-CEN-DIA(CEN-IDX) TO WS-DIF-EDIT
                   MOVE TAB-CEN-MEDIA(CEN-IDX) TO WS-DIF-EDIT-2
                   STRING "CENSO: " TAB-CEN-NOME(CEN-IDX)
                          " CRESCEU " FUNCTION TRIM(WS-DIF-EDIT)
                          " REG NA NOITE (MEDIA "
                          FUNCTION TRIM(WS-DIF-EDIT-2)
                          ") - VER CENSOREL"
                       DELIMITED BY SIZE INTO FILA-TEXTO
                   MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO
                   WRITE FILA-MENSAGEM-REC
               END-IF
               IF CENSO-LIMITE-PASSADO(CEN-IDX)
                       OR CENSO-LIMITE-PROXIMO(CEN-IDX)
                   MOVE SPACES TO FILA-MENSAGEM-REC
                   MOVE "OPERACOES" TO FILA-DESTINATARIO
                   MOVE "R" TO FILA-PRIORIDADE
                   MOVE TAB-CEN-LIMITE(CEN-IDX) TO WS-LIM-EDIT
                   IF CENSO-LIMITE-PASSADO(CEN-IDX)
                       STRING "CENSO: " TAB-CEN-NOME(CEN-IDX)
                              " PASSOU DO LIMITE DE "
                              FUNCTION TRIM(WS-LIM-EDIT)
                              " REG - VER CENSOREL"
                           DELIMITED BY SIZE INTO FILA-TEXTO
                   ELSE
                       STRING "CENSO: " TAB-CEN-NOME(CEN-IDX)
                              " CHEGA A "
                              FUNCTION TRIM(WS-LIM-EDIT)
                              " REG EM " TAB-CEN-PREVISAO(CEN-IDX)
                              " - VER CENSOREL"
                           DELIMITED BY SIZE INTO FILA-TEXTO
                   END-IF
                   MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO
                   WRITE FILA-MENSAGEM-REC
               END-IF
           END-PERFORM.
           CLOSE FILA-MENSAGENS-FILE.
           DISPLAY "AVISO(S) DO CENSO ENFILEIRADO(S) PARA OPERACOES".

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
