       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG106.
      *    PAGAMENTO ANTECIPADO DE FERIAS (FERIAS + 1/3).
      * 2026-10-15 primeira versao: varre os agendamentos do
      *            FERIAS.DAT (do PROG73) e paga os que comecam nos
      *            proximos FERIAS-ANTECEDENCIA dias (parametro
      *            central, padrao 10): dias agendados sobre o
      *            salario base em base de 30, mais o 1/3
      *            constitucional, com INSS e IRRF pelas mesmas
      *            faixas da folha (FAIXAPROC.cpy). o pagamento tem
      *            de sair ate FERIAS-PRAZO-MINIMO dias (padrao 2)
      *            antes do inicio; agendamento pago em cima da hora
      *            vai para a trilha comum de excecoes. sai o recibo
      *            de ferias por funcionario (FERPGREL, geracao
      *            datada), o credito na remessa bancaria
      *            BANCOREM.DAT, a linha em FOLHAHIS.DAT na
      *            competencia do inicio do gozo e o registro em
      *            FERIAPAG.DAT, que impede pagar o mesmo
      *            agendamento duas vezes e deixa o PROG43 tirar da
      *            folha mensal os dias ja pagos.
      * 2026-10-15 a linha do historico leva a base do FGTS (ferias
      *            + 1/3) para a apuracao do PROG107.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.
      * 2026-10-15 linha do historico sai sem marca de rodada da
      *            folha (FH-EXECUCAO); remessa em 74 posicoes.
      * 2026-10-15 credito de ferias na remessa leva a sequencia de
      *            origem 902, para o PROG64 nao o confundir com o
      *            liquido da folha do mesmo funcionario.
      * 2026-10-15 gozo em competencia ja fechada (FOLHFECH.DAT) lanca a
      *            linha do historico no proximo mes aberto, com o mes
      *            do gozo em FH-COMPETENCIA-REF (como o PROG61).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAS-STATUS.

      *    ferias ja pagas, so-acrescimo.
           SELECT FERIAS-PAGAS-FILE ASSIGN TO "FERIAPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAPAG-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           COPY "REMSEL.cpy".

           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

      *    recibo de ferias, geracao datada (FERPGREL.AAAAMMDD).
           SELECT RECIBO-FERIAS-FILE
               ASSIGN TO DYNAMIC WS-RELGER-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERPGREL-STATUS.

           COPY "RELGERSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "FECHSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS-FILE.
       COPY "FERREC.cpy".

       FD  FERIAS-PAGAS-FILE.
       COPY "FPAGREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       COPY "REMFD.cpy".

       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  RECIBO-FERIAS-FILE.
       01  RECIBO-FERIAS-LINHA PIC X(80).

       COPY "RELGERFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".
       COPY "FECHFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FERIAS-STATUS   PIC XX.
       01  WS-FERIAPAG-STATUS PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-MASTER-STATUS   PIC XX.
       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-FERPGREL-STATUS PIC XX.

      *    agendamentos ja pagos (codigo + inicio), para a mesma
      *    ferias nao sair duas vezes.
       01  WS-TABELA-PAGAS.
           05  TAB-PAGA OCCURS 500 TIMES INDEXED BY PAGA-IDX.
               10  TAB-PAGA-COD    PIC X(6).
               10  TAB-PAGA-INICIO PIC 9(8).
       01  WS-QTD-PAGAS PIC 9(3) VALUE 0.
       01  WS-JA-PAGA PIC X.
           88  FERIAS-JA-PAGA VALUE "S".

      *    janela de pagamento: agendamentos que comecam ate
      *    FERIAS-ANTECEDENCIA dias a frente; pagos a menos de
      *    FERIAS-PRAZO-MINIMO dias do inicio ficam registrados.
       01  WS-FERIAS-ANTECEDENCIA PIC 9(3) VALUE 10.
       01  WS-FERIAS-PRAZO-MINIMO PIC 9(3) VALUE 2.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DATA-LIMITE PIC 9(8).
       01  WS-DIAS-CORRIDOS PIC S9(7).
       01  WS-DIAS-ATE-INICIO PIC S9(7).
       01  WS-DIAS-FERIAS PIC 9(3).

      *    verbas do recibo.
       01  WS-VERBA-FERIAS  PIC 9(7)V99.
       01  WS-VERBA-TERCO   PIC 9(7)V99.
       01  WS-VERBA-INSS    PIC 9(6)V99.
       01  WS-VERBA-IRRF    PIC 9(6)V99.
       01  WS-VERBA-BRUTO   PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-VERBA-LIQUIDO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-VALOR-EDIT    PIC -(7)9.99.
       01  WS-LINHA-DESCRICAO PIC X(30).
       01  WS-LINHA-VALOR   PIC S9(7)V99 SIGN LEADING SEPARATE.

       01  WS-TOTAL-GERAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       01  WS-TOTAL-EDIT PIC -(9)9.99.
       01  WS-QTD-PAGOS PIC 9(5) VALUE 0.
       01  WS-QTD-PULADOS PIC 9(5) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "RELGERWS.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "FECHWS.cpy".
       COPY "FAIXAWS.cpy".
       COPY "REMWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG106" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FAIXAS-DESCONTOS.
           MOVE "FERIAS-ANTECEDENCIA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-FERIAS-ANTECEDENCIA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-FERIAS-ANTECEDENCIA.
           MOVE "FERIAS-PRAZO-MINIMO" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-FERIAS-PRAZO-MINIMO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-FERIAS-PRAZO-MINIMO.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-FERIAS-ANTECEDENCIA.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).

           OPEN INPUT FERIAS-FILE.
           IF WS-FERIAS-STATUS NOT = "00"
               DISPLAY "CONTROLE DE FERIAS NAO ENCONTRADO"
               CLOSE FERIAS-FILE
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-FERIAS-PAGAS.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE PAGAMENTO NAO ENCONTRADO"
               CLOSE PAGAMENTO-MASTER-FILE
               CLOSE FERIAS-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               CLOSE PAGAMENTO-MASTER-FILE
               CLOSE FERIAS-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-REMESSA.

           OPEN EXTEND FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               CLOSE FOLHA-HISTORICO-FILE
               OPEN OUTPUT FOLHA-HISTORICO-FILE
           END-IF.
           OPEN EXTEND FERIAS-PAGAS-FILE.
           IF WS-FERIAPAG-STATUS NOT = "00"
               CLOSE FERIAS-PAGAS-FILE
               OPEN OUTPUT FERIAS-PAGAS-FILE
           END-IF.
           MOVE "FERPGREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           OPEN OUTPUT RECIBO-FERIAS-FILE.
           MOVE SPACES TO RECIBO-FERIAS-LINHA.
           STRING "===== RECIBOS DE FERIAS - PAGAMENTO DE "
                  WS-DATA-HOJE " ====="
               DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.

           PERFORM UNTIL WS-FERIAS-STATUS NOT = "00"
               READ FERIAS-FILE
                   AT END
                       MOVE "10" TO WS-FERIAS-STATUS
                   NOT AT END
                       PERFORM CONFERE-AGENDAMENTO
                           THRU CONFERE-AGENDAMENTO-FIM
               END-READ
           END-PERFORM.

           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RECIBO-FERIAS-LINHA.
           STRING "TOTAL LIQUIDO DAS FERIAS " WS-TOTAL-EDIT
                  " (" WS-QTD-PAGOS " PAGAS, "
                  WS-QTD-PULADOS " PULADAS)"
               DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           DISPLAY RECIBO-FERIAS-LINHA.

           PERFORM REGRAVA-REMESSA.

           CLOSE RECIBO-FERIAS-FILE.
           CLOSE FERIAS-PAGAS-FILE.
           CLOSE FOLHA-HISTORICO-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           CLOSE FERIAS-FILE.
           CLOSE EXCECOES-COMUM-FILE.
           DISPLAY "FERIAS: " WS-QTD-PAGOS " PAGAS, "
               WS-QTD-PULADOS " PULADAS".

           MOVE WS-QTD-PAGOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-FERIAS-PAGAS.
           MOVE 0 TO WS-QTD-PAGAS.
           OPEN INPUT FERIAS-PAGAS-FILE.
           IF WS-FERIAPAG-STATUS = "00"
               PERFORM UNTIL WS-FERIAPAG-STATUS NOT = "00"
                   READ FERIAS-PAGAS-FILE
                       AT END
                           MOVE "10" TO WS-FERIAPAG-STATUS
                       NOT AT END
                           IF WS-QTD-PAGAS < 500
                               ADD 1 TO WS-QTD-PAGAS
                               SET PAGA-IDX TO WS-QTD-PAGAS
                               MOVE FPG-COD TO TAB-PAGA-COD(PAGA-IDX)
                               MOVE FPG-AGENDA-INICIO
                                   TO TAB-PAGA-INICIO(PAGA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FERIAS-PAGAS-FILE.

      *    entra o agendamento que comeca dentro da janela e ainda
      *    nao terminou, sem pagamento anterior. funcionario
      *    inativo fica com a rescisao (PROG105); sem mestre de
      *    pagamento, o agendamento volta na proxima noite.
       CONFERE-AGENDAMENTO.
           IF FER-AGENDA-INICIO = 0 OR FER-AGENDA-FIM = 0
               GO TO CONFERE-AGENDAMENTO-FIM
           END-IF.
           IF FER-AGENDA-INICIO > WS-DATA-LIMITE
                   OR FER-AGENDA-FIM < WS-DATA-HOJE
                   OR FER-AGENDA-FIM < FER-AGENDA-INICIO
               GO TO CONFERE-AGENDAMENTO-FIM
           END-IF.
           MOVE "N" TO WS-JA-PAGA.
           PERFORM VARYING PAGA-IDX FROM 1 BY 1
                   UNTIL PAGA-IDX > WS-QTD-PAGAS
               IF TAB-PAGA-COD(PAGA-IDX) = FER-COD
                       AND TAB-PAGA-INICIO(PAGA-IDX) = FER-AGENDA-INICIO
                   MOVE "S" TO WS-JA-PAGA
               END-IF
           END-PERFORM.
           IF FERIAS-JA-PAGA
               GO TO CONFERE-AGENDAMENTO-FIM
           END-IF.

           MOVE FER-COD TO FM-COD.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADOS
                   MOVE "PROG106" TO WS-EXCCOM-PROGRAMA
                   MOVE "SEM-MESTRE" TO WS-EXCCOM-CAMPO
                   MOVE FER-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO CONFERE-AGENDAMENTO-FIM
           END-READ.
           IF FM-SITUACAO = "I"
               ADD 1 TO WS-QTD-PULADOS
               GO TO CONFERE-AGENDAMENTO-FIM
           END-IF.
           MOVE FER-COD TO PM-COD.
           READ PAGAMENTO-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADOS
                   MOVE "PROG106" TO WS-EXCCOM-PROGRAMA
                   MOVE "SEM-PAGAMENTO" TO WS-EXCCOM-CAMPO
                   MOVE FER-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO CONFERE-AGENDAMENTO-FIM
           END-READ.

           COMPUTE WS-DIAS-ATE-INICIO =
               FUNCTION INTEGER-OF-DATE(FER-AGENDA-INICIO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           IF WS-DIAS-ATE-INICIO < WS-FERIAS-PRAZO-MINIMO
               MOVE "PROG106" TO WS-EXCCOM-PROGRAMA
               MOVE "FORA-DO-PRAZO" TO WS-EXCCOM-CAMPO
               MOVE FER-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

           PERFORM CALCULA-FERIAS.
           ADD WS-VERBA-LIQUIDO TO WS-TOTAL-GERAL.
           ADD 1 TO WS-QTD-PAGOS.
           PERFORM IMPRIME-RECIBO-FERIAS.
           PERFORM GRAVA-HISTORICO-FERIAS.
           PERFORM ANOTA-CREDITO-FERIAS
               THRU ANOTA-CREDITO-FERIAS-FIM.
           PERFORM GRAVA-FERIAS-PAGA.

       CONFERE-AGENDAMENTO-FIM.
           EXIT.

      *    dias corridos do agendamento sobre o salario base em base
      *    de 30, mais o 1/3; INSS e IRRF sobre ferias + 1/3, pelas
      *    faixas da folha.
       CALCULA-FERIAS.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(FER-AGENDA-FIM)
               - FUNCTION INTEGER-OF-DATE(FER-AGENDA-INICIO) + 1.
           IF WS-DIAS-CORRIDOS > 30
               MOVE 30 TO WS-DIAS-CORRIDOS
           END-IF.
           MOVE WS-DIAS-CORRIDOS TO WS-DIAS-FERIAS.
           COMPUTE WS-VERBA-FERIAS ROUNDED =
               PM-SALARIO-BASE * WS-DIAS-FERIAS / 30.
           COMPUTE WS-VERBA-TERCO ROUNDED = WS-VERBA-FERIAS / 3.
           COMPUTE WS-VERBA-BRUTO = WS-VERBA-FERIAS + WS-VERBA-TERCO.
           MOVE WS-VERBA-BRUTO TO WS-FAIXA-BASE.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           MOVE WS-FAIXA-INSS TO WS-VERBA-INSS.
           MOVE WS-FAIXA-IRRF TO WS-VERBA-IRRF.
           COMPUTE WS-VERBA-LIQUIDO = WS-VERBA-BRUTO
               - WS-VERBA-INSS - WS-VERBA-IRRF.

      *    uma pagina por funcionario, como o contracheque, com o
      *    campo de assinatura do recibo.
       IMPRIME-RECIBO-FERIAS.
           MOVE ALL "=" TO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           MOVE SPACES TO RECIBO-FERIAS-LINHA.
           STRING "RECIBO DE FERIAS - " FM-COD " " FM-NOME
                  "  DEPTO " PM-DEPTO
               DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           MOVE SPACES TO RECIBO-FERIAS-LINHA.
           STRING "AQUISITIVO " FER-AQUIS-INICIO " A " FER-AQUIS-FIM
                  "  GOZO " FER-AGENDA-INICIO " A " FER-AGENDA-FIM
               DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.

           MOVE SPACES TO WS-LINHA-DESCRICAO.
           STRING "FERIAS (" WS-DIAS-FERIAS " D)"
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-FERIAS TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE "1/3 CONSTITUCIONAL" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-TERCO TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE "INSS" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-INSS TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.
           MOVE "IRRF" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-IRRF TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.

           MOVE WS-VERBA-LIQUIDO TO WS-VALOR-EDIT.
           MOVE SPACES TO RECIBO-FERIAS-LINHA.
           STRING "  LIQUIDO DAS FERIAS                     "
                  WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           MOVE SPACES TO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           MOVE "  ______________________    ______________________"
               TO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           MOVE "  EMPREGADOR                 EMPREGADO"
               TO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.
           MOVE ALL "-" TO RECIBO-FERIAS-LINHA.
           WRITE RECIBO-FERIAS-LINHA.

      *    verba zerada nao ocupa linha no recibo.
       IMPRIME-PROVENTO.
           IF WS-LINHA-VALOR NOT = 0
               MOVE WS-LINHA-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO RECIBO-FERIAS-LINHA
               STRING "  PROVENTO " WS-LINHA-DESCRICAO " "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA
               WRITE RECIBO-FERIAS-LINHA
           END-IF.

       IMPRIME-DESCONTO.
           IF WS-LINHA-VALOR NOT = 0
               MOVE WS-LINHA-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO RECIBO-FERIAS-LINHA
               STRING "  DESCONTO " WS-LINHA-DESCRICAO " "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA
               WRITE RECIBO-FERIAS-LINHA
           END-IF.

      *    as ferias entram no historico na competencia do inicio do
      *    gozo, somando-se a folha daquele mes; mes ja fechado
      *    manda a linha para o proximo mes aberto, com a
      *    referencia ao mes do gozo (como o PROG61).
       GRAVA-HISTORICO-FERIAS.
           MOVE FER-AGENDA-INICIO(1:6) TO FH-COMPETENCIA.
           MOVE 0 TO FH-COMPETENCIA-REF.
           MOVE FER-AGENDA-INICIO(1:6) TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               MOVE WS-FECH-COMPETENCIA TO FH-COMPETENCIA-REF
               MOVE WS-FECH-PROXIMA-ABERTA TO FH-COMPETENCIA
               MOVE SPACES TO RECIBO-FERIAS-LINHA
               STRING "  COMPETENCIA " WS-FECH-COMPETENCIA
                      " FECHADA: HISTORICO LANCADO EM "
                      WS-FECH-PROXIMA-ABERTA
                   DELIMITED BY SIZE INTO RECIBO-FERIAS-LINHA
               WRITE RECIBO-FERIAS-LINHA
           END-IF.
           MOVE FER-COD TO FH-COD.
           MOVE FM-NOME TO FH-NOME.
           MOVE PM-DEPTO TO FH-DEPTO.
           MOVE WS-VERBA-BRUTO TO FH-BRUTO.
           MOVE WS-VERBA-INSS TO FH-INSS.
           MOVE WS-VERBA-IRRF TO FH-IRRF.
           MOVE 0 TO FH-DESC-PADRAO.
           MOVE 0 TO FH-EMP-PARCELA.
           MOVE 0 TO FH-SALFAM.
           MOVE 0 TO FH-ORDEM-JUDICIAL.
           MOVE 0 TO FH-BENEFICIOS.
           MOVE WS-VERBA-LIQUIDO TO FH-LIQUIDO.
           MOVE "V" TO FH-TIPO-PAGAMENTO.
           MOVE WS-VERBA-BRUTO TO FH-BASE-FGTS.
           MOVE SPACES TO FH-EXECUCAO.
           WRITE FH-FOLHA-HIST-REC.

      *    liquido zerado ou negativo nao vira credito (mesma regra
      *    da folha) e fica na trilha comum de excecoes.
       ANOTA-CREDITO-FERIAS.
           IF WS-VERBA-LIQUIDO <= 0
               MOVE "PROG106" TO WS-EXCCOM-PROGRAMA
               MOVE "LIQUIDO-NEGATIVO" TO WS-EXCCOM-CAMPO
               MOVE FER-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ANOTA-CREDITO-FERIAS-FIM
           END-IF.
           MOVE FER-COD TO WS-REMADD-COD.
           MOVE FM-NOME TO WS-REMADD-NOME.
           MOVE WS-VERBA-LIQUIDO TO WS-REMADD-VALOR.
           SET REMADD-ORIGEM-FERIAS TO TRUE.
           PERFORM ANOTA-CREDITO-REMESSA
               THRU ANOTA-CREDITO-REMESSA-FIM.
           IF NOT CREDITO-REMESSA-ANOTADO
               MOVE "PROG106" TO WS-EXCCOM-PROGRAMA
               MOVE "REMESSA-CHEIA" TO WS-EXCCOM-CAMPO
               MOVE FER-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

       ANOTA-CREDITO-FERIAS-FIM.
           EXIT.

       GRAVA-FERIAS-PAGA.
           MOVE FER-COD TO FPG-COD.
           MOVE FER-AGENDA-INICIO TO FPG-AGENDA-INICIO.
           MOVE FER-AGENDA-FIM TO FPG-AGENDA-FIM.
           MOVE WS-DIAS-FERIAS TO FPG-DIAS.
           MOVE WS-DATA-HOJE TO FPG-DATA-PAGAMENTO.
           MOVE WS-VERBA-FERIAS TO FPG-VALOR-FERIAS.
           MOVE WS-VERBA-TERCO TO FPG-VALOR-TERCO.
           MOVE WS-VERBA-INSS TO FPG-INSS.
           MOVE WS-VERBA-IRRF TO FPG-IRRF.
           MOVE WS-VERBA-LIQUIDO TO FPG-LIQUIDO.
           WRITE FPG-FERIAS-PAGA-REC.
           IF WS-QTD-PAGAS < 500
               ADD 1 TO WS-QTD-PAGAS
               SET PAGA-IDX TO WS-QTD-PAGAS
               MOVE FER-COD TO TAB-PAGA-COD(PAGA-IDX)
               MOVE FER-AGENDA-INICIO TO TAB-PAGA-INICIO(PAGA-IDX)
           END-IF.

       COPY "FAIXAPROC.cpy".
       COPY "REMPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "FECHPROC.cpy".
