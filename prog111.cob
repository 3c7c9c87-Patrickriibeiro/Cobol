       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG111.
      *    RECALCULO RETROATIVO DE DISSIDIO COLETIVO.
      * 2026-10-15 primeira versao: em duas etapas, no molde das
      *            mudancas salariais pendentes (PROG42/PROG69).
      *            modo P (proposta): pede o percentual do reajuste,
      *            a competencia de vigencia e o filtro de grade
      *            (PM-GRADE atual) e departamento (o da linha do
      *            mes), refaz cada mes FECHADO (FOLHFECH.DAT) do
      *            historico da folha (FOLHAHIS.DAT, folha mensal,
      *            ultimo registro vale) desde a vigencia com o
      *            bruto reajustado e apura mes a mes a diferenca de
      *            bruto, INSS e IRRF (faixas vigentes, parametros
      *            centrais). sai o relatorio detalhado DISSREL
      *            (geracao datada) para o RH conferir e assinar, e
      *            a proposta em DISSPEND.DAT. modo A (aplicar), so
      *            supervisor: lanca a proposta em FOLHAMOV.DAT no
      *            proximo mes aberto como acerto retroativo - um
      *            provento P com a diferenca do bruto e descontos I
      *            e R com as diferencas de INSS e IRRF, todos com o
      *            mes de referencia em MOV-COMPETENCIA-REF - e marca
      *            a proposta como aplicada (nao aplica duas vezes).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT MOVIMENTOS-FOLHA-FILE ASSIGN TO "FOLHAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAMOV-STATUS.

      *    proposta de dissidio aguardando aplicacao: um cabecalho
      *    com os dados do reajuste e a situacao (P pendente, A
      *    aplicada) e uma linha por funcionario e mes.
           SELECT PROPOSTA-DISSIDIO-FILE ASSIGN TO "DISSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISSPEND-STATUS.

      *    relatorio de conferencia, geracao datada (DISSREL.AAAAMMDD).
           SELECT DISSIDIO-REPORT-FILE
               ASSIGN TO DYNAMIC WS-RELGER-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISSREL-STATUS.

           COPY "FECHSEL.cpy".
           COPY "RELGERSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  MOVIMENTOS-FOLHA-FILE.
       COPY "MOVREC.cpy".

       FD  PROPOSTA-DISSIDIO-FILE.
       01  DISSPEND-REC PIC X(80).
       01  DISSPEND-CABECALHO REDEFINES DISSPEND-REC.
           05  DSP-CAB-TIPO        PIC X.
           05  DSP-CAB-SITUACAO    PIC X.
               88  PROPOSTA-PENDENTE VALUE "P".
           05  DSP-CAB-DATA        PIC 9(8).
           05  DSP-CAB-PERCENTUAL  PIC 9(3)V99.
           05  DSP-CAB-VIGENCIA    PIC 9(6).
           05  DSP-CAB-GRADE       PIC X(2).
           05  DSP-CAB-DEPTO       PIC X(4).
           05  DSP-CAB-DESTINO     PIC 9(6).
           05  DSP-CAB-OPERADOR    PIC X(8).
           05  DSP-CAB-DATA-APLIC  PIC 9(8).
           05  FILLER              PIC X(31).
       01  DISSPEND-DETALHE REDEFINES DISSPEND-REC.
           05  DSP-DET-TIPO        PIC X.
           05  DSP-DET-COD         PIC X(6).
           05  DSP-DET-NOME        PIC X(20).
           05  DSP-DET-REFERENCIA  PIC 9(6).
           05  DSP-DET-DIF-BRUTO   PIC 9(7)V99.
           05  DSP-DET-DIF-INSS    PIC 9(6)V99.
           05  DSP-DET-DIF-IRRF    PIC 9(6)V99.
           05  FILLER              PIC X(22).

       FD  DISSIDIO-REPORT-FILE.
       01  DISSIDIO-REPORT-LINHA PIC X(80).

       COPY "FECHFD.cpy".
       COPY "RELGERFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-FOLHAMOV-STATUS PIC XX.
       01  WS-DISSPEND-STATUS PIC XX.
       01  WS-DISSREL-STATUS  PIC XX.

       01  WS-MODO PIC X.
           88  MODO-PROPOSTA VALUE "P".
           88  MODO-APLICAR  VALUE "A".

      *    dados do reajuste.
       01  WS-PERCENTUAL-ENTRADA PIC X(8).
       01  WS-PERCENTUAL PIC 9(3)V99.
       01  WS-PERCENTUAL-EDIT PIC ZZ9.99.
       01  WS-VIGENCIA PIC 9(6).
       01  WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
           05  WS-VIG-ANO PIC 9(4).
           05  WS-VIG-MES PIC 9(2).
       01  WS-FILTRO-GRADE PIC X(2).
       01  WS-FILTRO-DEPTO PIC X(4).
       01  WS-DESTINO PIC 9(6).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
           88  MESTRE-PAGAMENTO-DISPONIVEL VALUE "S".

      *    meses fechados da folha mensal desde a vigencia, ultimo
      *    registro de cada funcionario e mes vale.
       01  WS-TABELA-MESES.
           05  TAB-MES OCCURS 3000 TIMES INDEXED BY MES-IDX.
               10  TAB-MES-COD   PIC X(6).
               10  TAB-MES-NOME  PIC X(20).
               10  TAB-MES-COMP  PIC 9(6).
               10  TAB-MES-DEPTO PIC X(4).
               10  TAB-MES-BRUTO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-QTD-MESES PIC 9(4) VALUE 0.
       01  WS-MES-ACHADO PIC X.
           88  MES-ACHADO VALUE "S".
       01  WS-MES-FECHADO PIC X.
           88  MES-ESTA-FECHADO VALUE "S".

      *    funcionarios da proposta, na ordem em que aparecem.
       01  WS-TABELA-FUNCIONARIOS.
           05  TAB-FUN OCCURS 500 TIMES INDEXED BY FUN-IDX.
               10  TAB-FUN-COD  PIC X(6).
               10  TAB-FUN-NOME PIC X(20).
       01  WS-QTD-FUNCIONARIOS PIC 9(3) VALUE 0.
       01  WS-FUN-ACHADO PIC X.
           88  FUNCIONARIO-ACHADO VALUE "S".

      *    diferencas do mes e totais.
       01  WS-BRUTO-NOVO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-DIF-BRUTO PIC 9(7)V99.
       01  WS-INSS-ANTES PIC 9(6)V99.
       01  WS-IRRF-ANTES PIC 9(6)V99.
       01  WS-DIF-INSS PIC 9(6)V99.
       01  WS-DIF-IRRF PIC 9(6)V99.
       01  WS-DIF-LIQUIDO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-FUN-DIF-BRUTO PIC 9(9)V99.
       01  WS-FUN-DIF-INSS PIC 9(9)V99.
       01  WS-FUN-DIF-IRRF PIC 9(9)V99.
       01  WS-TOT-DIF-BRUTO PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DIF-INSS PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DIF-IRRF PIC 9(9)V99 VALUE 0.
       01  WS-QTD-LINHAS PIC 9(4) VALUE 0.
       01  WS-QTD-MOVIMENTOS PIC 9(5) VALUE 0.
       01  WS-BRUTO-EDIT PIC Z(6)9.99.
       01  WS-DIF-EDIT PIC Z(6)9.99.
       01  WS-INSS-EDIT PIC Z(5)9.99.
       01  WS-IRRF-EDIT PIC Z(5)9.99.
       01  WS-LIQ-EDIT PIC -(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(8)9.99.

      *    proposta lida no modo A, para regravar marcada.
       01  WS-CABECALHO-LIDO PIC X(80).
       01  WS-TABELA-DETALHES.
           05  TAB-DET PIC X(80) OCCURS 3000 TIMES
                   INDEXED BY DET-IDX.
       01  WS-QTD-DETALHES PIC 9(4) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "FECHWS.cpy".
       COPY "RELGERWS.cpy".
       COPY "PARMWS.cpy".
       COPY "FAIXAWS.cpy".
       COPY "RUNWS.cpy".
       COPY "SIGNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG111" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           DISPLAY "DISSIDIO: P=PROPOSTA (RELATORIO) A=APLICAR:"
           ACCEPT WS-MODO.
           EVALUATE TRUE
               WHEN MODO-PROPOSTA
                   PERFORM MONTA-PROPOSTA
                       THRU MONTA-PROPOSTA-FIM
               WHEN MODO-APLICAR
                   PERFORM APLICA-PROPOSTA
                       THRU APLICA-PROPOSTA-FIM
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
                   MOVE "ENTRADA-RUIM" TO WS-RUNLOG-RESULTADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE EXCECOES-COMUM-FILE.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    ---------------------------------------------------------
      *    modo P: recalculo e proposta.
      *    ---------------------------------------------------------
       MONTA-PROPOSTA.
           DISPLAY "PERCENTUAL DO REAJUSTE (EX.: 6.00):"
           ACCEPT WS-PERCENTUAL-ENTRADA.
           MOVE 0 TO WS-PERCENTUAL.
           IF FUNCTION TEST-NUMVAL(WS-PERCENTUAL-ENTRADA) = 0
               COMPUTE WS-PERCENTUAL =
                   FUNCTION NUMVAL(WS-PERCENTUAL-ENTRADA)
           END-IF.
           DISPLAY "COMPETENCIA DE VIGENCIA (AAAAMM):"
           ACCEPT WS-VIGENCIA.
           IF WS-PERCENTUAL = 0 OR WS-PERCENTUAL > 100
                   OR WS-VIG-MES < 1 OR WS-VIG-MES > 12
               DISPLAY "PERCENTUAL OU VIGENCIA INVALIDOS"
               MOVE "ENTRADA-RUIM" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               GO TO MONTA-PROPOSTA-FIM
           END-IF.
           DISPLAY "GRADE (2 CARACTERES, VAZIO = TODAS):"
           ACCEPT WS-FILTRO-GRADE.
           DISPLAY "DEPARTAMENTO (4 CARACTERES, VAZIO = TODOS):"
           ACCEPT WS-FILTRO-DEPTO.

      *    o acerto vai para o primeiro mes aberto a partir de hoje;
      *    a mesma leitura traz a lista dos meses fechados.
           MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           MOVE WS-FECH-PROXIMA-ABERTA TO WS-DESTINO.

           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FAIXAS-DESCONTOS.
           MOVE "N" TO WS-TEM-PAYMSTR.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-PAYMSTR
           ELSE
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.
           PERFORM CARREGA-MESES
               THRU CARREGA-MESES-FIM.
           IF MESTRE-PAGAMENTO-DISPONIVEL
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.
           IF WS-QTD-MESES = 0
               DISPLAY "NENHUM MES FECHADO DESDE " WS-VIGENCIA
                   " PARA O FILTRO PEDIDO"
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               GO TO MONTA-PROPOSTA-FIM
           END-IF.

           MOVE "DISSREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           OPEN OUTPUT DISSIDIO-REPORT-FILE.
           OPEN OUTPUT PROPOSTA-DISSIDIO-FILE.
           MOVE SPACES TO DISSPEND-REC.
           MOVE "H" TO DSP-CAB-TIPO.
           MOVE "P" TO DSP-CAB-SITUACAO.
           MOVE WS-DATA-HOJE TO DSP-CAB-DATA.
           MOVE WS-PERCENTUAL TO DSP-CAB-PERCENTUAL.
           MOVE WS-VIGENCIA TO DSP-CAB-VIGENCIA.
           MOVE WS-FILTRO-GRADE TO DSP-CAB-GRADE.
           MOVE WS-FILTRO-DEPTO TO DSP-CAB-DEPTO.
           MOVE WS-DESTINO TO DSP-CAB-DESTINO.
           MOVE 0 TO DSP-CAB-DATA-APLIC.
           WRITE DISSPEND-REC.

           PERFORM IMPRIME-CABECALHO-DISSIDIO.
           PERFORM VARYING FUN-IDX FROM 1 BY 1
                   UNTIL FUN-IDX > WS-QTD-FUNCIONARIOS
               PERFORM RECALCULA-FUNCIONARIO
           END-PERFORM.
           PERFORM IMPRIME-RODAPE-DISSIDIO.

           CLOSE PROPOSTA-DISSIDIO-FILE.
           CLOSE DISSIDIO-REPORT-FILE.
           MOVE WS-TOT-DIF-BRUTO TO WS-TOTAL-EDIT.
           DISPLAY "PROPOSTA DE DISSIDIO: " WS-QTD-LINHAS
               " MESES, DIFERENCA BRUTA " WS-TOTAL-EDIT
               " - CONFERIR O DISSREL E APLICAR NO MODO A".
           MOVE WS-QTD-LINHAS TO WS-RUNLOG-REGISTROS.

       MONTA-PROPOSTA-FIM.
           EXIT.

       CARREGA-MESES.
           MOVE 0 TO WS-QTD-MESES.
           MOVE 0 TO WS-QTD-FUNCIONARIOS.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               DISPLAY "HISTORICO DA FOLHA NAO ENCONTRADO"
               CLOSE FOLHA-HISTORICO-FILE
               GO TO CARREGA-MESES-FIM
           END-IF.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-FOLHA-MENSAL
                               AND FH-COMPETENCIA >= WS-VIGENCIA
                           PERFORM ANOTA-MES
                               THRU ANOTA-MES-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.

       CARREGA-MESES-FIM.
           EXIT.

      *    so mes fechado entra (mes aberto ainda vai ser rodado com
      *    o salario novo); filtro de departamento pela linha do
      *    mes, de grade pelo mestre de pagamento atual.
       ANOTA-MES.
           MOVE "N" TO WS-MES-FECHADO.
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX > WS-FECH-QTD
               IF TAB-FECH-COMPETENCIA(WS-FECH-IDX) = FH-COMPETENCIA
                   MOVE "S" TO WS-MES-FECHADO
               END-IF
           END-PERFORM.
           IF NOT MES-ESTA-FECHADO
               GO TO ANOTA-MES-FIM
           END-IF.
           IF WS-FILTRO-DEPTO NOT = SPACES
                   AND FH-DEPTO NOT = WS-FILTRO-DEPTO
               GO TO ANOTA-MES-FIM
           END-IF.
           IF WS-FILTRO-GRADE NOT = SPACES
               IF NOT MESTRE-PAGAMENTO-DISPONIVEL
                   GO TO ANOTA-MES-FIM
               END-IF
               MOVE FH-COD TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       GO TO ANOTA-MES-FIM
               END-READ
               IF PM-GRADE NOT = WS-FILTRO-GRADE
                   GO TO ANOTA-MES-FIM
               END-IF
           END-IF.

           MOVE "N" TO WS-MES-ACHADO.
           PERFORM VARYING MES-IDX FROM 1 BY 1
                   UNTIL MES-IDX > WS-QTD-MESES OR MES-ACHADO
               IF TAB-MES-COD(MES-IDX) = FH-COD
                       AND TAB-MES-COMP(MES-IDX) = FH-COMPETENCIA
                   MOVE "S" TO WS-MES-ACHADO
               END-IF
           END-PERFORM.
           IF MES-ACHADO
               SET MES-IDX DOWN BY 1
           ELSE
               IF WS-QTD-MESES >= 3000
                   MOVE "PROG111" TO WS-EXCCOM-PROGRAMA
                   MOVE "TABELA-CHEIA" TO WS-EXCCOM-CAMPO
                   MOVE FH-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO ANOTA-MES-FIM
               END-IF
               ADD 1 TO WS-QTD-MESES
               SET MES-IDX TO WS-QTD-MESES
               MOVE FH-COD TO TAB-MES-COD(MES-IDX)
               MOVE FH-COMPETENCIA TO TAB-MES-COMP(MES-IDX)
               PERFORM ANOTA-FUNCIONARIO
           END-IF.
           MOVE FH-NOME TO TAB-MES-NOME(MES-IDX).
           MOVE FH-DEPTO TO TAB-MES-DEPTO(MES-IDX).
           MOVE FH-BRUTO TO TAB-MES-BRUTO(MES-IDX).

       ANOTA-MES-FIM.
           EXIT.

       ANOTA-FUNCIONARIO.
           MOVE "N" TO WS-FUN-ACHADO.
           PERFORM VARYING FUN-IDX FROM 1 BY 1
                   UNTIL FUN-IDX > WS-QTD-FUNCIONARIOS
                      OR FUNCIONARIO-ACHADO
               IF TAB-FUN-COD(FUN-IDX) = FH-COD
                   MOVE "S" TO WS-FUN-ACHADO
               END-IF
           END-PERFORM.
           IF NOT FUNCIONARIO-ACHADO
                   AND WS-QTD-FUNCIONARIOS < 500
               ADD 1 TO WS-QTD-FUNCIONARIOS
               SET FUN-IDX TO WS-QTD-FUNCIONARIOS
               MOVE FH-COD TO TAB-FUN-COD(FUN-IDX)
               MOVE FH-NOME TO TAB-FUN-NOME(FUN-IDX)
           END-IF.

      *    um funcionario: cada mes dele, em ordem de historico, com
      *    a diferenca de bruto e o efeito nos descontos legais
      *    (faixas aplicadas ao bruto antigo e ao reajustado).
       RECALCULA-FUNCIONARIO.
           MOVE 0 TO WS-FUN-DIF-BRUTO.
           MOVE 0 TO WS-FUN-DIF-INSS.
           MOVE 0 TO WS-FUN-DIF-IRRF.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING TAB-FUN-COD(FUN-IDX) " " TAB-FUN-NOME(FUN-IDX)
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           PERFORM VARYING MES-IDX FROM 1 BY 1
                   UNTIL MES-IDX > WS-QTD-MESES
               IF TAB-MES-COD(MES-IDX) = TAB-FUN-COD(FUN-IDX)
                       AND TAB-MES-BRUTO(MES-IDX) > 0
                   PERFORM RECALCULA-MES
               END-IF
           END-PERFORM.
           COMPUTE WS-DIF-LIQUIDO = WS-FUN-DIF-BRUTO
               - WS-FUN-DIF-INSS - WS-FUN-DIF-IRRF.
           MOVE WS-FUN-DIF-BRUTO TO WS-DIF-EDIT.
           MOVE WS-FUN-DIF-INSS TO WS-INSS-EDIT.
           MOVE WS-FUN-DIF-IRRF TO WS-IRRF-EDIT.
           MOVE WS-DIF-LIQUIDO TO WS-LIQ-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "  TOTAL                    " WS-DIF-EDIT " "
                  WS-INSS-EDIT " " WS-IRRF-EDIT " " WS-LIQ-EDIT
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.

       RECALCULA-MES.
           MOVE TAB-MES-BRUTO(MES-IDX) TO WS-FAIXA-BASE.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           MOVE WS-FAIXA-INSS TO WS-INSS-ANTES.
           MOVE WS-FAIXA-IRRF TO WS-IRRF-ANTES.

           COMPUTE WS-DIF-BRUTO ROUNDED =
               TAB-MES-BRUTO(MES-IDX) * WS-PERCENTUAL / 100.
           COMPUTE WS-BRUTO-NOVO =
               TAB-MES-BRUTO(MES-IDX) + WS-DIF-BRUTO.
           MOVE WS-BRUTO-NOVO TO WS-FAIXA-BASE.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           MOVE 0 TO WS-DIF-INSS.
           IF WS-FAIXA-INSS > WS-INSS-ANTES
               COMPUTE WS-DIF-INSS = WS-FAIXA-INSS - WS-INSS-ANTES
           END-IF.
           MOVE 0 TO WS-DIF-IRRF.
           IF WS-FAIXA-IRRF > WS-IRRF-ANTES
               COMPUTE WS-DIF-IRRF = WS-FAIXA-IRRF - WS-IRRF-ANTES
           END-IF.
           COMPUTE WS-DIF-LIQUIDO =
               WS-DIF-BRUTO - WS-DIF-INSS - WS-DIF-IRRF.

           ADD WS-DIF-BRUTO TO WS-FUN-DIF-BRUTO WS-TOT-DIF-BRUTO.
           ADD WS-DIF-INSS TO WS-FUN-DIF-INSS WS-TOT-DIF-INSS.
           ADD WS-DIF-IRRF TO WS-FUN-DIF-IRRF WS-TOT-DIF-IRRF.
           ADD 1 TO WS-QTD-LINHAS.

           MOVE TAB-MES-BRUTO(MES-IDX) TO WS-BRUTO-EDIT.
           MOVE WS-DIF-BRUTO TO WS-DIF-EDIT.
           MOVE WS-DIF-INSS TO WS-INSS-EDIT.
           MOVE WS-DIF-IRRF TO WS-IRRF-EDIT.
           MOVE WS-DIF-LIQUIDO TO WS-LIQ-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "  " TAB-MES-COMP(MES-IDX) " "
                  TAB-MES-DEPTO(MES-IDX) " " WS-BRUTO-EDIT " "
                  WS-DIF-EDIT " " WS-INSS-EDIT " " WS-IRRF-EDIT " "
                  WS-LIQ-EDIT
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.

           MOVE SPACES TO DISSPEND-REC.
           MOVE "D" TO DSP-DET-TIPO.
           MOVE TAB-MES-COD(MES-IDX) TO DSP-DET-COD.
           MOVE TAB-MES-NOME(MES-IDX) TO DSP-DET-NOME.
           MOVE TAB-MES-COMP(MES-IDX) TO DSP-DET-REFERENCIA.
           MOVE WS-DIF-BRUTO TO DSP-DET-DIF-BRUTO.
           MOVE WS-DIF-INSS TO DSP-DET-DIF-INSS.
           MOVE WS-DIF-IRRF TO DSP-DET-DIF-IRRF.
           WRITE DISSPEND-REC.

       IMPRIME-CABECALHO-DISSIDIO.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "===== DISSIDIO " WS-PERCENTUAL-EDIT
                  "% DESDE " WS-VIGENCIA " - GRADE " WS-FILTRO-GRADE
                  " DEPTO " WS-FILTRO-DEPTO " ====="
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "ACERTO RETROATIVO A LANCAR NA COMPETENCIA "
                  WS-DESTINO " (SO MESES FECHADOS)"
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "  MES    DEPT      BRUTO   DIFERENCA  DIF INSS"
                  "  DIF IRRF   DIF LIQUIDO"
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.

       IMPRIME-RODAPE-DISSIDIO.
           MOVE ALL "-" TO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           COMPUTE WS-DIF-LIQUIDO = WS-TOT-DIF-BRUTO
               - WS-TOT-DIF-INSS - WS-TOT-DIF-IRRF.
           MOVE WS-TOT-DIF-BRUTO TO WS-TOTAL-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "TOTAL DIFERENCA BRUTA  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE WS-TOT-DIF-INSS TO WS-TOTAL-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "TOTAL DIFERENCA INSS   " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE WS-TOT-DIF-IRRF TO WS-TOTAL-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "TOTAL DIFERENCA IRRF   " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE WS-DIF-LIQUIDO TO WS-LIQ-EDIT.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           STRING "TOTAL DIFERENCA LIQUIDA   " WS-LIQ-EDIT
               DELIMITED BY SIZE INTO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE SPACES TO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE "CONFERIDO (RH): ______________________  DATA: __/__/__"
               TO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.
           MOVE "APLICACAO: PROG111 MODO A, POR SUPERVISOR"
               TO DISSIDIO-REPORT-LINHA.
           WRITE DISSIDIO-REPORT-LINHA.

      *    ---------------------------------------------------------
      *    modo A: lancamento da proposta conferida.
      *    ---------------------------------------------------------
       APLICA-PROPOSTA.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.
           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               MOVE "NEGADO" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               GO TO APLICA-PROPOSTA-FIM
           END-IF.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "APLICACAO DE DISSIDIO E SO PARA SUPERVISOR"
               MOVE "PROG111" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               CLOSE AUDITORIA-COMUM-FILE
               MOVE "NEGADO" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               GO TO APLICA-PROPOSTA-FIM
           END-IF.

           PERFORM CARREGA-PROPOSTA.
           MOVE WS-CABECALHO-LIDO TO DISSPEND-REC.
           IF DSP-CAB-TIPO NOT = "H" OR NOT PROPOSTA-PENDENTE
               DISPLAY "NENHUMA PROPOSTA DE DISSIDIO PENDENTE"
               CLOSE AUDITORIA-COMUM-FILE
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               GO TO APLICA-PROPOSTA-FIM
           END-IF.

      *    mes de destino fechado depois da proposta: o acerto
      *    passa para o proximo aberto.
           MOVE DSP-CAB-DESTINO TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           MOVE WS-FECH-PROXIMA-ABERTA TO WS-DESTINO.

           OPEN EXTEND MOVIMENTOS-FOLHA-FILE.
           IF WS-FOLHAMOV-STATUS NOT = "00"
               CLOSE MOVIMENTOS-FOLHA-FILE
               OPEN OUTPUT MOVIMENTOS-FOLHA-FILE
           END-IF.
           PERFORM VARYING DET-IDX FROM 1 BY 1
                   UNTIL DET-IDX > WS-QTD-DETALHES
               PERFORM LANCA-DETALHE
           END-PERFORM.
           CLOSE MOVIMENTOS-FOLHA-FILE.

           MOVE WS-CABECALHO-LIDO TO DISSPEND-REC.
           MOVE "A" TO DSP-CAB-SITUACAO.
           MOVE WS-DESTINO TO DSP-CAB-DESTINO.
           MOVE WS-OPERADOR-ID-DIGITADO TO DSP-CAB-OPERADOR.
           MOVE WS-DATA-HOJE TO DSP-CAB-DATA-APLIC.
           MOVE DISSPEND-REC TO WS-CABECALHO-LIDO.
           PERFORM REGRAVA-PROPOSTA.

           MOVE DSP-CAB-PERCENTUAL TO WS-PERCENTUAL-EDIT.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "DISSIDIO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "APLICADO " WS-PERCENTUAL-EDIT "% DESDE "
                  DSP-CAB-VIGENCIA " EM " WS-DESTINO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           CLOSE AUDITORIA-COMUM-FILE.

           DISPLAY "DISSIDIO APLICADO: " WS-QTD-MOVIMENTOS
               " MOVIMENTOS NA COMPETENCIA " WS-DESTINO.
           MOVE WS-QTD-MOVIMENTOS TO WS-RUNLOG-REGISTROS.

       APLICA-PROPOSTA-FIM.
           EXIT.

       CARREGA-PROPOSTA.
           MOVE SPACES TO WS-CABECALHO-LIDO.
           MOVE 0 TO WS-QTD-DETALHES.
           OPEN INPUT PROPOSTA-DISSIDIO-FILE.
           IF WS-DISSPEND-STATUS = "00"
               PERFORM UNTIL WS-DISSPEND-STATUS NOT = "00"
                   READ PROPOSTA-DISSIDIO-FILE
                       AT END
                           MOVE "10" TO WS-DISSPEND-STATUS
                       NOT AT END
                           IF DSP-CAB-TIPO = "H"
                               MOVE DISSPEND-REC TO WS-CABECALHO-LIDO
                           ELSE
                               IF WS-QTD-DETALHES < 3000
                                   ADD 1 TO WS-QTD-DETALHES
                                   MOVE DISSPEND-REC
                                       TO TAB-DET(WS-QTD-DETALHES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROPOSTA-DISSIDIO-FILE.

       REGRAVA-PROPOSTA.
           OPEN OUTPUT PROPOSTA-DISSIDIO-FILE.
           MOVE WS-CABECALHO-LIDO TO DISSPEND-REC.
           WRITE DISSPEND-REC.
           PERFORM VARYING DET-IDX FROM 1 BY 1
                   UNTIL DET-IDX > WS-QTD-DETALHES
               MOVE TAB-DET(DET-IDX) TO DISSPEND-REC
               WRITE DISSPEND-REC
           END-PERFORM.
           CLOSE PROPOSTA-DISSIDIO-FILE.

      *    provento com a diferenca do bruto e, havendo, descontos I
      *    e R com as diferencas de INSS e IRRF do mes de referencia.
       LANCA-DETALHE.
           MOVE TAB-DET(DET-IDX) TO DISSPEND-REC.
           IF DSP-DET-DIF-BRUTO > 0
               MOVE DSP-DET-COD TO MOV-COD
               MOVE WS-DESTINO TO MOV-COMPETENCIA
               MOVE "P" TO MOV-TIPO
               MOVE SPACES TO MOV-DESCRICAO
               STRING "DISSIDIO REF " DSP-DET-REFERENCIA
                   DELIMITED BY SIZE INTO MOV-DESCRICAO
               MOVE DSP-DET-DIF-BRUTO TO MOV-VALOR
               MOVE DSP-DET-REFERENCIA TO MOV-COMPETENCIA-REF
               WRITE MOV-MOVIMENTO-REC
               ADD 1 TO WS-QTD-MOVIMENTOS
           END-IF.
           IF DSP-DET-DIF-INSS > 0
               MOVE DSP-DET-COD TO MOV-COD
               MOVE WS-DESTINO TO MOV-COMPETENCIA
               MOVE "I" TO MOV-TIPO
               MOVE SPACES TO MOV-DESCRICAO
               STRING "INSS DISSID " DSP-DET-REFERENCIA
                   DELIMITED BY SIZE INTO MOV-DESCRICAO
               MOVE DSP-DET-DIF-INSS TO MOV-VALOR
               MOVE DSP-DET-REFERENCIA TO MOV-COMPETENCIA-REF
               WRITE MOV-MOVIMENTO-REC
               ADD 1 TO WS-QTD-MOVIMENTOS
           END-IF.
           IF DSP-DET-DIF-IRRF > 0
               MOVE DSP-DET-COD TO MOV-COD
               MOVE WS-DESTINO TO MOV-COMPETENCIA
               MOVE "R" TO MOV-TIPO
               MOVE SPACES TO MOV-DESCRICAO
               STRING "IRRF DISSID " DSP-DET-REFERENCIA
                   DELIMITED BY SIZE INTO MOV-DESCRICAO
               MOVE DSP-DET-DIF-IRRF TO MOV-VALOR
               MOVE DSP-DET-REFERENCIA TO MOV-COMPETENCIA-REF
               WRITE MOV-MOVIMENTO-REC
               ADD 1 TO WS-QTD-MOVIMENTOS
           END-IF.

       COPY "FECHPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "FAIXAPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "SIGNPROC.cpy".
