      *            RELCATAL.DAT para o expurgo de retencao do
      *            PROG102 - achar "o FOLHAREL de terca" deixa de
      *            ser rolagem de arquivo concatenado.
      * 2026-10-15 ferias pagas adiantado pelo PROG106 (FERIAPAG.DAT)
      *            saem da folha da competencia: os dias de gozo
      *            que caem no mes (ate 30) sao tirados do salario
      *            base, com linha propria no relatorio e no
      *            contracheque, para ninguem receber duas vezes
      *            pelos mesmos dias. a linha do historico leva o
      *            tipo F (folha mensal).
      * 2026-10-15 a linha do historico leva a base do FGTS (o bruto
      *            da competencia), para a apuracao do deposito do
      *            PROG107.
      * 2026-10-15 competencia fechada pelo PROG110 (FOLHFECH.DAT)
      *            nao roda de novo: a folha para com RC=0008 antes
      *            de tocar qualquer arquivo e aponta o proximo mes
      *            aberto, para onde vai o acerto retroativo.
      * 2026-10-15 acerto retroativo (MOV-COMPETENCIA-REF) entra no
      *            bruto e no liquido mas fica fora da base do INSS
      *            e do IRRF da competencia; as diferencas de INSS e
      *            IRRF do mes de referencia chegam como movimentos
      *            I e R (dissidio do PROG111) e somam aos descontos
      *            do historico.
      * 2026-10-15 ordens judiciais do PROG113 (ORDJUD.DAT, pensao
      *            alimenticia e penhora) descontadas antes do
      *            consignado: percentual do liquido, do bruto ou
      *            valor fixo, no periodo de vigencia. a margem do
      *            consignado (MARGEM-CONSIG-PCT do liquido, padrao
      *            35%) encolhe no valor das ordens; parcela que nao
      *            cabe na margem nao e descontada nem baixada e vai
      *            para a trilha de excecoes. cada beneficiario
      *            ganha credito proprio na remessa, com a conta
      *            dele, para o PROG64 conciliar.
      * 2026-10-15 beneficios do PROG114 (BENEFIC.DAT): a parte do
      *            funcionario no vale-transporte (limitada a
      *            VT-TETO-PCT do salario base, padrao 6%), no
      *            vale-refeicao e no plano de saude (titular mais
      *            cada dependente do DEPENDTE.DAT) sai em linha
      *            propria de desconto e vai para o historico.
      * 2026-10-15 mudanca de salario aprovada com vigencia no meio
      *            da competencia (MUDVIG.DAT, do PROG69/PROG121) paga o
      *            mes pro rata em base de 30 dias: do dia 1o ate a
      *            vespera da vigencia pelo salario anterior, dali em
      *            diante pelo novo, cada trecho em linha propria no
      *            relatorio e no contracheque.
      * 2026-10-15 afastamentos do PROG124 (AFASTAM.DAT): os dias
      *            que nao cabem a empresa - doenca e acidente depois
      *            dos primeiros dias (AFAST-EMPRESA-D/-A), licenca
      *            nao remunerada e maternidade alem de AFAST-EMPRESA-M
      *            - saem do salario base em base de 30, com linha
      *            propria no relatorio e no contracheque.
      * 2026-10-15 rodada interrompida nao paga duas vezes: cada
      *            rodada leva uma marca (data e hora da partida) em
      *            toda linha gravada na remessa (posicoes 61-74), no
      *            historico (FH-EXECUCAO) e no contracheque (depois da
      *            coluna 80), e o controle FOLHEXEC.DAT registra a
      *            partida e o fim. achada rodada sem fim, a folha
      *            desfaz o que ela gravou antes de rodar de novo:
      *            tira as linhas marcadas da remessa, do historico e
      *            dos contracheques e devolve as parcelas baixadas
      *            pela imagem de antes gravada a cada baixa
      *            (EMPANTES.DAT); creditos de outros programas na
      *            remessa ficam. o que saiu vai para FOLHDESF.DAT.
      * 2026-10-15 a rodada normal guarda os creditos de outros
      *            programas (rescisao, ferias) da remessa ainda nao
      *            enviada e os devolve na remessa nova; remessa ja
      *            conciliada pelo PROG64 nao guarda nada. layout da
      *            remessa pelo REMFD.cpy e faixas de INSS/IRRF pelo
      *            FAIXAWS/FAIXAPROC.cpy, comuns com rescisao e ferias.
      * 2026-10-15 historico com FH-COMPETENCIA-REF zerado (a folha nao
      *            roda em mes fechado); arquivo de trabalho em 141.
      * 2026-10-15 desfazer a rodada mantem o cabecalho da remessa e
      *            refaz o rodape sobre os creditos guardados; remessa
      *            ja enviada fica intacta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

      *    ferias ja pagas pelo PROG106; sem o arquivo a folha sai
      *    com o salario base inteiro, como sempre.
           SELECT FERIAS-PAGAS-FILE ASSIGN TO "FERIAPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAPAG-STATUS.

      *    historico da folha por competencia, so-acrescimo.
           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACHQ-STATUS.

      *    controle das rodadas da folha: uma linha na partida
      *    (A) e outra no fim (C), ou ao ser desfeita (D). rodada
      *    com A e sem fecho foi interrompida.
           SELECT EXECUCAO-FOLHA-FILE ASSIGN TO "FOLHEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHEXEC-STATUS.

      *    imagem do emprestimo antes de cada baixa de parcela,
      *    com a marca da rodada, para desfazer a baixa.
           SELECT EMPRESTIMO-ANTES-FILE ASSIGN TO "EMPANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPANTES-STATUS.

      *    relatorio das rodadas desfeitas, so-acrescimo.
           SELECT DESFEITA-REPORT-FILE ASSIGN TO "FOLHDESF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHDESF-STATUS.

      *    copia de trabalho para regravar historico e
      *    contracheques sem as linhas da rodada desfeita.
           SELECT FOLHA-TRABALHO-FILE ASSIGN TO "FOLHDESF.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           COPY "RELGERSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "FECHSEL.cpy".
           COPY "ORDJSEL.cpy".
           COPY "BENFSEL.cpy".
           COPY "MUDVSEL.cpy".
           COPY "AFASEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS-FILE.
       COPY "EMPREC.cpy".

       COPY "REMFD.cpy".

       FD  FERIAS-PAGAS-FILE.
       COPY "FPAGREC.cpy".

       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

      *    a marca da rodada fica depois da coluna 80, fora da
      *    pagina impressa.
       FD  CONTRACHEQUE-FILE.
       01  CONTRACHEQUE-REC.
           05  CONTRACHEQUE-LINHA PIC X(80).
           05  CCH-EXECUCAO       PIC X(14).

       FD  EXECUCAO-FOLHA-FILE.
       01  EXECUCAO-FOLHA-REC.
           05  FEX-EXECUCAO    PIC X(14).
           05  FEX-COMPETENCIA PIC 9(6).
           05  FEX-SITUACAO    PIC X.
               88  FEX-EM-ANDAMENTO VALUE "A".
               88  FEX-CONCLUIDA    VALUE "C".
               88  FEX-DESFEITA     VALUE "D".
           05  FEX-DATA        PIC 9(8).
           05  FEX-HORA        PIC 9(6).

       FD  EMPRESTIMO-ANTES-FILE.
       01  EMPRESTIMO-ANTES-REC.
           05  EMA-EXECUCAO PIC X(14).
           05  EMA-IMAGEM   PIC X(25).

       FD  DESFEITA-REPORT-FILE.
       01  DESFEITA-REPORT-LINHA PIC X(80).

       FD  FOLHA-TRABALHO-FILE.
       01  FOLHA-TRABALHO-REC PIC X(141).

       COPY "RELGERFD.cpy".
       COPY "PARMFD.cpy".
       COPY "EXCFD.cpy".
       COPY "FECHFD.cpy".
       COPY "ORDJFD.cpy".
       COPY "BENFFD.cpy".
       COPY "MUDVFD.cpy".
       COPY "AFAFD.cpy".

       WORKING-STORAGE SECTION.


       01  WS-EMPRESTI-STATUS PIC XX.
       01  WS-DEPENDTE-STATUS PIC XX.
       01  WS-FERIAPAG-STATUS PIC XX.
       01  WS-FOLHEXEC-STATUS PIC XX.
       01  WS-EMPANTES-STATUS PIC XX.
       01  WS-FOLHDESF-STATUS PIC XX.
       01  WS-TRABALHO-STATUS PIC XX.

      *    marca desta rodada (data e hora da partida) e da rodada
      *    interrompida achada no FOLHEXEC.DAT, se houver.
       01  WS-FOLHA-EXECUCAO PIC X(14) VALUE SPACES.
       01  WS-EXECUCAO-PENDENTE PIC X(14).
       01  WS-COMPETENCIA-PENDENTE PIC 9(6).
       01  WS-FEX-SITUACAO PIC X.
       01  WS-FEX-COMPETENCIA PIC 9(6).
       01  WS-FEX-DATA-HORA PIC X(21).

      *    o que a rodada interrompida deixou e foi desfeito. os
      *    creditos de outros programas (rescisao, ferias) que
      *    estavam na remessa ainda nao enviada ficam guardados e
      *    voltam na remessa nova, logo depois do cabecalho.
       01  WS-TABELA-REM-MANTIDA.
           05  TAB-RMT OCCURS 500 TIMES PIC X(74).
       01  WS-QTD-REM-MANTIDA PIC 9(3) VALUE 0.
       01  WS-RMT-IDX PIC 9(3).
       01  WS-RMT-COD-NUMERO PIC 9(5).
       01  WS-REM-ANTERIOR-ENVIADA PIC X.
       01  WS-REM-CAB-GUARDADO PIC X(74).
       01  WS-REM-TEM-CAB-GUARDADO PIC X.
       01  WS-DESF-MANT-CONTAGEM PIC 9(7).
       01  WS-DESF-MANT-SOMA PIC 9(11)V99.
       01  WS-DESF-MANT-HASH PIC 9(9).
       01  WS-DESF-REMESSA PIC 9(5).
       01  WS-DESF-REMESSA-SOMA PIC 9(11)V99.
       01  WS-DESF-HISTORICO PIC 9(5).
       01  WS-DESF-CONTRACHEQUE PIC 9(5).
       01  WS-DESF-EMPRESTIMOS PIC 9(5).
       01  WS-DESF-EMP-SEM-REGISTRO PIC 9(5).
       01  WS-DESF-EMP-OK PIC X.
           88  EMPRESTIMOS-RESTAURADOS VALUE "S".
       01  WS-DESF-QTD-EDIT PIC Z(4)9.
       01  WS-DESF-SOMA-EDIT PIC Z(10)9.99.

      *    dias de ferias ja pagos que caem na competencia rodada,
      *    por funcionario (um agendamento pode cruzar o mes).
       01  WS-TABELA-FERIAS-PAGAS.
           05  TAB-FPG OCCURS 200 TIMES INDEXED BY FPG-IDX.
               10  TAB-FPG-COD  PIC X(6).
               10  TAB-FPG-DIAS PIC 9(2).
       01  WS-QTD-FERIAS-PAGAS PIC 9(3) VALUE 0.
       01  WS-COMP-PRIMEIRO-DIA PIC 9(8).
       01  WS-COMP-ULTIMO-DIA PIC 9(8).
       01  WS-FPG-INICIO PIC 9(8).
       01  WS-FPG-FIM PIC 9(8).
       01  WS-FPG-DIAS-CORRIDOS PIC S9(7).
       01  WS-DIAS-FERIAS PIC 9(2) VALUE 0.
       01  WS-DESCONTO-FERIAS PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-AFASTAMENTO PIC 9(2) VALUE 0.
       01  WS-DESCONTO-AFASTAMENTO PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-NO-MES PIC 9(2).

      *    mudancas de salario (MUDVIG.DAT) com vigencia depois do
      *    dia 1o da competencia, em ordem de codigo e dia: o mes
      *    sai pro rata em base de 30 dias, uma porcao por salario.
       01  WS-TABELA-PRORATA.
           05  TAB-PRR OCCURS 200 TIMES INDEXED BY PRR-IDX.
               10  TAB-PRR-COD       PIC X(6).
               10  TAB-PRR-DIA       PIC 9(2).
               10  TAB-PRR-SAL-ANT   PIC 9(7)V99.
               10  TAB-PRR-SAL-NOVO  PIC 9(7)V99.
       01  WS-QTD-PRORATA PIC 9(3) VALUE 0.
       01  WS-PRR-POSICAO PIC 9(3).
       01  WS-PRR-NOVA PIC X(26).
       01  WS-PRR-LUGAR PIC X.
           88  PRR-LUGAR-ACHADO VALUE "S".
       01  WS-TABELA-PORCOES.
           05  TAB-POR OCCURS 10 TIMES INDEXED BY POR-IDX.
               10  TAB-POR-INICIO  PIC 9(2).
               10  TAB-POR-FIM     PIC 9(2).
               10  TAB-POR-SALARIO PIC 9(7)V99.
               10  TAB-POR-VALOR   PIC 9(7)V99.
       01  WS-QTD-PORCOES PIC 9(2) VALUE 0.
       01  WS-POR-INICIO PIC 9(2).
       01  WS-POR-FIM PIC 9(2).
       01  WS-POR-SALARIO PIC 9(7)V99.
       01  WS-TEM-PRORATA PIC X VALUE "N".
           88  SALARIO-PRO-RATA VALUE "S".
       01  WS-POR-SALARIO-EDIT PIC 9(7).99.

      *    dependentes em memoria para o salario-familia; a idade e
      *    conferida contra o ano/mes da competencia rodada.
               10  TAB-MOV-TIPO      PIC X.
               10  TAB-MOV-DESCRICAO PIC X(20).
               10  TAB-MOV-VALOR     PIC 9(7)V99.
               10  TAB-MOV-REF       PIC 9(6).
       01  WS-QTD-MOVIMENTOS PIC 9(3) VALUE 0.
       01  WS-MOV-VALOR-EDIT PIC 9(7).99.

      *    faixas progressivas dos descontos legais (limites e
      *    taxas de PARAMSUI.DAT, com a tabela vigente na escrita
      *    como padrao), as mesmas da rescisao e das ferias.
       COPY "FAIXAWS.cpy".

       01  WS-BRUTO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-INSS  PIC 9(6)V99.
       01  WS-IRRF  PIC 9(6)V99.
       01  WS-DESCONTO-EDIT PIC 9(6).99.

       01  WS-LIQUIDO PIC S9(7)V99 SIGN LEADING SEPARATE.
      *    acerto retroativo do funcionario (fora da base dos
      *    descontos legais) e diferencas de INSS/IRRF dos meses de
      *    referencia.
       01  WS-ACERTO-RETRO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-INSS-RETRO PIC 9(6)V99.
       01  WS-IRRF-RETRO PIC 9(6)V99.
       01  WS-LIQUIDO-EDIT PIC -(7)9.99.
       01  WS-TOTAL-GERAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       COPY "CAMPOSCOM.cpy".
       COPY "RELGERWS.cpy".
       COPY "PARMWS.cpy".
       COPY "FECHWS.cpy".
       COPY "ORDJWS.cpy".
       COPY "BENFWS.cpy".
       COPY "MUDVWS.cpy".
       COPY "AFAWS.cpy".

       01  WS-SALFAM-PARM-VALOR PIC 9(8) VALUE 6000.
       01  WS-SALFAM-IDADE-LIMITE PIC 9(2) VALUE 14.
       01  WS-MARGEM-PARM-VALOR PIC 9(8) VALUE 3500.
       01  WS-VT-PARM-VALOR PIC 9(8) VALUE 600.
       01  WS-DEP-PLANO PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE WS-SALFAM-IDADE-LIMITE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-SALFAM-IDADE-LIMITE.
           MOVE "MARGEM-CONSIG-PCT" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-MARGEM-PARM-VALOR TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           COMPUTE WS-ORDJ-MARGEM-PCT = WS-PARM-VALOR / 100.
           MOVE "VT-TETO-PCT" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-VT-PARM-VALOR TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           COMPUTE WS-BENF-TETO-VT-PCT = WS-PARM-VALOR / 100.
           MOVE "AFAST-EMPRESA-D" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AFA-EMPRESA-DOENCA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AFA-EMPRESA-DOENCA.
           MOVE "AFAST-EMPRESA-A" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AFA-EMPRESA-ACIDENTE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AFA-EMPRESA-ACIDENTE.
           MOVE "AFAST-EMPRESA-M" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AFA-EMPRESA-MATERNIDADE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AFA-EMPRESA-MATERNIDADE.
           PERFORM PEGA-COMPETENCIA.
           MOVE WS-COMPETENCIA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " FECHADA, FOLHA NAO RODADA"
               DISPLAY "ACERTO RETROATIVO VAI PARA "
                   WS-FECH-PROXIMA-ABERTA " (PROG61)"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CONFERE-EXECUCAO-PENDENTE.
           IF WS-EXECUCAO-PENDENTE NOT = SPACES
               PERFORM DESFAZ-EXECUCAO-PENDENTE
                   THRU DESFAZ-EXECUCAO-PENDENTE-FIM
               IF NOT EMPRESTIMOS-RESTAURADOS
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
               END-IF
           END-IF.
           PERFORM CARREGA-MOVIMENTOS.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM CARREGA-FERIAS-PAGAS.
           PERFORM CARREGA-MUDANCAS-VIGENCIA.
           PERFORM CARREGA-AFASTAMENTOS.
           MOVE WS-COMP-PRIMEIRO-DIA TO WS-AFA-JANELA-INICIO.
           MOVE WS-COMP-ULTIMO-DIA TO WS-AFA-JANELA-FIM.
           MOVE WS-COMP-ULTIMO-DIA(7:2) TO WS-DIAS-NO-MES.
           MOVE WS-COMP-PRIMEIRO-DIA TO WS-ORDJ-PERIODO-INICIO.
           MOVE WS-COMP-ULTIMO-DIA TO WS-ORDJ-PERIODO-FIM.
           PERFORM CARREGA-ORDENS-JUDICIAIS.
           MOVE WS-COMP-PRIMEIRO-DIA TO WS-BENF-PERIODO-INICIO.
           MOVE WS-COMP-ULTIMO-DIA TO WS-BENF-PERIODO-FIM.
           PERFORM CARREGA-BENEFICIOS.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM ABRE-EXECUCAO-FOLHA.

      *    sem arquivo de emprestimos, a folha segue sem o desconto.
           MOVE "N" TO WS-TEM-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS-FILE.
           OPEN OUTPUT CONTRACHEQUE-FILE.
           MOVE "FOLHAREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           PERFORM CARREGA-CREDITOS-AVULSOS
               THRU CARREGA-CREDITOS-AVULSOS-FIM.
           OPEN OUTPUT REMESSA-BANCO-FILE.
           MOVE SPACES TO REMESSA-REC.
           MOVE "H" TO REM-CAB-TIPO.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO REM-CAB-DATA.
           MOVE WS-COMPETENCIA TO REM-CAB-COMPETENCIA.
           MOVE WS-FOLHA-EXECUCAO TO REM-EXECUCAO.
           WRITE REMESSA-REC.
           PERFORM GRAVA-CREDITOS-MANTIDOS.
           OPEN OUTPUT FOLHA-REPORT-FILE.
           MOVE SPACES TO FOLHA-REPORT-LINHA.
           STRING "===== FOLHA DE PAGAMENTO - COMPETENCIA "
           MOVE WS-REM-CONTAGEM TO REM-ROD-CONTAGEM.
           MOVE WS-REM-SOMA TO REM-ROD-SOMA.
           MOVE WS-REM-HASH TO REM-ROD-HASH.
           MOVE WS-FOLHA-EXECUCAO TO REM-EXECUCAO.
           WRITE REMESSA-REC.
           CLOSE REMESSA-BANCO-FILE.

           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           CLOSE EXCECOES-COMUM-FILE.
           MOVE "C" TO WS-FEX-SITUACAO.
           MOVE WS-COMPETENCIA TO WS-FEX-COMPETENCIA.
           PERFORM GRAVA-EXECUCAO-FOLHA.
           DISPLAY "FOLHA GERADA: " WS-QTD-PAGOS " PAGOS, "
               WS-QTD-PULADOS " PULADOS".


       PAGA-FUNCIONARIO.
           ADD 1 TO WS-QTD-PAGOS.
           PERFORM CALCULA-SALARIO-MES.
           PERFORM DESCONTA-DIAS-FERIAS.
           PERFORM DESCONTA-DIAS-AFASTAMENTO.
           PERFORM APLICA-MOVIMENTOS.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           PERFORM SOMA-ACERTO-RETROATIVO.
           PERFORM DESCONTA-ORDENS-JUDICIAIS.
           PERFORM DESCONTA-EMPRESTIMO
               THRU DESCONTA-EMPRESTIMO-FIM.
           PERFORM CALCULA-SALARIO-FAMILIA.
           PERFORM DESCONTA-BENEFICIOS.
           COMPUTE WS-LIQUIDO = WS-BRUTO - PM-DESCONTOS-PADRAO
               - WS-INSS - WS-IRRF - WS-EMP-PARCELA + WS-SALFAM
               - WS-INSS-RETRO - WS-IRRF-RETRO - WS-ORDJ-TOTAL
               - WS-BENF-TOTAL.
           ADD WS-LIQUIDO TO WS-TOTAL-GERAL.
           PERFORM ACUMULA-TOTAL-DEPARTAMENTO.

           PERFORM GRAVA-HISTORICO-FOLHA.
           PERFORM GRAVA-CREDITO-REMESSA
               THRU GRAVA-CREDITO-REMESSA-FIM.
           PERFORM GRAVA-CREDITOS-BENEFICIARIOS.

      *    competencia vazia ou invalida vale o mes corrente; a
      *    pergunta existe para rodar retroativo e fechar mes virado.
                                   TAB-MOV-DESCRICAO(MOV-IDX)
                               MOVE MOV-VALOR TO
                                   TAB-MOV-VALOR(MOV-IDX)
                               MOVE 0 TO TAB-MOV-REF(MOV-IDX)
                               IF MOV-COMPETENCIA-REF IS NUMERIC
                                   MOVE MOV-COMPETENCIA-REF TO
                                       TAB-MOV-REF(MOV-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMENTOS-FOLHA-FILE.

      *    so interessam as ferias pagas cujo gozo cruza a
      *    competencia rodada; guarda os dias que caem dentro do mes.
       CARREGA-FERIAS-PAGAS.
           MOVE 0 TO WS-QTD-FERIAS-PAGAS.
           COMPUTE WS-COMP-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1.
           IF WS-COMP-MES = 12
               COMPUTE WS-FPG-FIM = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FPG-FIM = WS-COMPETENCIA * 100 + 101
           END-IF.
           COMPUTE WS-FPG-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-FPG-FIM) - 1.
           COMPUTE WS-COMP-ULTIMO-DIA =
               FUNCTION DATE-OF-INTEGER(WS-FPG-DIAS-CORRIDOS).
           OPEN INPUT FERIAS-PAGAS-FILE.
           IF WS-FERIAPAG-STATUS = "00"
               PERFORM UNTIL WS-FERIAPAG-STATUS NOT = "00"
                   READ FERIAS-PAGAS-FILE
                       AT END
                           MOVE "10" TO WS-FERIAPAG-STATUS
                       NOT AT END
                           IF FPG-AGENDA-INICIO <= WS-COMP-ULTIMO-DIA
                                   AND FPG-AGENDA-FIM >=
                                       WS-COMP-PRIMEIRO-DIA
                                   AND WS-QTD-FERIAS-PAGAS < 200
                               PERFORM ANOTA-FERIAS-PAGA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FERIAS-PAGAS-FILE.

       ANOTA-FERIAS-PAGA.
           MOVE FPG-AGENDA-INICIO TO WS-FPG-INICIO.
           IF WS-FPG-INICIO < WS-COMP-PRIMEIRO-DIA
               MOVE WS-COMP-PRIMEIRO-DIA TO WS-FPG-INICIO
           END-IF.
           MOVE FPG-AGENDA-FIM TO WS-FPG-FIM.
           IF WS-FPG-FIM > WS-COMP-ULTIMO-DIA
               MOVE WS-COMP-ULTIMO-DIA TO WS-FPG-FIM
           END-IF.
           COMPUTE WS-FPG-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-FPG-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-FPG-INICIO) + 1.
           IF WS-FPG-DIAS-CORRIDOS > 30
               MOVE 30 TO WS-FPG-DIAS-CORRIDOS
           END-IF.
           ADD 1 TO WS-QTD-FERIAS-PAGAS.
           SET FPG-IDX TO WS-QTD-FERIAS-PAGAS.
           MOVE FPG-COD TO TAB-FPG-COD(FPG-IDX).
           MOVE WS-FPG-DIAS-CORRIDOS TO TAB-FPG-DIAS(FPG-IDX).

      *    so entram as alteracoes de salario com vigencia dentro
      *    da competencia e depois do dia 1o (no dia 1o o mes todo
      *    ja e do salario novo), programadas ou ja efetivadas pelo
      *    PROG121 - a folha pode rodar antes ou depois da troca no
      *    mestre. sem o arquivo, salario base inteiro como sempre.
       CARREGA-MUDANCAS-VIGENCIA.
           MOVE 0 TO WS-QTD-PRORATA.
           OPEN INPUT MUDANCAS-VIGENCIA-FILE.
           IF WS-MUDVIG-STATUS = "00"
               PERFORM UNTIL WS-MUDVIG-STATUS NOT = "00"
                   READ MUDANCAS-VIGENCIA-FILE
                       AT END
                           MOVE "10" TO WS-MUDVIG-STATUS
                       NOT AT END
                           IF MV-VIG-ANO-MES = WS-COMPETENCIA
                                   AND MV-VIG-DIA > 1
                                   AND MV-ACAO = "A"
                                   AND MV-ANT-SALARIO IS NUMERIC
                                   AND MV-NOVA-SALARIO IS NUMERIC
                                   AND MV-ANT-SALARIO NOT =
                                       MV-NOVA-SALARIO
                                   AND WS-QTD-PRORATA < 200
                               PERFORM ANOTA-MUDANCA-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MUDANCAS-VIGENCIA-FILE.

      *    insere na posicao de codigo e dia, empurrando o resto.
       ANOTA-MUDANCA-VIGENCIA.
           MOVE SPACES TO WS-PRR-NOVA.
           STRING MV-COD MV-VIG-DIA MV-ANT-SALARIO MV-NOVA-SALARIO
               DELIMITED BY SIZE INTO WS-PRR-NOVA.
           ADD 1 TO WS-QTD-PRORATA.
           MOVE WS-QTD-PRORATA TO WS-PRR-POSICAO.
           MOVE "N" TO WS-PRR-LUGAR.
           PERFORM UNTIL WS-PRR-POSICAO = 1 OR PRR-LUGAR-ACHADO
               IF TAB-PRR(WS-PRR-POSICAO - 1) > WS-PRR-NOVA
                   MOVE TAB-PRR(WS-PRR-POSICAO - 1)
                       TO TAB-PRR(WS-PRR-POSICAO)
                   SUBTRACT 1 FROM WS-PRR-POSICAO
               ELSE
                   MOVE "S" TO WS-PRR-LUGAR
               END-IF
           END-PERFORM.
           MOVE WS-PRR-NOVA TO TAB-PRR(WS-PRR-POSICAO).

      *    salario do mes: com mudanca de salario no meio da
      *    competencia, cada trecho paga os seus dias (base 30) pelo
      *    salario que valia neles - do dia 1o ate a vespera da
      *    vigencia pelo anterior, dali ate o dia 30 pelo novo.
       CALCULA-SALARIO-MES.
           MOVE PM-SALARIO-BASE TO WS-BRUTO.
           MOVE 0 TO WS-QTD-PORCOES.
           MOVE "N" TO WS-TEM-PRORATA.
           PERFORM VARYING PRR-IDX FROM 1 BY 1
                   UNTIL PRR-IDX > WS-QTD-PRORATA
               IF TAB-PRR-COD(PRR-IDX) = PM-COD
                   IF NOT SALARIO-PRO-RATA
                       MOVE "S" TO WS-TEM-PRORATA
                       MOVE 1 TO WS-POR-INICIO
                       MOVE TAB-PRR-SAL-ANT(PRR-IDX) TO WS-POR-SALARIO
                   END-IF
                   COMPUTE WS-POR-FIM = TAB-PRR-DIA(PRR-IDX) - 1
                   PERFORM FECHA-PORCAO-SALARIO
                   MOVE TAB-PRR-DIA(PRR-IDX) TO WS-POR-INICIO
                   MOVE TAB-PRR-SAL-NOVO(PRR-IDX) TO WS-POR-SALARIO
               END-IF
           END-PERFORM.
           IF SALARIO-PRO-RATA
               MOVE 30 TO WS-POR-FIM
               PERFORM FECHA-PORCAO-SALARIO
               MOVE 0 TO WS-BRUTO
               PERFORM VARYING POR-IDX FROM 1 BY 1
                       UNTIL POR-IDX > WS-QTD-PORCOES
                   ADD TAB-POR-VALOR(POR-IDX) TO WS-BRUTO
               END-PERFORM
           END-IF.

       FECHA-PORCAO-SALARIO.
           IF WS-POR-FIM > 30
               MOVE 30 TO WS-POR-FIM
           END-IF.
           IF WS-POR-INICIO <= WS-POR-FIM AND WS-QTD-PORCOES < 10
               ADD 1 TO WS-QTD-PORCOES
               SET POR-IDX TO WS-QTD-PORCOES
               MOVE WS-POR-INICIO TO TAB-POR-INICIO(POR-IDX)
               MOVE WS-POR-FIM TO TAB-POR-FIM(POR-IDX)
               MOVE WS-POR-SALARIO TO TAB-POR-SALARIO(POR-IDX)
               COMPUTE TAB-POR-VALOR(POR-IDX) ROUNDED =
                   WS-POR-SALARIO * (WS-POR-FIM - WS-POR-INICIO + 1)
                   / 30
           END-IF.

      *    os dias de gozo ja pagos no mes saem do salario base, em
      *    base de 30 (mes inteiro de ferias zera o salario).
       DESCONTA-DIAS-FERIAS.
           MOVE 0 TO WS-DIAS-FERIAS.
           MOVE 0 TO WS-DESCONTO-FERIAS.
           PERFORM VARYING FPG-IDX FROM 1 BY 1
                   UNTIL FPG-IDX > WS-QTD-FERIAS-PAGAS
               IF TAB-FPG-COD(FPG-IDX) = PM-COD
                   ADD TAB-FPG-DIAS(FPG-IDX) TO WS-DIAS-FERIAS
               END-IF
           END-PERFORM.
           IF WS-DIAS-FERIAS > 30
               MOVE 30 TO WS-DIAS-FERIAS
           END-IF.
           IF WS-DIAS-FERIAS > 0
               COMPUTE WS-DESCONTO-FERIAS ROUNDED =
                   PM-SALARIO-BASE * WS-DIAS-FERIAS / 30
               SUBTRACT WS-DESCONTO-FERIAS FROM WS-BRUTO
           END-IF.

      *    dias de afastamento que nao cabem a empresa (doenca e
      *    acidente passados os primeiros dias, licenca nao
      *    remunerada) saem do salario base em base de 30, como as
      *    ferias: mes inteiro afastado vale 30, e ferias mais
      *    afastamento nao passam de 30.
       DESCONTA-DIAS-AFASTAMENTO.
           MOVE 0 TO WS-DIAS-AFASTAMENTO.
           MOVE 0 TO WS-DESCONTO-AFASTAMENTO.
           MOVE PM-COD TO WS-AFA-COD-PEDIDO.
           PERFORM APURA-AFASTAMENTOS.
           IF WS-AFA-DIAS-NAO-PAGOS NOT < WS-DIAS-NO-MES
               MOVE 30 TO WS-DIAS-AFASTAMENTO
           ELSE
               MOVE WS-AFA-DIAS-NAO-PAGOS TO WS-DIAS-AFASTAMENTO
           END-IF.
           IF WS-DIAS-AFASTAMENTO + WS-DIAS-FERIAS > 30
               COMPUTE WS-DIAS-AFASTAMENTO = 30 - WS-DIAS-FERIAS
           END-IF.
           IF WS-DIAS-AFASTAMENTO > 0
               COMPUTE WS-DESCONTO-AFASTAMENTO ROUNDED =
                   PM-SALARIO-BASE * WS-DIAS-AFASTAMENTO / 30
               SUBTRACT WS-DESCONTO-AFASTAMENTO FROM WS-BRUTO
           END-IF.

      *    aplica os movimentos do funcionario por cima do bruto da
      *    competencia; a impressao das linhas de movimento fica em
      *    IMPRIME-MOVIMENTOS, abaixo da linha do funcionario.
      *    acerto retroativo fica a parte ate depois dos descontos
      *    legais (ver SOMA-ACERTO-RETROATIVO).
       APLICA-MOVIMENTOS.
           MOVE 0 TO WS-ACERTO-RETRO.
           MOVE 0 TO WS-INSS-RETRO.
           MOVE 0 TO WS-IRRF-RETRO.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-QTD-MOVIMENTOS
               IF TAB-MOV-COD(MOV-IDX) = PM-COD
                   EVALUATE TRUE
                       WHEN TAB-MOV-TIPO(MOV-IDX) = "I"
                           ADD TAB-MOV-VALOR(MOV-IDX)
                               TO WS-INSS-RETRO
                       WHEN TAB-MOV-TIPO(MOV-IDX) = "R"
                           ADD TAB-MOV-VALOR(MOV-IDX)
                               TO WS-IRRF-RETRO
                       WHEN TAB-MOV-REF(MOV-IDX) NOT = 0
                               AND TAB-MOV-TIPO(MOV-IDX) = "D"
                           SUBTRACT TAB-MOV-VALOR(MOV-IDX)
                               FROM WS-ACERTO-RETRO
                       WHEN TAB-MOV-REF(MOV-IDX) NOT = 0
                           ADD TAB-MOV-VALOR(MOV-IDX)
                               TO WS-ACERTO-RETRO
                       WHEN TAB-MOV-TIPO(MOV-IDX) = "D"
                           SUBTRACT TAB-MOV-VALOR(MOV-IDX)
                               FROM WS-BRUTO
                       WHEN OTHER
                           ADD TAB-MOV-VALOR(MOV-IDX) TO WS-BRUTO
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SOMA-ACERTO-RETROATIVO.
           ADD WS-ACERTO-RETRO TO WS-BRUTO.

      *    ordens judiciais sobre o liquido dos descontos legais da
      *    competencia; a margem do consignado sai daqui.
       DESCONTA-ORDENS-JUDICIAIS.
           MOVE PM-COD TO WS-ORDJ-COD.
           MOVE WS-BRUTO TO WS-ORDJ-BRUTO.
           COMPUTE WS-ORDJ-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF
               - WS-INSS-RETRO - WS-IRRF-RETRO.
           PERFORM CALCULA-ORDENS-JUDICIAIS.
           IF ORDEM-JUDICIAL-PARCIAL
               MOVE "PROG43" TO WS-EXCCOM-PROGRAMA
               MOVE "ORDEM-PARCIAL" TO WS-EXCCOM-CAMPO
               MOVE PM-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    contribuicao e retencao pelas faixas comuns
      *    (FAIXAPROC.cpy): INSS sobre o bruto, IRRF sobre o bruto
      *    menos a contribuicao.
       CALCULA-INSS.
           MOVE WS-BRUTO TO WS-FAIXA-BASE.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           MOVE WS-FAIXA-INSS TO WS-INSS.

       CALCULA-IRRF.
           MOVE WS-BRUTO TO WS-FAIXA-BASE.
           MOVE WS-INSS TO WS-FAIXA-INSS.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           MOVE WS-FAIXA-IRRF TO WS-IRRF.

      *    cada desconto em linha propria, abaixo da linha do
      *    funcionario e dos movimentos.
           STRING "       DESCONTO PADRAO " WS-DESCONTO-EDIT
               DELIMITED BY SIZE INTO FOLHA-REPORT-LINHA.
           WRITE FOLHA-REPORT-LINHA.
           PERFORM VARYING OJ-IDX FROM 1 BY 1
                   UNTIL OJ-IDX > WS-QTD-ORDENS-JUDICIAIS
               IF TAB-OJ-COD(OJ-IDX) = PM-COD
                   MOVE TAB-OJ-VALOR-MES(OJ-IDX) TO WS-MOV-VALOR-EDIT
                   MOVE SPACES TO FOLHA-REPORT-LINHA
                   STRING "       ORDEM JUDICIAL "
                          TAB-OJ-BENEFICIARIO(OJ-IDX) " "
                          WS-MOV-VALOR-EDIT
                       DELIMITED BY SIZE INTO FOLHA-REPORT-LINHA
                   WRITE FOLHA-REPORT-LINHA
               END-IF
           END-PERFORM.
           PERFORM VARYING BEN-IDX FROM 1 BY 1
                   UNTIL BEN-IDX > WS-QTD-BENEFICIOS
               IF TAB-BEN-COD(BEN-IDX) = PM-COD
                       AND TAB-BEN-DESCONTO-MES(BEN-IDX) > 0
                   MOVE TAB-BEN-TIPO(BEN-IDX) TO WS-BENF-TIPO
                   PERFORM DESCREVE-BENEFICIO
                   MOVE TAB-BEN-DESCONTO-MES(BEN-IDX)
                       TO WS-MOV-VALOR-EDIT
                   MOVE SPACES TO FOLHA-REPORT-LINHA
                   STRING "       DESCONTO " WS-BENF-DESCRICAO " "
                          WS-MOV-VALOR-EDIT
                       DELIMITED BY SIZE INTO FOLHA-REPORT-LINHA
                   WRITE FOLHA-REPORT-LINHA
               END-IF
           END-PERFORM.

       IMPRIME-MOVIMENTOS.
           PERFORM VARYING POR-IDX FROM 1 BY 1
                   UNTIL POR-IDX > WS-QTD-PORCOES
               MOVE TAB-POR-SALARIO(POR-IDX) TO WS-POR-SALARIO-EDIT
               MOVE TAB-POR-VALOR(POR-IDX) TO WS-MOV-VALOR-EDIT
               MOVE SPACES TO FOLHA-REPORT-LINHA
               STRING "       SALARIO DIAS " TAB-POR-INICIO(POR-IDX)
                      " A " TAB-POR-FIM(POR-IDX) " SOBRE "
                      WS-POR-SALARIO-EDIT " " WS-MOV-VALOR-EDIT
                   DELIMITED BY SIZE INTO FOLHA-REPORT-LINHA
               WRITE FOLHA-REPORT-LINHA
           END-PERFORM.
           IF WS-DIAS-FERIAS > 0
               MOVE WS-DESCONTO-FERIAS TO WS-MOV-VALOR-EDIT
               MOVE SPACES TO FOLHA-REPORT-LINHA
               STRING "       FERIAS PAGAS (" WS-DIAS-FERIAS
                      " DIAS)       " WS-MOV-VALOR-EDIT
                   DELIMITED BY SIZE INTO FOLHA-REPORT-LINHA
               WRITE FOLHA-REPORT-LINHA
           END-IF.
           IF WS-DIAS-AFASTAMENTO > 0
               MOVE WS-DESCONTO-AFASTAMENTO TO WS-MOV-VALOR-EDIT
               MOVE SPACES TO FOLHA-REPORT-LINHA
               STRING "       AFASTAMENTO (" WS-DIAS-AFASTAMENTO
                      " DIAS)        " WS-MOV-VALOR-EDIT
                   DELIMITED BY SIZE INTO FOLHA-REPORT-LINHA
               WRITE FOLHA-REPORT-LINHA
           END-IF.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-QTD-MOVIMENTOS
               IF TAB-MOV-COD(MOV-IDX) = PM-COD
      *    padrao) e o liquido.
       GERA-CONTRACHEQUE.
           MOVE ALL "=" TO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.
           MOVE SPACES TO CONTRACHEQUE-LINHA.
           STRING "CONTRACHEQUE - COMPETENCIA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.
           MOVE SPACES TO CONTRACHEQUE-LINHA.
           STRING "FUNCIONARIO " FM-COD " " FM-NOME
                  "  DEPTO " PM-DEPTO
               DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.

           IF SALARIO-PRO-RATA
               PERFORM VARYING POR-IDX FROM 1 BY 1
                       UNTIL POR-IDX > WS-QTD-PORCOES
                   MOVE TAB-POR-SALARIO(POR-IDX)
                       TO WS-POR-SALARIO-EDIT
                   MOVE TAB-POR-VALOR(POR-IDX) TO WS-MOV-VALOR-EDIT
                   MOVE SPACES TO CONTRACHEQUE-LINHA
                   STRING "  PROVENTO SALARIO DIAS "
                          TAB-POR-INICIO(POR-IDX) " A "
                          TAB-POR-FIM(POR-IDX) " SOBRE "
                          WS-POR-SALARIO-EDIT "  " WS-MOV-VALOR-EDIT
                       DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
                   PERFORM GRAVA-LINHA-CONTRACHEQUE
               END-PERFORM
           ELSE
               MOVE PM-SALARIO-BASE TO WS-MOV-VALOR-EDIT
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "  PROVENTO SALARIO BASE       "
                      WS-MOV-VALOR-EDIT
                   DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               PERFORM GRAVA-LINHA-CONTRACHEQUE
           END-IF.
           IF WS-DIAS-FERIAS > 0
               MOVE WS-DESCONTO-FERIAS TO WS-MOV-VALOR-EDIT
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "  DESCONTO FERIAS PAGAS (" WS-DIAS-FERIAS
                      " D) " WS-MOV-VALOR-EDIT
                   DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               PERFORM GRAVA-LINHA-CONTRACHEQUE
           END-IF.
           IF WS-DIAS-AFASTAMENTO > 0
               MOVE WS-DESCONTO-AFASTAMENTO TO WS-MOV-VALOR-EDIT
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "  DESCONTO AFASTAMENTO (" WS-DIAS-AFASTAMENTO
                      " D)  " WS-MOV-VALOR-EDIT
                   DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               PERFORM GRAVA-LINHA-CONTRACHEQUE
           END-IF.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-QTD-MOVIMENTOS
               IF TAB-MOV-COD(MOV-IDX) = PM-COD
                   MOVE TAB-MOV-VALOR(MOV-IDX) TO WS-MOV-VALOR-EDIT
                   MOVE SPACES TO CONTRACHEQUE-LINHA
                   IF TAB-MOV-TIPO(MOV-IDX) = "D"
                           OR TAB-MOV-TIPO(MOV-IDX) = "I"
                           OR TAB-MOV-TIPO(MOV-IDX) = "R"
                       STRING "  DESCONTO "
                              TAB-MOV-DESCRICAO(MOV-IDX) "  "
                              WS-MOV-VALOR-EDIT
                           DELIMITED BY SIZE
                           INTO CONTRACHEQUE-LINHA
                   END-IF
                   PERFORM GRAVA-LINHA-CONTRACHEQUE
               END-IF
           END-PERFORM.

                      WS-QTD-DEP-QUALIFICADOS " DEP) "
                      WS-SALFAM-EDIT
                   DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               PERFORM GRAVA-LINHA-CONTRACHEQUE
           END-IF.

           MOVE WS-INSS TO WS-DESCONTO-EDIT.
           STRING "  DESCONTO INSS               "
                  WS-DESCONTO-EDIT
               DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.
           MOVE WS-IRRF TO WS-DESCONTO-EDIT.
           MOVE SPACES TO CONTRACHEQUE-LINHA.
           STRING "  DESCONTO IRRF               "
                  WS-DESCONTO-EDIT
               DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.
           MOVE PM-DESCONTOS-PADRAO TO WS-DESCONTO-EDIT.
           MOVE SPACES TO CONTRACHEQUE-LINHA.
           STRING "  DESCONTO PADRAO             "
                  WS-DESCONTO-EDIT
               DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.
           PERFORM VARYING OJ-IDX FROM 1 BY 1
                   UNTIL OJ-IDX > WS-QTD-ORDENS-JUDICIAIS
               IF TAB-OJ-COD(OJ-IDX) = PM-COD
                   MOVE TAB-OJ-VALOR-MES(OJ-IDX) TO WS-MOV-VALOR-EDIT
                   MOVE SPACES TO CONTRACHEQUE-LINHA
                   STRING "  DESCONTO JUDICIAL "
                          TAB-OJ-BENEFICIARIO(OJ-IDX) " "
                          WS-MOV-VALOR-EDIT
                       DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
                   PERFORM GRAVA-LINHA-CONTRACHEQUE
               END-IF
           END-PERFORM.
           PERFORM VARYING BEN-IDX FROM 1 BY 1
                   UNTIL BEN-IDX > WS-QTD-BENEFICIOS
               IF TAB-BEN-COD(BEN-IDX) = PM-COD
                       AND TAB-BEN-DESCONTO-MES(BEN-IDX) > 0
                   MOVE TAB-BEN-TIPO(BEN-IDX) TO WS-BENF-TIPO
                   PERFORM DESCREVE-BENEFICIO
                   MOVE TAB-BEN-DESCONTO-MES(BEN-IDX)
                       TO WS-DESCONTO-EDIT
                   MOVE SPACES TO CONTRACHEQUE-LINHA
                   IF TAB-BEN-TIPO(BEN-IDX) = "S"
                       STRING "  DESCONTO PLANO SAUDE "
                              TAB-BEN-QTD-DEP(BEN-IDX) " DEP "
                              WS-DESCONTO-EDIT
                           DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
                   ELSE
                       STRING "  DESCONTO " WS-BENF-DESCRICAO "    "
                              WS-DESCONTO-EDIT
                           DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
                   END-IF
                   PERFORM GRAVA-LINHA-CONTRACHEQUE
               END-IF
           END-PERFORM.

           IF WS-EMP-PARCELA > 0
               MOVE WS-EMP-PARCELA TO WS-DESCONTO-EDIT
                      WS-DESCONTO-EDIT
                      "  SALDO DEVEDOR " WS-EMP-SALDO-EDIT
                   DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               PERFORM GRAVA-LINHA-CONTRACHEQUE
           END-IF.

           MOVE WS-LIQUIDO TO WS-LIQUIDO-EDIT.
           STRING "  LIQUIDO A RECEBER           "
                  WS-LIQUIDO-EDIT
               DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.
           MOVE ALL "-" TO CONTRACHEQUE-LINHA.
           PERFORM GRAVA-LINHA-CONTRACHEQUE.

       CARREGA-DEPENDENTES.
           MOVE 0 TO WS-QTD-DEPENDENTES.
           COMPUTE WS-SALFAM =
               WS-QTD-DEP-QUALIFICADOS * WS-SALFAM-VALOR.

      *    parte do funcionario nos beneficios; o plano de saude
      *    cobra por dependente cadastrado, de qualquer idade.
       DESCONTA-BENEFICIOS.
           MOVE 0 TO WS-DEP-PLANO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPENDENTES
               IF TAB-DEP-COD(DEP-IDX) = PM-COD
                   ADD 1 TO WS-DEP-PLANO
               END-IF
           END-PERFORM.
           MOVE PM-COD TO WS-BENF-COD.
           MOVE PM-SALARIO-BASE TO WS-BENF-SALARIO.
           MOVE WS-DEP-PLANO TO WS-BENF-QTD-DEPENDENTES.
           PERFORM CALCULA-BENEFICIOS.

      *    emprestimo vigente = registro do funcionario com parcelas
      *    restantes; a parcela e descontada, o contador baixado no
      *    arquivo na hora (com a imagem de antes no EMPANTES.DAT),
      *    e no zero o desconto para sozinho.
       DESCONTA-EMPRESTIMO.
           MOVE 0 TO WS-EMP-PARCELA.
           MOVE 0 TO WS-EMP-SALDO.
           IF EMP-PARCELAS-RESTANTES = 0
               GO TO DESCONTA-EMPRESTIMO-FIM
           END-IF.
           IF EMP-VALOR-PARCELA > WS-ORDJ-MARGEM
               MOVE "PROG43" TO WS-EXCCOM-PROGRAMA
               MOVE "MARGEM-CONSIG" TO WS-EXCCOM-CAMPO
               MOVE PM-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO DESCONTA-EMPRESTIMO-FIM
           END-IF.
           MOVE EMP-VALOR-PARCELA TO WS-EMP-PARCELA.
           PERFORM GRAVA-IMAGEM-EMPRESTIMO.
           SUBTRACT 1 FROM EMP-PARCELAS-RESTANTES.
           COMPUTE WS-EMP-SALDO =
               EMP-VALOR-PARCELA * EMP-PARCELAS-RESTANTES.
           MOVE PM-COD TO REM-CRED-COD.
           MOVE FM-NOME TO REM-CRED-NOME.
           MOVE WS-LIQUIDO TO REM-CRED-VALOR.
           MOVE 0 TO REM-CRED-SEQ.
           MOVE WS-FOLHA-EXECUCAO TO REM-EXECUCAO.
           WRITE REMESSA-REC.
           ADD 1 TO WS-REM-CONTAGEM.
           ADD WS-LIQUIDO TO WS-REM-SOMA.
       GRAVA-CREDITO-REMESSA-FIM.
           EXIT.

      *    um credito por ordem judicial descontada, na conta do
      *    beneficiario, com o codigo do funcionario e a sequencia
      *    da ordem (e o codigo que entra no hash do rodape).
       GRAVA-CREDITOS-BENEFICIARIOS.
           PERFORM VARYING OJ-IDX FROM 1 BY 1
                   UNTIL OJ-IDX > WS-QTD-ORDENS-JUDICIAIS
               IF TAB-OJ-COD(OJ-IDX) = PM-COD
                       AND TAB-OJ-VALOR-MES(OJ-IDX) > 0
                   MOVE SPACES TO REMESSA-REC
                   MOVE "D" TO REM-CRED-TIPO
                   MOVE PM-COD TO REM-CRED-COD
                   MOVE TAB-OJ-BENEFICIARIO(OJ-IDX) TO REM-CRED-NOME
                   MOVE TAB-OJ-VALOR-MES(OJ-IDX) TO REM-CRED-VALOR
                   MOVE TAB-OJ-SEQ(OJ-IDX) TO REM-CRED-SEQ
                   MOVE TAB-OJ-BANCO(OJ-IDX) TO REM-CRED-BANCO
                   MOVE TAB-OJ-AGENCIA(OJ-IDX) TO REM-CRED-AGENCIA
                   MOVE TAB-OJ-CONTA(OJ-IDX) TO REM-CRED-CONTA
                   MOVE WS-FOLHA-EXECUCAO TO REM-EXECUCAO
                   WRITE REMESSA-REC
                   ADD 1 TO WS-REM-CONTAGEM
                   ADD TAB-OJ-VALOR-MES(OJ-IDX) TO WS-REM-SOMA
                   ADD PM-COD-NUMERO TO WS-REM-HASH
               END-IF
           END-PERFORM.

       GRAVA-HISTORICO-FOLHA.
           MOVE WS-COMPETENCIA TO FH-COMPETENCIA.
           MOVE PM-COD TO FH-COD.
           MOVE FM-NOME TO FH-NOME.
           MOVE PM-DEPTO TO FH-DEPTO.
           MOVE WS-BRUTO TO FH-BRUTO.
           COMPUTE FH-INSS = WS-INSS + WS-INSS-RETRO.
           COMPUTE FH-IRRF = WS-IRRF + WS-IRRF-RETRO.
           MOVE PM-DESCONTOS-PADRAO TO FH-DESC-PADRAO.
           MOVE WS-EMP-PARCELA TO FH-EMP-PARCELA.
           MOVE WS-SALFAM TO FH-SALFAM.
           MOVE WS-ORDJ-TOTAL TO FH-ORDEM-JUDICIAL.
           MOVE WS-BENF-TOTAL TO FH-BENEFICIOS.
           MOVE WS-LIQUIDO TO FH-LIQUIDO.
           MOVE "F" TO FH-TIPO-PAGAMENTO.
           MOVE 0 TO FH-BASE-FGTS.
           IF WS-BRUTO > 0
               MOVE WS-BRUTO TO FH-BASE-FGTS
           END-IF.
           MOVE WS-FOLHA-EXECUCAO TO FH-EXECUCAO.
           MOVE 0 TO FH-COMPETENCIA-REF.
           WRITE FH-FOLHA-HIST-REC.

       GRAVA-LINHA-CONTRACHEQUE.
           MOVE WS-FOLHA-EXECUCAO TO CCH-EXECUCAO.
           WRITE CONTRACHEQUE-REC.

      *    a imagem vai para o disco (abre, grava e fecha) antes da
      *    baixa da parcela, para a baixa nunca ficar sem volta.
       GRAVA-IMAGEM-EMPRESTIMO.
           OPEN EXTEND EMPRESTIMO-ANTES-FILE.
           IF WS-EMPANTES-STATUS NOT = "00"
               CLOSE EMPRESTIMO-ANTES-FILE
               OPEN OUTPUT EMPRESTIMO-ANTES-FILE
           END-IF.
           MOVE WS-FOLHA-EXECUCAO TO EMA-EXECUCAO.
           MOVE EMP-EMPRESTIMO-REC TO EMA-IMAGEM.
           WRITE EMPRESTIMO-ANTES-REC.
           CLOSE EMPRESTIMO-ANTES-FILE.

      *    marca da rodada = data e hora da partida; a linha A vai
      *    para o controle antes do primeiro arquivo tocado.
       ABRE-EXECUCAO-FOLHA.
           MOVE FUNCTION CURRENT-DATE TO WS-FEX-DATA-HORA.
           MOVE WS-FEX-DATA-HORA(1:14) TO WS-FOLHA-EXECUCAO.
           MOVE "A" TO WS-FEX-SITUACAO.
           MOVE WS-COMPETENCIA TO WS-FEX-COMPETENCIA.
           PERFORM GRAVA-EXECUCAO-FOLHA.

       GRAVA-EXECUCAO-FOLHA.
           OPEN EXTEND EXECUCAO-FOLHA-FILE.
           IF WS-FOLHEXEC-STATUS NOT = "00"
               CLOSE EXECUCAO-FOLHA-FILE
               OPEN OUTPUT EXECUCAO-FOLHA-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FEX-DATA-HORA.
           MOVE WS-FOLHA-EXECUCAO TO FEX-EXECUCAO.
           MOVE WS-FEX-COMPETENCIA TO FEX-COMPETENCIA.
           MOVE WS-FEX-SITUACAO TO FEX-SITUACAO.
           MOVE WS-FEX-DATA-HORA(1:8) TO FEX-DATA.
           MOVE WS-FEX-DATA-HORA(9:6) TO FEX-HORA.
           WRITE EXECUCAO-FOLHA-REC.
           CLOSE EXECUCAO-FOLHA-FILE.

      *    rodada pendente = A no controle sem C ou D depois dela.
       CONFERE-EXECUCAO-PENDENTE.
           MOVE SPACES TO WS-EXECUCAO-PENDENTE.
           MOVE 0 TO WS-COMPETENCIA-PENDENTE.
           OPEN INPUT EXECUCAO-FOLHA-FILE.
           IF WS-FOLHEXEC-STATUS = "00"
               PERFORM UNTIL WS-FOLHEXEC-STATUS NOT = "00"
                   READ EXECUCAO-FOLHA-FILE
                       AT END
                           MOVE "10" TO WS-FOLHEXEC-STATUS
                       NOT AT END
                           PERFORM ANOTA-EXECUCAO-FOLHA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXECUCAO-FOLHA-FILE.

       ANOTA-EXECUCAO-FOLHA.
           IF FEX-EM-ANDAMENTO
               MOVE FEX-EXECUCAO TO WS-EXECUCAO-PENDENTE
               MOVE FEX-COMPETENCIA TO WS-COMPETENCIA-PENDENTE
           ELSE
               IF FEX-EXECUCAO = WS-EXECUCAO-PENDENTE
                   MOVE SPACES TO WS-EXECUCAO-PENDENTE
               END-IF
           END-IF.

      *    desfaz o que a rodada interrompida gravou: creditos da
      *    remessa, linhas do historico e dos contracheques com a
      *    marca dela, e as parcelas baixadas voltam pela imagem de
      *    antes. pode ser repetido sem estrago; so o D no controle,
      *    gravado por ultimo, encerra a pendencia. cadastro de
      *    emprestimos fora do ar deixa a pendencia aberta e a folha
      *    nao roda.
       DESFAZ-EXECUCAO-PENDENTE.
           DISPLAY "FOLHA " WS-EXECUCAO-PENDENTE " (COMPETENCIA "
               WS-COMPETENCIA-PENDENTE ") INTERROMPIDA, DESFAZENDO".
           MOVE 0 TO WS-DESF-REMESSA.
           MOVE 0 TO WS-DESF-REMESSA-SOMA.
           MOVE 0 TO WS-DESF-HISTORICO.
           MOVE 0 TO WS-DESF-CONTRACHEQUE.
           MOVE 0 TO WS-DESF-EMPRESTIMOS.
           MOVE 0 TO WS-DESF-EMP-SEM-REGISTRO.
           PERFORM RESTAURA-EMPRESTIMOS
               THRU RESTAURA-EMPRESTIMOS-FIM.
           IF NOT EMPRESTIMOS-RESTAURADOS
               DISPLAY "CADASTRO DE EMPRESTIMOS NAO ABRE: PARCELAS "
                   "NAO RESTAURADAS, FOLHA NAO RODADA"
               GO TO DESFAZ-EXECUCAO-PENDENTE-FIM
           END-IF.
           PERFORM DESFAZ-REMESSA
               THRU DESFAZ-REMESSA-FIM.
           PERFORM DESFAZ-HISTORICO
               THRU DESFAZ-HISTORICO-FIM.
           PERFORM DESFAZ-CONTRACHEQUES
               THRU DESFAZ-CONTRACHEQUES-FIM.
           PERFORM GRAVA-RELATORIO-DESFEITA.
           MOVE WS-EXECUCAO-PENDENTE TO WS-FOLHA-EXECUCAO.
           MOVE "D" TO WS-FEX-SITUACAO.
           MOVE WS-COMPETENCIA-PENDENTE TO WS-FEX-COMPETENCIA.
           PERFORM GRAVA-EXECUCAO-FOLHA.
           MOVE SPACES TO WS-FOLHA-EXECUCAO.

       DESFAZ-EXECUCAO-PENDENTE-FIM.
           EXIT.

      *    sem imagens gravadas nao ha parcela a devolver; a imagem
      *    sem registro no cadastro (emprestimo excluido depois) so
      *    e contada.
       RESTAURA-EMPRESTIMOS.
           MOVE "S" TO WS-DESF-EMP-OK.
           OPEN INPUT EMPRESTIMO-ANTES-FILE.
           IF WS-EMPANTES-STATUS NOT = "00"
               CLOSE EMPRESTIMO-ANTES-FILE
               GO TO RESTAURA-EMPRESTIMOS-FIM
           END-IF.
           OPEN I-O EMPRESTIMOS-FILE.
           IF WS-EMPRESTI-STATUS NOT = "00"
               CLOSE EMPRESTIMOS-FILE
               PERFORM CONFERE-IMAGEM-PENDENTE
               CLOSE EMPRESTIMO-ANTES-FILE
               GO TO RESTAURA-EMPRESTIMOS-FIM
           END-IF.
           PERFORM UNTIL WS-EMPANTES-STATUS NOT = "00"
               READ EMPRESTIMO-ANTES-FILE
                   AT END
                       MOVE "10" TO WS-EMPANTES-STATUS
                   NOT AT END
                       IF EMA-EXECUCAO = WS-EXECUCAO-PENDENTE
                           PERFORM RESTAURA-UM-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPRESTIMOS-FILE.
           CLOSE EMPRESTIMO-ANTES-FILE.

       RESTAURA-EMPRESTIMOS-FIM.
           EXIT.

      *    cadastro fora do ar so impede a folha se a rodada
      *    interrompida chegou a baixar alguma parcela.
       CONFERE-IMAGEM-PENDENTE.
           PERFORM UNTIL WS-EMPANTES-STATUS NOT = "00"
               READ EMPRESTIMO-ANTES-FILE
                   AT END
                       MOVE "10" TO WS-EMPANTES-STATUS
                   NOT AT END
                       IF EMA-EXECUCAO = WS-EXECUCAO-PENDENTE
                           MOVE "N" TO WS-DESF-EMP-OK
                       END-IF
               END-READ
           END-PERFORM.

       RESTAURA-UM-EMPRESTIMO.
           MOVE EMA-IMAGEM TO EMP-EMPRESTIMO-REC.
           REWRITE EMP-EMPRESTIMO-REC
               INVALID KEY
                   ADD 1 TO WS-DESF-EMP-SEM-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WS-DESF-EMPRESTIMOS
           END-REWRITE.

      *    a remessa da rodada e refeita inteira na nova rodada;
      *    aqui saem so os creditos dela. o cabecalho original fica
      *    como estava, os creditos de outros programas (marca em
      *    branco) ficam e o rodape e refeito sobre eles. remessa
      *    ja enviada (rodada interrompida antes de abrir a sua)
      *    nao e tocada: nada dela e desta rodada, e o proximo
      *    CARREGA-CREDITOS-AVULSOS ve a marca e nao guarda nada.
       DESFAZ-REMESSA.
           MOVE 0 TO WS-QTD-REM-MANTIDA.
           MOVE "N" TO WS-REM-ANTERIOR-ENVIADA.
           MOVE "N" TO WS-REM-TEM-CAB-GUARDADO.
           MOVE 0 TO WS-DESF-MANT-CONTAGEM.
           MOVE 0 TO WS-DESF-MANT-SOMA.
           MOVE 0 TO WS-DESF-MANT-HASH.
           OPEN INPUT REMESSA-BANCO-FILE.
           IF WS-REMESSA-STATUS NOT = "00"
               CLOSE REMESSA-BANCO-FILE
               GO TO DESFAZ-REMESSA-FIM
           END-IF.
           PERFORM UNTIL WS-REMESSA-STATUS NOT = "00"
               READ REMESSA-BANCO-FILE
                   AT END
                       MOVE "10" TO WS-REMESSA-STATUS
                   NOT AT END
                       PERFORM CONFERE-LINHA-REMESSA
               END-READ
           END-PERFORM.
           CLOSE REMESSA-BANCO-FILE.
           IF WS-REM-ANTERIOR-ENVIADA = "S"
               MOVE 0 TO WS-QTD-REM-MANTIDA
               GO TO DESFAZ-REMESSA-FIM
           END-IF.

           OPEN OUTPUT REMESSA-BANCO-FILE.
           IF WS-REM-TEM-CAB-GUARDADO = "S"
               MOVE WS-REM-CAB-GUARDADO TO REMESSA-REC
           ELSE
               MOVE SPACES TO REMESSA-REC
               MOVE "H" TO REM-CAB-TIPO
               MOVE WS-DATA-HORA-ATUAL(1:8) TO REM-CAB-DATA
               MOVE WS-COMPETENCIA-PENDENTE TO REM-CAB-COMPETENCIA
           END-IF.
           WRITE REMESSA-REC.
           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                   UNTIL WS-RMT-IDX > WS-QTD-REM-MANTIDA
               MOVE TAB-RMT(WS-RMT-IDX) TO REMESSA-REC
               WRITE REMESSA-REC
               ADD 1 TO WS-DESF-MANT-CONTAGEM
               ADD REM-CRED-VALOR TO WS-DESF-MANT-SOMA
               MOVE REM-CRED-COD(1:5) TO WS-RMT-COD-NUMERO
               ADD WS-RMT-COD-NUMERO TO WS-DESF-MANT-HASH
           END-PERFORM.
           MOVE SPACES TO REMESSA-REC.
           MOVE "T" TO REM-ROD-TIPO.
           MOVE WS-DESF-MANT-CONTAGEM TO REM-ROD-CONTAGEM.
           MOVE WS-DESF-MANT-SOMA TO REM-ROD-SOMA.
           MOVE WS-DESF-MANT-HASH TO REM-ROD-HASH.
           WRITE REMESSA-REC.
           CLOSE REMESSA-BANCO-FILE.

       DESFAZ-REMESSA-FIM.
           EXIT.

       CONFERE-LINHA-REMESSA.
           EVALUATE REM-CAB-TIPO
               WHEN "H"
                   MOVE REMESSA-REC TO WS-REM-CAB-GUARDADO
                   MOVE "S" TO WS-REM-TEM-CAB-GUARDADO
                   IF REMESSA-ENVIADA
                       MOVE "S" TO WS-REM-ANTERIOR-ENVIADA
                   END-IF
               WHEN "D"
                   IF REM-EXECUCAO = WS-EXECUCAO-PENDENTE
                       ADD 1 TO WS-DESF-REMESSA
                       ADD REM-CRED-VALOR TO WS-DESF-REMESSA-SOMA
                   ELSE
                       IF REM-EXECUCAO = SPACES
                               AND WS-QTD-REM-MANTIDA < 500
                           ADD 1 TO WS-QTD-REM-MANTIDA
                           MOVE REMESSA-REC
                               TO TAB-RMT(WS-QTD-REM-MANTIDA)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    a remessa da folha e refeita inteira a cada rodada; os
      *    creditos de outros programas (marca em branco) que ja
      *    estao nela e ainda nao foram ao banco ficam guardados
      *    para voltar na remessa nova. remessa ja enviada (ver
      *    PROG64) nao guarda nada: o que estava nela foi pago.
       CARREGA-CREDITOS-AVULSOS.
           MOVE 0 TO WS-QTD-REM-MANTIDA.
           MOVE "N" TO WS-REM-ANTERIOR-ENVIADA.
           OPEN INPUT REMESSA-BANCO-FILE.
           IF WS-REMESSA-STATUS NOT = "00"
               CLOSE REMESSA-BANCO-FILE
               GO TO CARREGA-CREDITOS-AVULSOS-FIM
           END-IF.
           PERFORM UNTIL WS-REMESSA-STATUS NOT = "00"
               READ REMESSA-BANCO-FILE
                   AT END
                       MOVE "10" TO WS-REMESSA-STATUS
                   NOT AT END
                       PERFORM ANOTA-CREDITO-AVULSO
               END-READ
           END-PERFORM.
           CLOSE REMESSA-BANCO-FILE.
           IF WS-REM-ANTERIOR-ENVIADA = "S"
               MOVE 0 TO WS-QTD-REM-MANTIDA
           END-IF.

       CARREGA-CREDITOS-AVULSOS-FIM.
           EXIT.

       ANOTA-CREDITO-AVULSO.
           EVALUATE REM-CAB-TIPO
               WHEN "H"
                   IF REMESSA-ENVIADA
                       MOVE "S" TO WS-REM-ANTERIOR-ENVIADA
                   END-IF
               WHEN "D"
                   IF REM-EXECUCAO = SPACES
                           AND WS-QTD-REM-MANTIDA < 500
                       ADD 1 TO WS-QTD-REM-MANTIDA
                       MOVE REMESSA-REC
                           TO TAB-RMT(WS-QTD-REM-MANTIDA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    creditos guardados entram na remessa nova e nos
      *    controles do rodape.
       GRAVA-CREDITOS-MANTIDOS.
           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                   UNTIL WS-RMT-IDX > WS-QTD-REM-MANTIDA
               MOVE TAB-RMT(WS-RMT-IDX) TO REMESSA-REC
               WRITE REMESSA-REC
               ADD 1 TO WS-REM-CONTAGEM
               ADD REM-CRED-VALOR TO WS-REM-SOMA
               MOVE REM-CRED-COD(1:5) TO WS-RMT-COD-NUMERO
               ADD WS-RMT-COD-NUMERO TO WS-REM-HASH
           END-PERFORM.

      *    historico e so-acrescimo e pode ser grande: a copia sem
      *    as linhas da rodada vai para o arquivo de trabalho e
      *    volta por cima do original (so se algo saiu).
       DESFAZ-HISTORICO.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               CLOSE FOLHA-HISTORICO-FILE
               GO TO DESFAZ-HISTORICO-FIM
           END-IF.
           OPEN OUTPUT FOLHA-TRABALHO-FILE.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-EXECUCAO = WS-EXECUCAO-PENDENTE
                           ADD 1 TO WS-DESF-HISTORICO
                       ELSE
                           MOVE FH-FOLHA-HIST-REC
                               TO FOLHA-TRABALHO-REC
                           WRITE FOLHA-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.
           CLOSE FOLHA-TRABALHO-FILE.
           IF WS-DESF-HISTORICO > 0
               OPEN INPUT FOLHA-TRABALHO-FILE
               OPEN OUTPUT FOLHA-HISTORICO-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ FOLHA-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE FOLHA-TRABALHO-REC
                               TO FH-FOLHA-HIST-REC
                           WRITE FH-FOLHA-HIST-REC
                   END-READ
               END-PERFORM
               CLOSE FOLHA-HISTORICO-FILE
               CLOSE FOLHA-TRABALHO-FILE
           END-IF.
           DELETE FILE FOLHA-TRABALHO-FILE.

       DESFAZ-HISTORICO-FIM.
           EXIT.

       DESFAZ-CONTRACHEQUES.
           OPEN INPUT CONTRACHEQUE-FILE.
           IF WS-CONTRACHQ-STATUS NOT = "00"
               CLOSE CONTRACHEQUE-FILE
               GO TO DESFAZ-CONTRACHEQUES-FIM
           END-IF.
           OPEN OUTPUT FOLHA-TRABALHO-FILE.
           PERFORM UNTIL WS-CONTRACHQ-STATUS NOT = "00"
               READ CONTRACHEQUE-FILE
                   AT END
                       MOVE "10" TO WS-CONTRACHQ-STATUS
                   NOT AT END
                       IF CCH-EXECUCAO = WS-EXECUCAO-PENDENTE
                           ADD 1 TO WS-DESF-CONTRACHEQUE
                       ELSE
                           MOVE CONTRACHEQUE-REC
                               TO FOLHA-TRABALHO-REC
                           WRITE FOLHA-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTRACHEQUE-FILE.
           CLOSE FOLHA-TRABALHO-FILE.
           IF WS-DESF-CONTRACHEQUE > 0
               OPEN INPUT FOLHA-TRABALHO-FILE
               OPEN OUTPUT CONTRACHEQUE-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ FOLHA-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE FOLHA-TRABALHO-REC
                               TO CONTRACHEQUE-REC
                           WRITE CONTRACHEQUE-REC
                   END-READ
               END-PERFORM
               CLOSE CONTRACHEQUE-FILE
               CLOSE FOLHA-TRABALHO-FILE
           END-IF.
           DELETE FILE FOLHA-TRABALHO-FILE.

       DESFAZ-CONTRACHEQUES-FIM.
           EXIT.

       GRAVA-RELATORIO-DESFEITA.
           OPEN EXTEND DESFEITA-REPORT-FILE.
           IF WS-FOLHDESF-STATUS NOT = "00"
               CLOSE DESFEITA-REPORT-FILE
               OPEN OUTPUT DESFEITA-REPORT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FEX-DATA-HORA.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "===== FOLHA DESFEITA - RODADA "
                  WS-EXECUCAO-PENDENTE " COMPETENCIA "
                  WS-COMPETENCIA-PENDENTE " ====="
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "DESFEITA EM " WS-FEX-DATA-HORA(1:8) " "
                  WS-FEX-DATA-HORA(9:6)
                  ", ANTES DE RODAR A FOLHA DE NOVO"
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           MOVE WS-DESF-REMESSA TO WS-DESF-QTD-EDIT.
           MOVE WS-DESF-REMESSA-SOMA TO WS-DESF-SOMA-EDIT.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "REMESSA (BANCOREM)    " WS-DESF-QTD-EDIT
                  " CREDITOS RETIRADOS, SOMA " WS-DESF-SOMA-EDIT
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           MOVE WS-QTD-REM-MANTIDA TO WS-DESF-QTD-EDIT.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "                      " WS-DESF-QTD-EDIT
                  " CREDITOS DE OUTROS PROGRAMAS MANTIDOS"
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           MOVE WS-DESF-HISTORICO TO WS-DESF-QTD-EDIT.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "HISTORICO (FOLHAHIS)  " WS-DESF-QTD-EDIT
                  " LINHAS RETIRADAS"
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           MOVE WS-DESF-CONTRACHEQUE TO WS-DESF-QTD-EDIT.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "CONTRACHEQUES         " WS-DESF-QTD-EDIT
                  " LINHAS RETIRADAS"
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           MOVE WS-DESF-EMPRESTIMOS TO WS-DESF-QTD-EDIT.
           MOVE SPACES TO DESFEITA-REPORT-LINHA.
           STRING "EMPRESTIMOS (EMPRESTI)" WS-DESF-QTD-EDIT
                  " PARCELAS DEVOLVIDAS AO CONTADOR"
               DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA.
           WRITE DESFEITA-REPORT-LINHA.
           IF WS-DESF-EMP-SEM-REGISTRO > 0
               MOVE WS-DESF-EMP-SEM-REGISTRO TO WS-DESF-QTD-EDIT
               MOVE SPACES TO DESFEITA-REPORT-LINHA
               STRING "                      " WS-DESF-QTD-EDIT
                      " SEM REGISTRO NO CADASTRO, NAO DEVOLVIDAS"
                   DELIMITED BY SIZE INTO DESFEITA-REPORT-LINHA
               WRITE DESFEITA-REPORT-LINHA
           END-IF.
           CLOSE DESFEITA-REPORT-FILE.
           DISPLAY "DESFEITOS: " WS-DESF-REMESSA " CREDITOS, "
               WS-DESF-HISTORICO " HISTORICOS, "
               WS-DESF-CONTRACHEQUE " LINHAS DE CONTRACHEQUE, "
               WS-DESF-EMPRESTIMOS " PARCELAS (VER FOLHDESF.DAT)".

       COPY "RELGERPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "FECHPROC.cpy".
       COPY "ORDJPROC.cpy".
       COPY "BENFPROC.cpy".
       COPY "AFAPROC.cpy".
       COPY "FAIXAPROC.cpy".
