       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG112.
      *    SIMULACAO DA FOLHA (QUANTO CUSTA A MUDANCA).
      * 2026-10-15 primeira versao: roda o calculo da folha mensal
      *            (salario base, INSS e IRRF por faixa, desconto
      *            padrao, parcela do consignado, salario-familia e
      *            liquido, como no PROG43) sobre o mestre de
      *            pagamento com as mudancas propostas do cartao
      *            SIMULA.DAT por cima - grade nova ou banda nova
      *            (layout do GRADETAB do PROG65), percentual de
      *            merito por grade (layout do MERITPCT do PROG66,
      *            limitado ao teto) e parametro central novo
      *            (layout do PARAMSUI do PROG55) - sem gravar nada
      *            na folha: FOLHAHIS, BANCOREM, CONTRACHQ e EMPRESTI
      *            ficam intactos. o relatorio SIMREL (geracao
      *            datada) compara, por departamento, bruto e
      *            liquido simulados com os da ultima competencia
      *            fechada (FOLHFECH.DAT / FOLHAHIS.DAT). movimentos
      *            avulsos e ferias do mes ficam fora: a simulacao
      *            mede a folha recorrente.
      * 2026-10-15 ordens judiciais vigentes (ORDJUD.DAT) saem do
      *            liquido simulado e encolhem a margem do
      *            consignado, como na folha.
      * 2026-10-15 parte do funcionario nos beneficios (BENEFIC.DAT)
      *            sai do liquido simulado; o teto do
      *            vale-transporte segue o salario simulado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

      *    so leitura: a simulacao nao baixa parcela.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-COD
               FILE STATUS IS WS-EMPRESTI-STATUS.

           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDTE-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.

      *    cartao das mudancas propostas: tipo G, M ou P na coluna 1
      *    seguido do registro no layout do arquivo de origem.
           SELECT CARTAO-SIMULACAO-FILE ASSIGN TO "SIMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULA-STATUS.

           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

      *    geracao datada por rodada (SIMREL.AAAAMMDD).
           SELECT SIMULACAO-REPORT-FILE
               ASSIGN TO DYNAMIC WS-RELGER-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMREL-STATUS.

           COPY "FECHSEL.cpy".
           COPY "RELGERSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "ORDJSEL.cpy".
           COPY "BENFSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  EMPRESTIMOS-FILE.
       COPY "EMPREC.cpy".

       FD  DEPENDENTES-FILE.
       COPY "DEPREC.cpy".

       FD  GRADES-FILE.
       COPY "GRADEREC.cpy".

       FD  CARTAO-SIMULACAO-FILE.
       01  SIM-CARTAO-REC PIC X(41).
       01  SIM-CARTAO-GRADE REDEFINES SIM-CARTAO-REC.
           05  SIM-TIPO            PIC X.
               88  SIM-TIPO-GRADE     VALUE "G".
               88  SIM-TIPO-MERITO    VALUE "M".
               88  SIM-TIPO-PARAMETRO VALUE "P".
           05  SIM-GR-CODIGO       PIC X(2).
           05  SIM-GR-DESCRICAO    PIC X(20).
           05  SIM-GR-SALARIO-PISO PIC 9(7)V99.
           05  SIM-GR-SALARIO-TETO PIC 9(7)V99.
       01  SIM-CARTAO-MERITO REDEFINES SIM-CARTAO-REC.
           05  FILLER              PIC X.
           05  SIM-MER-GRADE       PIC X(2).
           05  SIM-MER-PERCENTUAL  PIC X(6).
           05  FILLER              PIC X(32).
       01  SIM-CARTAO-PARAMETRO REDEFINES SIM-CARTAO-REC.
           05  FILLER              PIC X.
           05  SIM-PARM-NOME       PIC X(20).
           05  SIM-PARM-VALOR      PIC 9(8).
           05  FILLER              PIC X(12).

       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  SIMULACAO-REPORT-FILE.
       01  SIMULACAO-REPORT-LINHA PIC X(80).

       COPY "FECHFD.cpy".
       COPY "RELGERFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "ORDJFD.cpy".
       COPY "BENFFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PAGMSTR-STATUS PIC XX.
       01  WS-MASTER-STATUS  PIC XX.
       01  WS-EMPRESTI-STATUS PIC XX.
       01  WS-DEPENDTE-STATUS PIC XX.
       01  WS-GRADES-STATUS  PIC XX.
       01  WS-SIMULA-STATUS  PIC XX.
       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-SIMREL-STATUS  PIC XX.

      *    competencia simulada (proximo mes aberto) e a ultima
      *    fechada, base da comparacao.
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).
       01  WS-ULTIMA-FECHADA PIC 9(6) VALUE 0.

      *    grades vigentes com as propostas por cima.
       01  WS-TABELA-GRADES.
           05  TAB-GR OCCURS 30 TIMES INDEXED BY GR-IDX.
               10  TAB-GR-CODIGO PIC X(2).
               10  TAB-GR-PISO   PIC 9(7)V99.
               10  TAB-GR-TETO   PIC 9(7)V99.
               10  TAB-GR-PCT    PIC 9(3)V99.
               10  TAB-GR-PROPOSTA PIC X.
       01  WS-QTD-GRADES PIC 9(2) VALUE 0.
       01  WS-GR-ACHADA PIC X.
           88  GRADE-ACHADA VALUE "S".
       01  WS-QTD-MUDANCAS-GRADE PIC 9(3) VALUE 0.
       01  WS-QTD-MUDANCAS-MERITO PIC 9(3) VALUE 0.
       01  WS-QTD-MUDANCAS-PARM PIC 9(3) VALUE 0.
       01  WS-QTD-CARTOES-RUINS PIC 9(3) VALUE 0.

       01  WS-TABELA-DEPENDENTES.
           05  TAB-DEP OCCURS 300 TIMES INDEXED BY DEP-IDX.
               10  TAB-DEP-COD        PIC X(6).
               10  TAB-DEP-NASCIMENTO PIC 9(8).
               10  TAB-DEP-NASC-R REDEFINES TAB-DEP-NASCIMENTO.
                   15  TAB-DEP-NASC-ANO PIC 9(4).
                   15  TAB-DEP-NASC-MES PIC 9(2).
                   15  TAB-DEP-NASC-DIA PIC 9(2).
       01  WS-QTD-DEPENDENTES PIC 9(3) VALUE 0.
       01  WS-QTD-DEP-QUALIFICADOS PIC 9(2).
       01  WS-IDADE-DEPENDENTE PIC S9(4).
       01  WS-SALFAM-PARM-VALOR PIC 9(8) VALUE 6000.
       01  WS-SALFAM-IDADE-LIMITE PIC 9(2) VALUE 14.
       01  WS-SALFAM-VALOR PIC 9(4)V99.
       01  WS-MARGEM-PARM-VALOR PIC 9(8) VALUE 3500.
       01  WS-VT-PARM-VALOR PIC 9(8) VALUE 600.
       01  WS-DEP-PLANO PIC 9(2).
       01  WS-DIAS-CORRIDOS PIC 9(7).
       01  WS-TEM-EMPRESTIMOS PIC X VALUE "N".
           88  EMPRESTIMOS-DISPONIVEIS VALUE "S".

      *    calculo do funcionario.
       01  WS-SALARIO-SIMULADO PIC 9(7)V99.
       01  WS-BRUTO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-INSS PIC 9(6)V99.
       01  WS-IRRF PIC 9(6)V99.
       01  WS-EMP-PARCELA PIC 9(5)V99.
       01  WS-SALFAM PIC 9(5)V99.
       01  WS-LIQUIDO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-QTD-SIMULADOS PIC 9(5) VALUE 0.
       01  WS-QTD-PULADOS PIC 9(5) VALUE 0.
       01  WS-QTD-MUDADOS PIC 9(5) VALUE 0.

      *    folha mensal da ultima competencia fechada, ultimo
      *    registro de cada funcionario vale.
       01  WS-TABELA-ANTERIOR.
           05  TAB-ANT OCCURS 2000 TIMES INDEXED BY ANT-IDX.
               10  TAB-ANT-COD     PIC X(6).
               10  TAB-ANT-DEPTO   PIC X(4).
               10  TAB-ANT-BRUTO   PIC S9(7)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-ANT-LIQUIDO PIC S9(7)V99 SIGN LEADING
                       SEPARATE.
       01  WS-QTD-ANTERIOR PIC 9(4) VALUE 0.
       01  WS-ANT-ACHADO PIC X.
           88  ANTERIOR-ACHADO VALUE "S".

      *    comparacao por departamento.
       01  WS-TABELA-DEPTOS.
           05  TAB-DPT OCCURS 50 TIMES INDEXED BY DPT-IDX.
               10  TAB-DPT-DEPTO       PIC X(4).
               10  TAB-DPT-ANT-QTD     PIC 9(4).
               10  TAB-DPT-ANT-BRUTO   PIC S9(9)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-DPT-ANT-LIQUIDO PIC S9(9)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-DPT-SIM-QTD     PIC 9(4).
               10  TAB-DPT-SIM-BRUTO   PIC S9(9)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-DPT-SIM-LIQUIDO PIC S9(9)V99 SIGN LEADING
                       SEPARATE.
       01  WS-QTD-DEPTOS PIC 9(2) VALUE 0.
       01  WS-DPT-PEDIDO PIC X(4).
       01  WS-DPT-ACHADO PIC X.
           88  DEPTO-ACHADO VALUE "S".
       01  WS-TOT-ANT-QTD PIC 9(4) VALUE 0.
       01  WS-TOT-ANT-BRUTO PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       01  WS-TOT-ANT-LIQUIDO PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       01  WS-TOT-SIM-QTD PIC 9(4) VALUE 0.
       01  WS-TOT-SIM-BRUTO PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       01  WS-TOT-SIM-LIQUIDO PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       01  WS-DIFERENCA PIC S9(9)V99 SIGN LEADING SEPARATE.
       01  WS-ANT-EDIT PIC -(9)9.99.
       01  WS-SIM-EDIT PIC -(9)9.99.
       01  WS-DIF-EDIT PIC -(9)9.99.
       01  WS-SALARIO-EDIT PIC Z(6)9.99.
       01  WS-SALARIO-NOVO-EDIT PIC Z(6)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "FECHWS.cpy".
       COPY "RELGERWS.cpy".
       COPY "PARMWS.cpy".
       COPY "FAIXAWS.cpy".
       COPY "RUNWS.cpy".
       COPY "ORDJWS.cpy".
       COPY "BENFWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG112" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.

      *    simula o proximo mes aberto; a ultima fechada e a maior
      *    competencia do arquivo de fechamentos.
           MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           MOVE WS-FECH-PROXIMA-ABERTA TO WS-COMPETENCIA.
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX > WS-FECH-QTD
               IF TAB-FECH-COMPETENCIA(WS-FECH-IDX)
                       > WS-ULTIMA-FECHADA
                   MOVE TAB-FECH-COMPETENCIA(WS-FECH-IDX)
                       TO WS-ULTIMA-FECHADA
               END-IF
           END-PERFORM.

           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-GRADES.
           PERFORM CARREGA-CARTAO-SIMULACAO.
           PERFORM CARREGA-FAIXAS-DESCONTOS.
           MOVE "SALFAM-VALOR" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-SALFAM-PARM-VALOR TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           COMPUTE WS-SALFAM-VALOR = WS-PARM-VALOR / 100.
           MOVE "SALFAM-IDADE-LIMITE" TO WS-PARM-NOME-PEDIDO.
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
           PERFORM CARREGA-DEPENDENTES.
           COMPUTE WS-ORDJ-PERIODO-INICIO = WS-COMPETENCIA * 100 + 1.
           IF WS-COMP-MES = 12
               COMPUTE WS-ORDJ-PERIODO-FIM =
                   (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-ORDJ-PERIODO-FIM =
                   WS-COMPETENCIA * 100 + 101
           END-IF.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-ORDJ-PERIODO-FIM) - 1.
           COMPUTE WS-ORDJ-PERIODO-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).
           PERFORM CARREGA-ORDENS-JUDICIAIS.
           MOVE WS-ORDJ-PERIODO-INICIO TO WS-BENF-PERIODO-INICIO.
           MOVE WS-ORDJ-PERIODO-FIM TO WS-BENF-PERIODO-FIM.
           PERFORM CARREGA-BENEFICIOS.
           PERFORM CARREGA-FOLHA-ANTERIOR
               THRU CARREGA-FOLHA-ANTERIOR-FIM.

           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE PAGAMENTO NAO ENCONTRADO"
               CLOSE PAGAMENTO-MASTER-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               CLOSE PAGAMENTO-MASTER-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO WS-TEM-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMOS-FILE.
           IF WS-EMPRESTI-STATUS = "00"
               MOVE "S" TO WS-TEM-EMPRESTIMOS
           ELSE
               CLOSE EMPRESTIMOS-FILE
           END-IF.

           MOVE "SIMREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           OPEN OUTPUT SIMULACAO-REPORT-FILE.
           PERFORM IMPRIME-CABECALHO-SIMULACAO.

           PERFORM UNTIL WS-PAGMSTR-STATUS NOT = "00"
               READ PAGAMENTO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PAGMSTR-STATUS
                   NOT AT END
                       PERFORM SIMULA-FUNCIONARIO
                           THRU SIMULA-FUNCIONARIO-FIM
               END-READ
           END-PERFORM.

           PERFORM IMPRIME-COMPARACAO.

           CLOSE SIMULACAO-REPORT-FILE.
           IF EMPRESTIMOS-DISPONIVEIS
               CLOSE EMPRESTIMOS-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.

           MOVE WS-TOT-SIM-LIQUIDO TO WS-SIM-EDIT.
           COMPUTE WS-DIFERENCA =
               WS-TOT-SIM-LIQUIDO - WS-TOT-ANT-LIQUIDO.
           MOVE WS-DIFERENCA TO WS-DIF-EDIT.
           DISPLAY "SIMULACAO " WS-COMPETENCIA ": " WS-QTD-SIMULADOS
               " FUNCIONARIOS, LIQUIDO " WS-SIM-EDIT.
           DISPLAY "DIFERENCA CONTRA " WS-ULTIMA-FECHADA ": "
               WS-DIF-EDIT " (DETALHE EM " WS-RELGER-NOME-ARQ ")".
           MOVE WS-QTD-SIMULADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    funcionario sem par no mestre, ou inativo, fica fora como
      *    na folha; nada vai para a trilha de excecoes, que e da
      *    folha de verdade.
       SIMULA-FUNCIONARIO.
           MOVE PM-COD TO FM-COD.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADOS
                   GO TO SIMULA-FUNCIONARIO-FIM
           END-READ.
           IF FM-SITUACAO = "I"
               ADD 1 TO WS-QTD-PULADOS
               GO TO SIMULA-FUNCIONARIO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SIMULADOS.

           PERFORM APLICA-MUDANCAS-SALARIO
               THRU APLICA-MUDANCAS-SALARIO-FIM.
           MOVE WS-SALARIO-SIMULADO TO WS-BRUTO.
           MOVE WS-BRUTO TO WS-FAIXA-BASE.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           MOVE WS-FAIXA-INSS TO WS-INSS.
           MOVE WS-FAIXA-IRRF TO WS-IRRF.
           MOVE PM-COD TO WS-ORDJ-COD.
           MOVE WS-BRUTO TO WS-ORDJ-BRUTO.
           COMPUTE WS-ORDJ-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF.
           PERFORM CALCULA-ORDENS-JUDICIAIS.
           PERFORM CONSULTA-EMPRESTIMO
               THRU CONSULTA-EMPRESTIMO-FIM.
           PERFORM CALCULA-SALARIO-FAMILIA.
           MOVE 0 TO WS-DEP-PLANO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPENDENTES
               IF TAB-DEP-COD(DEP-IDX) = PM-COD
                   ADD 1 TO WS-DEP-PLANO
               END-IF
           END-PERFORM.
           MOVE PM-COD TO WS-BENF-COD.
           MOVE WS-SALARIO-SIMULADO TO WS-BENF-SALARIO.
           MOVE WS-DEP-PLANO TO WS-BENF-QTD-DEPENDENTES.
           PERFORM CALCULA-BENEFICIOS.
           COMPUTE WS-LIQUIDO = WS-BRUTO - PM-DESCONTOS-PADRAO
               - WS-INSS - WS-IRRF - WS-EMP-PARCELA + WS-SALFAM
               - WS-ORDJ-TOTAL - WS-BENF-TOTAL.

           MOVE PM-DEPTO TO WS-DPT-PEDIDO.
           PERFORM ACHA-DEPARTAMENTO
               THRU ACHA-DEPARTAMENTO-FIM.
           IF DEPTO-ACHADO
               ADD 1 TO TAB-DPT-SIM-QTD(DPT-IDX)
               ADD WS-BRUTO TO TAB-DPT-SIM-BRUTO(DPT-IDX)
               ADD WS-LIQUIDO TO TAB-DPT-SIM-LIQUIDO(DPT-IDX)
           END-IF.
           ADD 1 TO WS-TOT-SIM-QTD.
           ADD WS-BRUTO TO WS-TOT-SIM-BRUTO.
           ADD WS-LIQUIDO TO WS-TOT-SIM-LIQUIDO.

       SIMULA-FUNCIONARIO-FIM.
           EXIT.

      *    merito proposto da grade limitado ao teto (como no
      *    PROG66) e salario abaixo do piso proposto levado ao piso.
      *    cada salario mudado sai em linha propria no relatorio.
       APLICA-MUDANCAS-SALARIO.
           MOVE PM-SALARIO-BASE TO WS-SALARIO-SIMULADO.
           MOVE "N" TO WS-GR-ACHADA.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-QTD-GRADES OR GRADE-ACHADA
               IF TAB-GR-CODIGO(GR-IDX) = PM-GRADE
                   MOVE "S" TO WS-GR-ACHADA
               END-IF
           END-PERFORM.
           IF NOT GRADE-ACHADA
               GO TO APLICA-MUDANCAS-SALARIO-FIM
           END-IF.
           SET GR-IDX DOWN BY 1.
           IF TAB-GR-PCT(GR-IDX) > 0
               COMPUTE WS-SALARIO-SIMULADO ROUNDED =
                   PM-SALARIO-BASE
                   * (1 + TAB-GR-PCT(GR-IDX) / 100)
               IF TAB-GR-TETO(GR-IDX) > 0
                       AND WS-SALARIO-SIMULADO > TAB-GR-TETO(GR-IDX)
                   MOVE TAB-GR-TETO(GR-IDX) TO WS-SALARIO-SIMULADO
               END-IF
           END-IF.
           IF TAB-GR-PROPOSTA(GR-IDX) = "S"
                   AND WS-SALARIO-SIMULADO < TAB-GR-PISO(GR-IDX)
               MOVE TAB-GR-PISO(GR-IDX) TO WS-SALARIO-SIMULADO
           END-IF.
           IF WS-SALARIO-SIMULADO NOT = PM-SALARIO-BASE
               ADD 1 TO WS-QTD-MUDADOS
               MOVE PM-SALARIO-BASE TO WS-SALARIO-EDIT
               MOVE WS-SALARIO-SIMULADO TO WS-SALARIO-NOVO-EDIT
               MOVE SPACES TO SIMULACAO-REPORT-LINHA
               STRING "  " PM-COD " " FM-NOME " GRADE " PM-GRADE
                      " " WS-SALARIO-EDIT " -> "
                      WS-SALARIO-NOVO-EDIT
                   DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA
               WRITE SIMULACAO-REPORT-LINHA
           END-IF.

       APLICA-MUDANCAS-SALARIO-FIM.
           EXIT.

       CONSULTA-EMPRESTIMO.
           MOVE 0 TO WS-EMP-PARCELA.
           IF NOT EMPRESTIMOS-DISPONIVEIS
               GO TO CONSULTA-EMPRESTIMO-FIM
           END-IF.
           MOVE PM-COD TO EMP-COD.
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   GO TO CONSULTA-EMPRESTIMO-FIM
           END-READ.
           IF EMP-PARCELAS-RESTANTES > 0
                   AND EMP-VALOR-PARCELA NOT > WS-ORDJ-MARGEM
               MOVE EMP-VALOR-PARCELA TO WS-EMP-PARCELA
           END-IF.

       CONSULTA-EMPRESTIMO-FIM.
           EXIT.

       CALCULA-SALARIO-FAMILIA.
           MOVE 0 TO WS-SALFAM.
           MOVE 0 TO WS-QTD-DEP-QUALIFICADOS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPENDENTES
               IF TAB-DEP-COD(DEP-IDX) = PM-COD
                   COMPUTE WS-IDADE-DEPENDENTE =
                       WS-COMP-ANO - TAB-DEP-NASC-ANO(DEP-IDX)
                   IF TAB-DEP-NASC-MES(DEP-IDX) > WS-COMP-MES
                       SUBTRACT 1 FROM WS-IDADE-DEPENDENTE
                   END-IF
                   IF WS-IDADE-DEPENDENTE < WS-SALFAM-IDADE-LIMITE
                       ADD 1 TO WS-QTD-DEP-QUALIFICADOS
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-SALFAM =
               WS-QTD-DEP-QUALIFICADOS * WS-SALFAM-VALOR.

       CARREGA-DEPENDENTES.
           MOVE 0 TO WS-QTD-DEPENDENTES.
           OPEN INPUT DEPENDENTES-FILE.
           IF WS-DEPENDTE-STATUS = "00"
               PERFORM UNTIL WS-DEPENDTE-STATUS NOT = "00"
                   READ DEPENDENTES-FILE
                       AT END
                           MOVE "10" TO WS-DEPENDTE-STATUS
                       NOT AT END
                           IF WS-QTD-DEPENDENTES < 300
                               ADD 1 TO WS-QTD-DEPENDENTES
                               SET DEP-IDX TO WS-QTD-DEPENDENTES
                               MOVE DEP-COD TO TAB-DEP-COD(DEP-IDX)
                               MOVE DEP-NASCIMENTO TO
                                   TAB-DEP-NASCIMENTO(DEP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPENDENTES-FILE.

       CARREGA-GRADES.
           MOVE 0 TO WS-QTD-GRADES.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS = "00"
               PERFORM UNTIL WS-GRADES-STATUS NOT = "00"
                   READ GRADES-FILE
                       AT END
                           MOVE "10" TO WS-GRADES-STATUS
                       NOT AT END
                           IF WS-QTD-GRADES < 30
                               ADD 1 TO WS-QTD-GRADES
                               SET GR-IDX TO WS-QTD-GRADES
                               MOVE GR-CODIGO TO TAB-GR-CODIGO(GR-IDX)
                               MOVE GR-SALARIO-PISO
                                   TO TAB-GR-PISO(GR-IDX)
                               MOVE GR-SALARIO-TETO
                                   TO TAB-GR-TETO(GR-IDX)
                               MOVE 0 TO TAB-GR-PCT(GR-IDX)
                               MOVE "N" TO TAB-GR-PROPOSTA(GR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GRADES-FILE.

      *    cada cartao troca (ou acrescenta) a grade, o merito da
      *    grade ou o parametro central, so em memoria.
       CARREGA-CARTAO-SIMULACAO.
           OPEN INPUT CARTAO-SIMULACAO-FILE.
           IF WS-SIMULA-STATUS = "00"
               PERFORM UNTIL WS-SIMULA-STATUS NOT = "00"
                   READ CARTAO-SIMULACAO-FILE
                       AT END
                           MOVE "10" TO WS-SIMULA-STATUS
                       NOT AT END
                           EVALUATE TRUE
                               WHEN SIM-TIPO-GRADE
                                   PERFORM APLICA-CARTAO-GRADE
                               WHEN SIM-TIPO-MERITO
                                   PERFORM APLICA-CARTAO-MERITO
                               WHEN SIM-TIPO-PARAMETRO
                                   PERFORM APLICA-CARTAO-PARAMETRO
                               WHEN OTHER
                                   ADD 1 TO WS-QTD-CARTOES-RUINS
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CARTAO-SIMULACAO-FILE.

       ACHA-GRADE.
           MOVE "N" TO WS-GR-ACHADA.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-QTD-GRADES OR GRADE-ACHADA
               IF TAB-GR-CODIGO(GR-IDX) = SIM-GR-CODIGO
                   MOVE "S" TO WS-GR-ACHADA
               END-IF
           END-PERFORM.
           IF GRADE-ACHADA
               SET GR-IDX DOWN BY 1
           ELSE
               IF WS-QTD-GRADES < 30
                   ADD 1 TO WS-QTD-GRADES
                   SET GR-IDX TO WS-QTD-GRADES
                   MOVE SIM-GR-CODIGO TO TAB-GR-CODIGO(GR-IDX)
                   MOVE 0 TO TAB-GR-PISO(GR-IDX)
                   MOVE 0 TO TAB-GR-TETO(GR-IDX)
                   MOVE 0 TO TAB-GR-PCT(GR-IDX)
                   MOVE "N" TO TAB-GR-PROPOSTA(GR-IDX)
                   MOVE "S" TO WS-GR-ACHADA
               END-IF
           END-IF.

       APLICA-CARTAO-GRADE.
           IF SIM-GR-SALARIO-PISO NOT NUMERIC
                   OR SIM-GR-SALARIO-TETO NOT NUMERIC
               ADD 1 TO WS-QTD-CARTOES-RUINS
           ELSE
               PERFORM ACHA-GRADE
               IF GRADE-ACHADA
                   MOVE SIM-GR-SALARIO-PISO TO TAB-GR-PISO(GR-IDX)
                   MOVE SIM-GR-SALARIO-TETO TO TAB-GR-TETO(GR-IDX)
                   MOVE "S" TO TAB-GR-PROPOSTA(GR-IDX)
                   ADD 1 TO WS-QTD-MUDANCAS-GRADE
               END-IF
           END-IF.

       APLICA-CARTAO-MERITO.
           IF FUNCTION TEST-NUMVAL(SIM-MER-PERCENTUAL) NOT = 0
               ADD 1 TO WS-QTD-CARTOES-RUINS
           ELSE
               PERFORM ACHA-GRADE
               IF GRADE-ACHADA
                   COMPUTE TAB-GR-PCT(GR-IDX) =
                       FUNCTION NUMVAL(SIM-MER-PERCENTUAL)
                   ADD 1 TO WS-QTD-MUDANCAS-MERITO
               END-IF
           END-IF.

      *    o parametro proposto vale em cima do vigente, como se ja
      *    tivesse sido definido no PROG55.
       APLICA-CARTAO-PARAMETRO.
           IF SIM-PARM-VALOR NOT NUMERIC
               ADD 1 TO WS-QTD-CARTOES-RUINS
           ELSE
               MOVE 0 TO WS-PARM-ACHADO-IDX
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > WS-QTD-PARAMETROS
                   IF TAB-PARM-NOME(WS-PARM-IDX) = SIM-PARM-NOME
                       MOVE WS-PARM-IDX TO WS-PARM-ACHADO-IDX
                   END-IF
               END-PERFORM
               IF WS-PARM-ACHADO-IDX = 0
                       AND WS-QTD-PARAMETROS < 60
                   ADD 1 TO WS-QTD-PARAMETROS
                   MOVE WS-QTD-PARAMETROS TO WS-PARM-ACHADO-IDX
                   MOVE SIM-PARM-NOME
                       TO TAB-PARM-NOME(WS-PARM-ACHADO-IDX)
               END-IF
               IF WS-PARM-ACHADO-IDX NOT = 0
                   MOVE SIM-PARM-VALOR
                       TO TAB-PARM-VALOR(WS-PARM-ACHADO-IDX)
                   ADD 1 TO WS-QTD-MUDANCAS-PARM
               END-IF
           END-IF.

      *    linhas da folha mensal da ultima competencia fechada.
       CARREGA-FOLHA-ANTERIOR.
           MOVE 0 TO WS-QTD-ANTERIOR.
           IF WS-ULTIMA-FECHADA = 0
               GO TO CARREGA-FOLHA-ANTERIOR-FIM
           END-IF.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS = "00"
               PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
                   READ FOLHA-HISTORICO-FILE
                       AT END
                           MOVE "10" TO WS-FOLHAHIS-STATUS
                       NOT AT END
                           IF FH-FOLHA-MENSAL
                                   AND FH-COMPETENCIA =
                                       WS-ULTIMA-FECHADA
                               PERFORM ANOTA-FOLHA-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FOLHA-HISTORICO-FILE.

           PERFORM VARYING ANT-IDX FROM 1 BY 1
                   UNTIL ANT-IDX > WS-QTD-ANTERIOR
               MOVE TAB-ANT-DEPTO(ANT-IDX) TO WS-DPT-PEDIDO
               PERFORM ACHA-DEPARTAMENTO
                   THRU ACHA-DEPARTAMENTO-FIM
               IF DEPTO-ACHADO
                   ADD 1 TO TAB-DPT-ANT-QTD(DPT-IDX)
                   ADD TAB-ANT-BRUTO(ANT-IDX)
                       TO TAB-DPT-ANT-BRUTO(DPT-IDX)
                   ADD TAB-ANT-LIQUIDO(ANT-IDX)
                       TO TAB-DPT-ANT-LIQUIDO(DPT-IDX)
               END-IF
               ADD 1 TO WS-TOT-ANT-QTD
               ADD TAB-ANT-BRUTO(ANT-IDX) TO WS-TOT-ANT-BRUTO
               ADD TAB-ANT-LIQUIDO(ANT-IDX) TO WS-TOT-ANT-LIQUIDO
           END-PERFORM.

       CARREGA-FOLHA-ANTERIOR-FIM.
           EXIT.

       ANOTA-FOLHA-ANTERIOR.
           MOVE "N" TO WS-ANT-ACHADO.
           PERFORM VARYING ANT-IDX FROM 1 BY 1
                   UNTIL ANT-IDX > WS-QTD-ANTERIOR OR ANTERIOR-ACHADO
               IF TAB-ANT-COD(ANT-IDX) = FH-COD
                   MOVE "S" TO WS-ANT-ACHADO
               END-IF
           END-PERFORM.
           IF ANTERIOR-ACHADO
               SET ANT-IDX DOWN BY 1
           ELSE
               IF WS-QTD-ANTERIOR < 2000
                   ADD 1 TO WS-QTD-ANTERIOR
                   SET ANT-IDX TO WS-QTD-ANTERIOR
                   MOVE FH-COD TO TAB-ANT-COD(ANT-IDX)
                   MOVE "S" TO WS-ANT-ACHADO
               END-IF
           END-IF.
           IF ANTERIOR-ACHADO
               MOVE FH-DEPTO TO TAB-ANT-DEPTO(ANT-IDX)
               MOVE FH-BRUTO TO TAB-ANT-BRUTO(ANT-IDX)
               MOVE FH-LIQUIDO TO TAB-ANT-LIQUIDO(ANT-IDX)
           END-IF.

      *    posiciona DPT-IDX no departamento pedido, abrindo a linha
      *    se ainda nao existir.
       ACHA-DEPARTAMENTO.
           MOVE "N" TO WS-DPT-ACHADO.
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > WS-QTD-DEPTOS OR DEPTO-ACHADO
               IF TAB-DPT-DEPTO(DPT-IDX) = WS-DPT-PEDIDO
                   MOVE "S" TO WS-DPT-ACHADO
               END-IF
           END-PERFORM.
           IF DEPTO-ACHADO
               SET DPT-IDX DOWN BY 1
               GO TO ACHA-DEPARTAMENTO-FIM
           END-IF.
           IF WS-QTD-DEPTOS >= 50
               GO TO ACHA-DEPARTAMENTO-FIM
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           SET DPT-IDX TO WS-QTD-DEPTOS.
           MOVE WS-DPT-PEDIDO TO TAB-DPT-DEPTO(DPT-IDX).
           MOVE 0 TO TAB-DPT-ANT-QTD(DPT-IDX).
           MOVE 0 TO TAB-DPT-ANT-BRUTO(DPT-IDX).
           MOVE 0 TO TAB-DPT-ANT-LIQUIDO(DPT-IDX).
           MOVE 0 TO TAB-DPT-SIM-QTD(DPT-IDX).
           MOVE 0 TO TAB-DPT-SIM-BRUTO(DPT-IDX).
           MOVE 0 TO TAB-DPT-SIM-LIQUIDO(DPT-IDX).
           MOVE "S" TO WS-DPT-ACHADO.

       ACHA-DEPARTAMENTO-FIM.
           EXIT.

       IMPRIME-CABECALHO-SIMULACAO.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           STRING "===== SIMULACAO DA FOLHA - COMPETENCIA "
                  WS-COMPETENCIA " (NADA GRAVADO) ====="
               DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           STRING "MUDANCAS: GRADES " WS-QTD-MUDANCAS-GRADE
                  " MERITO " WS-QTD-MUDANCAS-MERITO
                  " PARAMETROS " WS-QTD-MUDANCAS-PARM
                  " CARTOES IGNORADOS " WS-QTD-CARTOES-RUINS
               DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE "SALARIOS ALTERADOS PELA SIMULACAO:"
               TO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.

       IMPRIME-COMPARACAO.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           STRING "  " WS-QTD-MUDADOS " SALARIOS ALTERADOS, "
                  WS-QTD-PULADOS " FORA (SEM MESTRE OU INATIVOS)"
               DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE ALL "-" TO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           IF WS-ULTIMA-FECHADA = 0
               MOVE "SEM COMPETENCIA FECHADA PARA COMPARAR"
                   TO SIMULACAO-REPORT-LINHA
           ELSE
               STRING "COMPARACAO COM A ULTIMA COMPETENCIA FECHADA "
                      WS-ULTIMA-FECHADA
                   DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA
           END-IF.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           STRING "DEPT          QTD      ANTERIOR  QTD      SIMULADO"
                  "     DIFERENCA"
               DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > WS-QTD-DEPTOS
               MOVE TAB-DPT-ANT-BRUTO(DPT-IDX) TO WS-ANT-EDIT
               MOVE TAB-DPT-SIM-BRUTO(DPT-IDX) TO WS-SIM-EDIT
               COMPUTE WS-DIFERENCA = TAB-DPT-SIM-BRUTO(DPT-IDX)
                   - TAB-DPT-ANT-BRUTO(DPT-IDX)
               MOVE WS-DIFERENCA TO WS-DIF-EDIT
               MOVE SPACES TO SIMULACAO-REPORT-LINHA
               STRING TAB-DPT-DEPTO(DPT-IDX) " BRUTO   "
                      TAB-DPT-ANT-QTD(DPT-IDX) " " WS-ANT-EDIT " "
                      TAB-DPT-SIM-QTD(DPT-IDX) " " WS-SIM-EDIT " "
                      WS-DIF-EDIT
                   DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA
               WRITE SIMULACAO-REPORT-LINHA
               MOVE TAB-DPT-ANT-LIQUIDO(DPT-IDX) TO WS-ANT-EDIT
               MOVE TAB-DPT-SIM-LIQUIDO(DPT-IDX) TO WS-SIM-EDIT
               COMPUTE WS-DIFERENCA = TAB-DPT-SIM-LIQUIDO(DPT-IDX)
                   - TAB-DPT-ANT-LIQUIDO(DPT-IDX)
               MOVE WS-DIFERENCA TO WS-DIF-EDIT
               MOVE SPACES TO SIMULACAO-REPORT-LINHA
               STRING "     LIQUIDO      " WS-ANT-EDIT "      "
                      WS-SIM-EDIT " " WS-DIF-EDIT
                   DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA
               WRITE SIMULACAO-REPORT-LINHA
           END-PERFORM.
           MOVE ALL "-" TO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE WS-TOT-ANT-BRUTO TO WS-ANT-EDIT.
           MOVE WS-TOT-SIM-BRUTO TO WS-SIM-EDIT.
           COMPUTE WS-DIFERENCA = WS-TOT-SIM-BRUTO - WS-TOT-ANT-BRUTO.
           MOVE WS-DIFERENCA TO WS-DIF-EDIT.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           STRING "GERAL BRUTO  " WS-TOT-ANT-QTD " " WS-ANT-EDIT " "
                  WS-TOT-SIM-QTD " " WS-SIM-EDIT " " WS-DIF-EDIT
               DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.
           MOVE WS-TOT-ANT-LIQUIDO TO WS-ANT-EDIT.
           MOVE WS-TOT-SIM-LIQUIDO TO WS-SIM-EDIT.
           COMPUTE WS-DIFERENCA =
               WS-TOT-SIM-LIQUIDO - WS-TOT-ANT-LIQUIDO.
           MOVE WS-DIFERENCA TO WS-DIF-EDIT.
           MOVE SPACES TO SIMULACAO-REPORT-LINHA.
           STRING "      LIQUIDO     " WS-ANT-EDIT "      "
                  WS-SIM-EDIT " " WS-DIF-EDIT
               DELIMITED BY SIZE INTO SIMULACAO-REPORT-LINHA.
           WRITE SIMULACAO-REPORT-LINHA.

       COPY "FECHPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "FAIXAPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "ORDJPROC.cpy".
       COPY "BENFPROC.cpy".
