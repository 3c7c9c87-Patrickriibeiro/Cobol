       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG115.
      *    PEDIDO MENSAL DE BENEFICIOS AOS FORNECEDORES.
      * 2026-10-15 primeira versao: para a competencia (AAAAMM,
      *            perguntada na partida) soma os beneficios vigentes
      *            do BENEFIC.DAT (PROG114) de quem esta ativo no
      *            mestre, por tipo e fornecedor: quantidade de
      *            funcionarios, vidas (no plano de saude, titular
      *            mais cada dependente do DEPENDTE.DAT) e valor a
      *            pedir (custo cheio: a parte do funcionario e
      *            descontada na folha pelo PROG43). grava BENPED.DAT
      *            em colunas fixas (cabecalho, uma linha por
      *            fornecedor e rodape com contagem e somas), no
      *            desenho do deposito do FGTS (PROG107), para
      *            mandar a cada fornecedor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

      *    dependentes do PROG68, para as vidas do plano de saude.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDTE-STATUS.

      *    pedido da competencia, com cabecalho e rodape de
      *    controle (mesmo desenho da remessa bancaria).
           SELECT BENEFICIO-PEDIDO-FILE ASSIGN TO "BENPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPED-STATUS.

           COPY "BENFSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  DEPENDENTES-FILE.
       COPY "DEPREC.cpy".

      *    linhas de 60 posicoes: "H" data competencia, "D" tipo do
      *    beneficio, fornecedor, funcionarios, vidas e valor (sem
      *    ponto decimal, zeros a esquerda) e "T" contagem de
      *    linhas + soma de funcionarios + soma de vidas + soma dos
      *    valores.
       FD  BENEFICIO-PEDIDO-FILE.
       01  BENPED-REC PIC X(60).
       01  BENPED-CABECALHO REDEFINES BENPED-REC.
           05  BPD-CAB-TIPO        PIC X.
           05  BPD-CAB-DATA        PIC 9(8).
           05  BPD-CAB-COMPETENCIA PIC 9(6).
           05  FILLER              PIC X(45).
       01  BENPED-FORNECEDOR REDEFINES BENPED-REC.
           05  BPD-FOR-TIPO        PIC X.
           05  BPD-FOR-BENEFICIO   PIC X.
           05  BPD-FOR-FORNECEDOR  PIC X(10).
           05  BPD-FOR-FUNCIONARIOS PIC 9(5).
           05  BPD-FOR-VIDAS       PIC 9(5).
           05  BPD-FOR-VALOR       PIC 9(9)V99.
           05  FILLER              PIC X(27).
       01  BENPED-RODAPE REDEFINES BENPED-REC.
           05  BPD-ROD-TIPO         PIC X.
           05  BPD-ROD-CONTAGEM     PIC 9(5).
           05  BPD-ROD-FUNCIONARIOS PIC 9(7).
           05  BPD-ROD-VIDAS        PIC 9(7).
           05  BPD-ROD-SOMA-VALOR   PIC 9(11)V99.
           05  FILLER               PIC X(27).

       COPY "BENFFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-DEPENDTE-STATUS PIC XX.
       01  WS-BENPED-STATUS   PIC XX.

      *    competencia pedida (AAAAMM): vazia ou invalida, vale o
      *    mes corrente.
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).
       01  WS-COMPETENCIA-ENTRADA PIC X(6).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-CORRIDOS PIC 9(7).

      *    quantos dependentes cada funcionario tem, para as vidas
      *    e o custo do plano de saude.
       01  WS-TABELA-DEPENDENTES.
           05  TAB-DEP OCCURS 300 TIMES INDEXED BY DEP-IDX.
               10  TAB-DEP-COD PIC X(6).
               10  TAB-DEP-QTD PIC 9(2).
       01  WS-QTD-DEPENDENTES PIC 9(3) VALUE 0.
       01  WS-DEP-ACHADO PIC X.
           88  DEPENDENTE-ACHADO VALUE "S".

      *    pedido acumulado por tipo de beneficio e fornecedor.
       01  WS-TABELA-FORNECEDORES.
           05  TAB-FOR OCCURS 60 TIMES INDEXED BY FOR-IDX.
               10  TAB-FOR-BENEFICIO    PIC X.
               10  TAB-FOR-FORNECEDOR   PIC X(10).
               10  TAB-FOR-FUNCIONARIOS PIC 9(5).
               10  TAB-FOR-VIDAS        PIC 9(5).
               10  TAB-FOR-VALOR        PIC 9(9)V99.
       01  WS-QTD-FORNECEDORES PIC 9(2) VALUE 0.
       01  WS-FOR-ACHADO PIC X.
           88  FORNECEDOR-ACHADO VALUE "S".

       01  WS-PED-CONTAGEM PIC 9(5) VALUE 0.
       01  WS-PED-FUNCIONARIOS PIC 9(7) VALUE 0.
       01  WS-PED-VIDAS PIC 9(7) VALUE 0.
       01  WS-PED-SOMA-VALOR PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EDIT PIC Z(10)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "BENFWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG115" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM PEGA-COMPETENCIA.
           PERFORM CARREGA-BENEFICIOS.
           IF WS-QTD-BENEFICIOS = 0
               DISPLAY "SEM BENEFICIOS VIGENTES NA COMPETENCIA "
                   WS-COMPETENCIA
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-DEPENDENTES.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM VARYING BEN-IDX FROM 1 BY 1
                   UNTIL BEN-IDX > WS-QTD-BENEFICIOS
               PERFORM SOMA-BENEFICIO
                   THRU SOMA-BENEFICIO-FIM
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER-FILE.

           OPEN OUTPUT BENEFICIO-PEDIDO-FILE.
           MOVE SPACES TO BENPED-REC.
           MOVE "H" TO BPD-CAB-TIPO.
           MOVE WS-DATA-HOJE TO BPD-CAB-DATA.
           MOVE WS-COMPETENCIA TO BPD-CAB-COMPETENCIA.
           WRITE BENPED-REC.
           PERFORM VARYING FOR-IDX FROM 1 BY 1
                   UNTIL FOR-IDX > WS-QTD-FORNECEDORES
               PERFORM GRAVA-PEDIDO-FORNECEDOR
           END-PERFORM.
           MOVE SPACES TO BENPED-REC.
           MOVE "T" TO BPD-ROD-TIPO.
           MOVE WS-PED-CONTAGEM TO BPD-ROD-CONTAGEM.
           MOVE WS-PED-FUNCIONARIOS TO BPD-ROD-FUNCIONARIOS.
           MOVE WS-PED-VIDAS TO BPD-ROD-VIDAS.
           MOVE WS-PED-SOMA-VALOR TO BPD-ROD-SOMA-VALOR.
           WRITE BENPED-REC.
           CLOSE BENEFICIO-PEDIDO-FILE.
           CLOSE EXCECOES-COMUM-FILE.

           MOVE WS-PED-SOMA-VALOR TO WS-TOTAL-EDIT.
           DISPLAY "BENEFICIOS " WS-COMPETENCIA ": " WS-PED-CONTAGEM
               " PEDIDOS, TOTAL " WS-TOTAL-EDIT.
           MOVE WS-PED-CONTAGEM TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       PEGA-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           DISPLAY "COMPETENCIA DO PEDIDO (AAAAMM, VAZIO = ATUAL):"
           ACCEPT WS-COMPETENCIA-ENTRADA.
           MOVE 0 TO WS-COMPETENCIA.
           IF FUNCTION TRIM(WS-COMPETENCIA-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-COMPETENCIA-ENTRADA)
                   TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-COMPETENCIA
           END-IF.
           COMPUTE WS-BENF-PERIODO-INICIO = WS-COMPETENCIA * 100 + 1.
           IF WS-COMP-MES = 12
               COMPUTE WS-BENF-PERIODO-FIM =
                   (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-BENF-PERIODO-FIM =
                   WS-COMPETENCIA * 100 + 101
           END-IF.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-BENF-PERIODO-FIM) - 1.
           COMPUTE WS-BENF-PERIODO-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).

       CARREGA-DEPENDENTES.
           MOVE 0 TO WS-QTD-DEPENDENTES.
           OPEN INPUT DEPENDENTES-FILE.
           IF WS-DEPENDTE-STATUS = "00"
               PERFORM UNTIL WS-DEPENDTE-STATUS NOT = "00"
                   READ DEPENDENTES-FILE
                       AT END
                           MOVE "10" TO WS-DEPENDTE-STATUS
                       NOT AT END
                           PERFORM CONTA-DEPENDENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPENDENTES-FILE.

       CONTA-DEPENDENTE.
           MOVE "N" TO WS-DEP-ACHADO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPENDENTES
                   OR DEPENDENTE-ACHADO
               IF TAB-DEP-COD(DEP-IDX) = DEP-COD
                   MOVE "S" TO WS-DEP-ACHADO
                   ADD 1 TO TAB-DEP-QTD(DEP-IDX)
               END-IF
           END-PERFORM.
           IF NOT DEPENDENTE-ACHADO AND WS-QTD-DEPENDENTES < 300
               ADD 1 TO WS-QTD-DEPENDENTES
               SET DEP-IDX TO WS-QTD-DEPENDENTES
               MOVE DEP-COD TO TAB-DEP-COD(DEP-IDX)
               MOVE 1 TO TAB-DEP-QTD(DEP-IDX)
           END-IF.

      *    beneficio de funcionario fora do mestre, ou inativo, nao
      *    entra no pedido e fica na trilha de excecoes (o PROG114
      *    deve encerra-lo).
       SOMA-BENEFICIO.
           MOVE TAB-BEN-COD(BEN-IDX) TO FM-COD.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   MOVE "PROG115" TO WS-EXCCOM-PROGRAMA
                   MOVE "SEM-MESTRE" TO WS-EXCCOM-CAMPO
                   MOVE TAB-BEN-COD(BEN-IDX) TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO SOMA-BENEFICIO-FIM
           END-READ.
           IF FM-SITUACAO = "I"
               MOVE "PROG115" TO WS-EXCCOM-PROGRAMA
               MOVE "INATIVO" TO WS-EXCCOM-CAMPO
               MOVE TAB-BEN-COD(BEN-IDX) TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO SOMA-BENEFICIO-FIM
           END-IF.

           MOVE 0 TO WS-BENF-QTD-DEPENDENTES.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-QTD-DEPENDENTES
               IF TAB-DEP-COD(DEP-IDX) = TAB-BEN-COD(BEN-IDX)
                   MOVE TAB-DEP-QTD(DEP-IDX)
                       TO WS-BENF-QTD-DEPENDENTES
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-BENF-SALARIO.
           PERFORM CALCULA-BENEFICIO.

           MOVE "N" TO WS-FOR-ACHADO.
           PERFORM VARYING FOR-IDX FROM 1 BY 1
                   UNTIL FOR-IDX > WS-QTD-FORNECEDORES
                   OR FORNECEDOR-ACHADO
               IF TAB-FOR-BENEFICIO(FOR-IDX) = TAB-BEN-TIPO(BEN-IDX)
                       AND TAB-FOR-FORNECEDOR(FOR-IDX) =
                           TAB-BEN-FORNECEDOR(BEN-IDX)
                   MOVE "S" TO WS-FOR-ACHADO
               END-IF
           END-PERFORM.
           IF FORNECEDOR-ACHADO
               SET FOR-IDX DOWN BY 1
           ELSE
               IF WS-QTD-FORNECEDORES >= 60
                   MOVE "PROG115" TO WS-EXCCOM-PROGRAMA
                   MOVE "TABELA-CHEIA" TO WS-EXCCOM-CAMPO
                   MOVE TAB-BEN-FORNECEDOR(BEN-IDX) TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO SOMA-BENEFICIO-FIM
               END-IF
               ADD 1 TO WS-QTD-FORNECEDORES
               SET FOR-IDX TO WS-QTD-FORNECEDORES
               MOVE TAB-BEN-TIPO(BEN-IDX) TO TAB-FOR-BENEFICIO(FOR-IDX)
               MOVE TAB-BEN-FORNECEDOR(BEN-IDX)
                   TO TAB-FOR-FORNECEDOR(FOR-IDX)
               MOVE 0 TO TAB-FOR-FUNCIONARIOS(FOR-IDX)
               MOVE 0 TO TAB-FOR-VIDAS(FOR-IDX)
               MOVE 0 TO TAB-FOR-VALOR(FOR-IDX)
           END-IF.
           ADD 1 TO TAB-FOR-FUNCIONARIOS(FOR-IDX).
           ADD 1 TO TAB-FOR-VIDAS(FOR-IDX).
           IF TAB-BEN-TIPO(BEN-IDX) = "S"
               ADD TAB-BEN-QTD-DEP(BEN-IDX) TO TAB-FOR-VIDAS(FOR-IDX)
           END-IF.
           ADD TAB-BEN-CUSTO-MES(BEN-IDX) TO TAB-FOR-VALOR(FOR-IDX).

       SOMA-BENEFICIO-FIM.
           EXIT.

       GRAVA-PEDIDO-FORNECEDOR.
           MOVE SPACES TO BENPED-REC.
           MOVE "D" TO BPD-FOR-TIPO.
           MOVE TAB-FOR-BENEFICIO(FOR-IDX) TO BPD-FOR-BENEFICIO.
           MOVE TAB-FOR-FORNECEDOR(FOR-IDX) TO BPD-FOR-FORNECEDOR.
           MOVE TAB-FOR-FUNCIONARIOS(FOR-IDX) TO BPD-FOR-FUNCIONARIOS.
           MOVE TAB-FOR-VIDAS(FOR-IDX) TO BPD-FOR-VIDAS.
           MOVE TAB-FOR-VALOR(FOR-IDX) TO BPD-FOR-VALOR.
           WRITE BENPED-REC.
           ADD 1 TO WS-PED-CONTAGEM.
           ADD TAB-FOR-FUNCIONARIOS(FOR-IDX) TO WS-PED-FUNCIONARIOS.
           ADD TAB-FOR-VIDAS(FOR-IDX) TO WS-PED-VIDAS.
           ADD TAB-FOR-VALOR(FOR-IDX) TO WS-PED-SOMA-VALOR.

           MOVE TAB-FOR-BENEFICIO(FOR-IDX) TO WS-BENF-TIPO.
           PERFORM DESCREVE-BENEFICIO.
           MOVE TAB-FOR-VALOR(FOR-IDX) TO WS-TOTAL-EDIT.
           DISPLAY WS-BENF-DESCRICAO " " TAB-FOR-FORNECEDOR(FOR-IDX)
               " " TAB-FOR-FUNCIONARIOS(FOR-IDX) " FUNC "
               TAB-FOR-VIDAS(FOR-IDX) " VIDAS " WS-TOTAL-EDIT.

       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "BENFPROC.cpy".
