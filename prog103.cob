      *            excecoes abertas x resolvidas no mes (EXCCOM.DAT
      *            x EXCRESOL.DAT) e execucoes com erro (RUNLOG.DAT)
      *            - uma secao cada, para a reuniao mensal.
      * 2026-10-15 rescisoes e ferias adiantadas gravadas no
      *            historico da folha entram no total da
      *            competencia somadas, fora da regra do "ultimo
      *            vale" da folha mensal.
      * 2026-10-15 MENSLOG ganhou o papel enderecado na fila
      *            (MLOG-PAPEL) no fim do registro.
      * 2026-10-15 PESQDET.DAT ganhou DET-COMENTARIO no fim (texto
      *            da pergunta de comentario livre do PROG14).
      * 2026-10-15 secao folha com o total por departamento, pelo
      *            codigo de hoje do mapa de departamentos
      *            (DEPTMAPA.DAT, do PROG159): a folha de um codigo
      *            fundido ou trocado soma no departamento novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-RESOLUCOES-STATUS.

           COPY "RUNSEL.cpy".
           COPY "DMAPSEL.cpy".

           SELECT KPI-REPORT-FILE ASSIGN TO "KPIPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  DET-CODIGO   PIC X(10).
           05  DET-RESPOSTA PIC X.
           05  DET-DATA     PIC 9(8).
           05  DET-COMENTARIO PIC X(120).

       FD  ROSTER-FUNCIONARIOS-FILE.
       01  ROSTER-NOME-REC PIC X(20).
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  CONFIRMACAO-FILE.
       01  CONFIRMACAO-REC.
           05  RESOL-DATA     PIC 9(8).

       COPY "RUNFD.cpy".
       COPY "DMAPFD.cpy".

       FD  KPI-REPORT-FILE.
       01  KPI-REPORT-LINHA PIC X(80).
               10  TAB-KF-ANTERIOR PIC S9(7)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-KF-TEM-ANTERIOR PIC X.
               10  TAB-KF-DEPTO-ATUAL    PIC X(4).
               10  TAB-KF-DEPTO-ANTERIOR PIC X(4).
       01  WS-QTD-KF PIC 9(3) VALUE 0.
       01  WS-KF-IDX PIC 9(3).
       01  WS-KF-ACHADO-IDX PIC 9(3).
       01  WS-VARIACAO-PCT PIC S9(4)V9 SIGN LEADING SEPARATE.
       01  WS-PCT-EDIT PIC -(4)9.9.

      *    folha por departamento, pelo codigo de hoje do mapa de
      *    departamentos (o codigo antigo de uma reorganizacao soma
      *    no novo).
       01  WS-TABELA-DEPTOS-KPI.
           05  TAB-KD OCCURS 50 TIMES.
               10  TAB-KD-DEPTO    PIC X(4).
               10  TAB-KD-ATUAL    PIC S9(10)V99 SIGN LEADING
                       SEPARATE.
               10  TAB-KD-ANTERIOR PIC S9(10)V99 SIGN LEADING
                       SEPARATE.
       01  WS-QTD-KD PIC 9(2) VALUE 0.
       01  WS-KD-IDX PIC 9(2).
       01  WS-KD-ACHADO-IDX PIC 9(2).
       01  WS-FOLHA-ANT-EDIT PIC -(10)9.99.

      *    secao headcount.
       01  WS-QTD-ATIVOS PIC 9(5) VALUE 0.
       01  WS-QTD-ADMITIDOS PIC 9(4) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "DMAPWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    pela tabela de dedupe por funcionario (ultimo vale) e so
      *    entao sao somados - reexecucao da folha nao dobra nada.
       SECAO-FOLHA.
           PERFORM CARREGA-MAPA-DEPTOS.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS = "00"
               PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
                           IF FH-COMPETENCIA = WS-COMPETENCIA
                                   OR FH-COMPETENCIA =
                                       WS-COMPETENCIA-ANTERIOR
                               IF FH-FOLHA-MENSAL
                                   PERFORM ANOTA-FOLHA-KPI
                               ELSE
                                   PERFORM SOMA-AVULSO-KPI
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   UNTIL WS-KF-IDX > WS-QTD-KF
               IF TAB-KF-TEM-ATUAL(WS-KF-IDX) = "S"
                   ADD TAB-KF-ATUAL(WS-KF-IDX) TO WS-FOLHA-ATUAL
                   MOVE TAB-KF-DEPTO-ATUAL(WS-KF-IDX)
                       TO WS-DMAP-DEPTO
                   PERFORM PROCURA-DEPTO-KPI
                   IF WS-KD-ACHADO-IDX > 0
                       ADD TAB-KF-ATUAL(WS-KF-IDX)
                           TO TAB-KD-ATUAL(WS-KD-ACHADO-IDX)
                   END-IF
               END-IF
               IF TAB-KF-TEM-ANTERIOR(WS-KF-IDX) = "S"
                   ADD TAB-KF-ANTERIOR(WS-KF-IDX)
                       TO WS-FOLHA-ANTERIOR
                   MOVE TAB-KF-DEPTO-ANTERIOR(WS-KF-IDX)
                       TO WS-DMAP-DEPTO
                   PERFORM PROCURA-DEPTO-KPI
                   IF WS-KD-ACHADO-IDX > 0
                       ADD TAB-KF-ANTERIOR(WS-KF-IDX)
                           TO TAB-KD-ANTERIOR(WS-KD-ACHADO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

                   DELIMITED BY SIZE INTO KPI-REPORT-LINHA
               PERFORM GRAVA-LINHA-KPI
           END-IF.
           PERFORM VARYING WS-KD-IDX FROM 1 BY 1
                   UNTIL WS-KD-IDX > WS-QTD-KD
               MOVE TAB-KD-ATUAL(WS-KD-IDX) TO WS-FOLHA-EDIT
               MOVE TAB-KD-ANTERIOR(WS-KD-IDX) TO WS-FOLHA-ANT-EDIT
               MOVE SPACES TO KPI-REPORT-LINHA
               STRING "  DEPTO " TAB-KD-DEPTO(WS-KD-IDX) " "
                      WS-FOLHA-EDIT " ANTERIOR " WS-FOLHA-ANT-EDIT
                   DELIMITED BY SIZE INTO KPI-REPORT-LINHA
               PERFORM GRAVA-LINHA-KPI
           END-PERFORM.

      *    pagamento fora da folha mensal nao se repete numa
      *    reexecucao e vai direto ao total do mes.
       SOMA-AVULSO-KPI.
           MOVE FH-DEPTO TO WS-DMAP-DEPTO.
           PERFORM RESOLVE-DEPTO-ATUAL.
           PERFORM PROCURA-DEPTO-KPI.
           IF FH-COMPETENCIA = WS-COMPETENCIA
               ADD FH-LIQUIDO TO WS-FOLHA-ATUAL
               IF WS-KD-ACHADO-IDX > 0
                   ADD FH-LIQUIDO TO TAB-KD-ATUAL(WS-KD-ACHADO-IDX)
               END-IF
           ELSE
               ADD FH-LIQUIDO TO WS-FOLHA-ANTERIOR
               IF WS-KD-ACHADO-IDX > 0
                   ADD FH-LIQUIDO
                       TO TAB-KD-ANTERIOR(WS-KD-ACHADO-IDX)
               END-IF
           END-IF.

      *    linha do departamento WS-DMAP-DEPTO (ja resolvido) na
      *    tabela da secao, aberta na primeira vez.
       PROCURA-DEPTO-KPI.
           MOVE 0 TO WS-KD-ACHADO-IDX.
           PERFORM VARYING WS-KD-IDX FROM 1 BY 1
                   UNTIL WS-KD-IDX > WS-QTD-KD
               IF TAB-KD-DEPTO(WS-KD-IDX) = WS-DMAP-DEPTO
                   MOVE WS-KD-IDX TO WS-KD-ACHADO-IDX
               END-IF
           END-PERFORM.
           IF WS-KD-ACHADO-IDX = 0 AND WS-QTD-KD < 50
               ADD 1 TO WS-QTD-KD
               MOVE WS-QTD-KD TO WS-KD-ACHADO-IDX
               MOVE WS-DMAP-DEPTO TO TAB-KD-DEPTO(WS-KD-ACHADO-IDX)
               MOVE 0 TO TAB-KD-ATUAL(WS-KD-ACHADO-IDX)
               MOVE 0 TO TAB-KD-ANTERIOR(WS-KD-ACHADO-IDX)
           END-IF.

       ANOTA-FOLHA-KPI.
           MOVE 0 TO WS-KF-ACHADO-IDX.
                       TAB-KF-TEM-ANTERIOR(WS-KF-ACHADO-IDX)
               END-IF
           END-IF.
           MOVE FH-DEPTO TO WS-DMAP-DEPTO.
           PERFORM RESOLVE-DEPTO-ATUAL.
           IF WS-KF-ACHADO-IDX NOT = 0
               IF FH-COMPETENCIA = WS-COMPETENCIA
                   MOVE FH-LIQUIDO
                       TO TAB-KF-ATUAL(WS-KF-ACHADO-IDX)
                   MOVE "S" TO TAB-KF-TEM-ATUAL(WS-KF-ACHADO-IDX)
                   MOVE WS-DMAP-DEPTO
                       TO TAB-KF-DEPTO-ATUAL(WS-KF-ACHADO-IDX)
               ELSE
                   MOVE FH-LIQUIDO
                       TO TAB-KF-ANTERIOR(WS-KF-ACHADO-IDX)
                   MOVE "S" TO
                       TAB-KF-TEM-ANTERIOR(WS-KF-ACHADO-IDX)
                   MOVE WS-DMAP-DEPTO
                       TO TAB-KF-DEPTO-ANTERIOR(WS-KF-ACHADO-IDX)
               END-IF
           END-IF.

                  " COM ERRO " WS-QTD-RUNS-RUINS
               DELIMITED BY SIZE INTO KPI-REPORT-LINHA.
           PERFORM GRAVA-LINHA-KPI.

       COPY "DMAPPROC.cpy".
