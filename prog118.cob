       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG118.
      *    QUADRO DE VAGAS: AUTORIZADO X OCUPADO X EM ABERTO.
      * 2026-10-15 primeira versao: relatorio mensal (QUADREL.DAT)
      *            do quadro autorizado (QUADRO.DAT, mantido pelo
      *            PROG117) contra os postos ocupados pelos ativos do
      *            mestre - departamento e grade do registro de
      *            pagamento, como no espelho do PROG72 - e as
      *            requisicoes de vaga aprovadas ainda sem contratado
      *            e as pendentes de aprovacao. uma linha por
      *            departamento e grade, subtotal por departamento e
      *            total geral; saldo = autorizado menos ocupado
      *            menos aberto, negativo quando ha gente acima do
      *            quadro (o log de execucao sai com EXCESSO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QDRSEL.cpy".

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.

           SELECT QUADRO-REPORT-FILE ASSIGN TO "QUADREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUADREL-STATUS.

           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "QDRFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  QUADRO-REPORT-FILE.
       01  QUADRO-REPORT-LINHA PIC X(80).

       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-DEPTMSTR-STATUS PIC XX.
       01  WS-QUADREL-STATUS  PIC XX.
       01  WS-TEM-PAYMSTR PIC X VALUE "N".

      *    descricao de cada departamento do mestre, para o
      *    cabecalho do bloco.
       01  WS-TABELA-DEPTOS.
           05  TAB-DEPTO OCCURS 50 TIMES.
               10  TAB-DEPTO-CODIGO    PIC X(4).
               10  TAB-DEPTO-DESCRICAO PIC X(20).
       01  WS-QTD-DEPTOS PIC 9(3) VALUE 0.
       01  WS-DEPTO-IDX PIC 9(3).
       01  WS-DEPTO-DESCRICAO PIC X(20).

      *    troca de posicao na ordenacao do quadro por departamento
      *    e grade.
       01  WS-QDR-TROCA PIC X(22).
       01  WS-ORD-I PIC 9(3).
       01  WS-ORD-J PIC 9(3).
       01  WS-DEPTO-ANTERIOR PIC X(4).
       01  WS-HOUVE-EXCESSO PIC X VALUE "N".

       01  WS-ACUMULADORES.
           05  WS-DEP-AUTORIZADO PIC 9(5).
           05  WS-DEP-OCUPADO    PIC 9(5).
           05  WS-DEP-ABERTO     PIC 9(5).
           05  WS-DEP-PENDENTE   PIC 9(5).
           05  WS-GER-AUTORIZADO PIC 9(5).
           05  WS-GER-OCUPADO    PIC 9(5).
           05  WS-GER-ABERTO     PIC 9(5).
           05  WS-GER-PENDENTE   PIC 9(5).
       01  WS-SALDO PIC S9(5).

       01  WS-LINHA-DETALHE.
           05  DET-DEPTO      PIC X(5).
           05  FILLER         PIC X VALUE SPACE.
           05  DET-GRADE      PIC X(2).
           05  FILLER         PIC X(4) VALUE SPACES.
           05  DET-AUTORIZADO PIC Z(6)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DET-OCUPADO    PIC Z(6)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DET-ABERTO     PIC Z(6)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DET-PENDENTE   PIC Z(6)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DET-SALDO      PIC -(6)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DET-AVISO      PIC X(10).

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "QDRWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG118" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-QUADRO.
           IF NOT CONTROLE-DE-QUADRO
               DISPLAY "SEM QUADRO AUTORIZADO (QUADRO.DAT), "
                   "NADA A COMPARAR"
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-REQUISICOES.
           PERFORM MONTA-OCUPACAO-QUADRO.
           PERFORM CONTA-REQUISICOES.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM ORDENA-QUADRO.

           OPEN OUTPUT QUADRO-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO QUADRO-REPORT-LINHA.
           STRING "===== QUADRO DE VAGAS EM " WS-DATA-HORA-ATUAL(7:2)
                  "/" WS-DATA-HORA-ATUAL(5:2) "/"
                  WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.
           MOVE SPACES TO QUADRO-REPORT-LINHA.
           MOVE "DEPT  GR    AUTORIZ  OCUPADO   ABERTO PENDENTE"
               TO QUADRO-REPORT-LINHA.
           MOVE "SALDO" TO QUADRO-REPORT-LINHA(51:5).
           WRITE QUADRO-REPORT-LINHA.

           INITIALIZE WS-ACUMULADORES.
           MOVE SPACES TO WS-DEPTO-ANTERIOR.
           PERFORM VARYING QDR-IDX FROM 1 BY 1
                   UNTIL QDR-IDX > WS-QTD-QUADRO
               IF TAB-QDR-DEPTO(QDR-IDX) NOT = WS-DEPTO-ANTERIOR
                   IF QDR-IDX > 1
                       PERFORM IMPRIME-SUBTOTAL-DEPTO
                   END-IF
                   PERFORM IMPRIME-CABECALHO-DEPTO
               END-IF
               PERFORM IMPRIME-CELULA
           END-PERFORM.
           IF WS-QTD-QUADRO > 0
               PERFORM IMPRIME-SUBTOTAL-DEPTO
           END-IF.
           PERFORM IMPRIME-TOTAL-GERAL.
           CLOSE QUADRO-REPORT-FILE.
           DISPLAY "QUADRO DE VAGAS GERADO EM QUADREL.DAT".

           IF WS-HOUVE-EXCESSO = "S"
               MOVE "EXCESSO" TO WS-RUNLOG-RESULTADO
           END-IF.
           MOVE WS-QTD-QUADRO TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    cada ativo ocupa o posto do departamento e grade do seu
      *    registro de pagamento; contratado que ainda nao tem
      *    registro ocupa o da requisicao que consumiu.
       MONTA-OCUPACAO-QUADRO.
           MOVE "N" TO WS-TEM-PAYMSTR.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-PAYMSTR
           END-IF.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           IF FM-SITUACAO = "A"
                               PERFORM ANOTA-OCUPADO-DO-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

       ANOTA-OCUPADO-DO-FUNCIONARIO.
           MOVE FM-COD TO WS-QDR-COD.
           IF WS-TEM-PAYMSTR = "S"
               MOVE FM-COD TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       PERFORM ANOTA-OCUPADO-POR-REQUISICAO
                   NOT INVALID KEY
                       MOVE PM-DEPTO TO WS-QDR-DEPTO
                       MOVE PM-GRADE TO WS-QDR-GRADE
                       PERFORM ANOTA-OCUPADO
               END-READ
           ELSE
               PERFORM ANOTA-OCUPADO-POR-REQUISICAO
           END-IF.

       CARREGA-DEPARTAMENTOS.
           MOVE 0 TO WS-QTD-DEPTOS.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS = "00"
               PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
                   READ DEPARTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMSTR-STATUS
                       NOT AT END
                           IF WS-QTD-DEPTOS < 50
                               ADD 1 TO WS-QTD-DEPTOS
                               MOVE DEPT-CODIGO TO
                                   TAB-DEPTO-CODIGO(WS-QTD-DEPTOS)
                               MOVE DEPT-DESCRICAO TO
                                   TAB-DEPTO-DESCRICAO(WS-QTD-DEPTOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.

      *    quadro em ordem de departamento e grade (troca simples;
      *    a tabela e pequena).
       ORDENA-QUADRO.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-QTD-QUADRO
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                       UNTIL WS-ORD-J > WS-QTD-QUADRO - WS-ORD-I
                   IF TAB-QDR(WS-ORD-J) > TAB-QDR(WS-ORD-J + 1)
                       MOVE TAB-QDR(WS-ORD-J) TO WS-QDR-TROCA
                       MOVE TAB-QDR(WS-ORD-J + 1) TO TAB-QDR(WS-ORD-J)
                       MOVE WS-QDR-TROCA TO TAB-QDR(WS-ORD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-CABECALHO-DEPTO.
           MOVE TAB-QDR-DEPTO(QDR-IDX) TO WS-DEPTO-ANTERIOR.
           MOVE "(SEM CADASTRO)" TO WS-DEPTO-DESCRICAO.
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
                   UNTIL WS-DEPTO-IDX > WS-QTD-DEPTOS
               IF TAB-DEPTO-CODIGO(WS-DEPTO-IDX) = WS-DEPTO-ANTERIOR
                   MOVE TAB-DEPTO-DESCRICAO(WS-DEPTO-IDX)
                       TO WS-DEPTO-DESCRICAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.
           MOVE SPACES TO QUADRO-REPORT-LINHA.
           STRING "DEPTO " WS-DEPTO-ANTERIOR " " WS-DEPTO-DESCRICAO
               DELIMITED BY SIZE INTO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.
           MOVE 0 TO WS-DEP-AUTORIZADO WS-DEP-OCUPADO
               WS-DEP-ABERTO WS-DEP-PENDENTE.

       IMPRIME-CELULA.
           MOVE TAB-QDR-DEPTO(QDR-IDX) TO DET-DEPTO.
           MOVE TAB-QDR-GRADE(QDR-IDX) TO DET-GRADE.
           MOVE TAB-QDR-AUTORIZADO(QDR-IDX) TO DET-AUTORIZADO.
           MOVE TAB-QDR-OCUPADO(QDR-IDX) TO DET-OCUPADO.
           MOVE TAB-QDR-ABERTO(QDR-IDX) TO DET-ABERTO.
           MOVE TAB-QDR-PENDENTE(QDR-IDX) TO DET-PENDENTE.
           COMPUTE WS-SALDO = TAB-QDR-AUTORIZADO(QDR-IDX)
               - TAB-QDR-OCUPADO(QDR-IDX) - TAB-QDR-ABERTO(QDR-IDX).
           MOVE WS-SALDO TO DET-SALDO.
           MOVE SPACES TO DET-AVISO.
           IF TAB-QDR-OCUPADO(QDR-IDX) > TAB-QDR-AUTORIZADO(QDR-IDX)
               MOVE "EXCESSO" TO DET-AVISO
               MOVE "S" TO WS-HOUVE-EXCESSO
           END-IF.
           MOVE WS-LINHA-DETALHE TO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.
           ADD TAB-QDR-AUTORIZADO(QDR-IDX) TO WS-DEP-AUTORIZADO
               WS-GER-AUTORIZADO.
           ADD TAB-QDR-OCUPADO(QDR-IDX) TO WS-DEP-OCUPADO
               WS-GER-OCUPADO.
           ADD TAB-QDR-ABERTO(QDR-IDX) TO WS-DEP-ABERTO
               WS-GER-ABERTO.
           ADD TAB-QDR-PENDENTE(QDR-IDX) TO WS-DEP-PENDENTE
               WS-GER-PENDENTE.

       IMPRIME-SUBTOTAL-DEPTO.
           MOVE WS-DEPTO-ANTERIOR TO DET-DEPTO.
           MOVE "**" TO DET-GRADE.
           MOVE WS-DEP-AUTORIZADO TO DET-AUTORIZADO.
           MOVE WS-DEP-OCUPADO TO DET-OCUPADO.
           MOVE WS-DEP-ABERTO TO DET-ABERTO.
           MOVE WS-DEP-PENDENTE TO DET-PENDENTE.
           COMPUTE WS-SALDO = WS-DEP-AUTORIZADO - WS-DEP-OCUPADO
               - WS-DEP-ABERTO.
           MOVE WS-SALDO TO DET-SALDO.
           MOVE "SUBTOTAL" TO DET-AVISO.
           MOVE WS-LINHA-DETALHE TO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.

       IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.
           MOVE "TOTAL" TO DET-DEPTO.
           MOVE SPACES TO DET-GRADE.
           MOVE WS-GER-AUTORIZADO TO DET-AUTORIZADO.
           MOVE WS-GER-OCUPADO TO DET-OCUPADO.
           MOVE WS-GER-ABERTO TO DET-ABERTO.
           MOVE WS-GER-PENDENTE TO DET-PENDENTE.
           COMPUTE WS-SALDO = WS-GER-AUTORIZADO - WS-GER-OCUPADO
               - WS-GER-ABERTO.
           MOVE WS-SALDO TO DET-SALDO.
           MOVE SPACES TO DET-AVISO.
           MOVE WS-LINHA-DETALHE TO QUADRO-REPORT-LINHA.
           WRITE QUADRO-REPORT-LINHA.

       COPY "RUNPROC.cpy".
       COPY "QDRPROC.cpy".
