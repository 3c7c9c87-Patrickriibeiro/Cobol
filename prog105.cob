       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG105.
      *    CALCULO DA RESCISAO (VERBAS RESCISORIAS).
      * 2026-10-15 primeira versao: pega as rescisoes pendentes que
      *            a inativacao do PROG41 deixa em RESCPEND.DAT e
      *            calcula o acerto final a partir do mestre de
      *            pagamento, do controle de ferias (FERIAS.DAT),
      *            dos movimentos do mes da saida (FOLHAMOV.DAT) e
      *            do consignado (EMPRESTI.DAT): saldo de salario,
      *            ferias vencidas e proporcionais com o 1/3, 13o
      *            proporcional (regra dos 15 dias do PROG70), aviso
      *            previo pelo tipo de desligamento e o saldo
      *            devedor do emprestimo, que e quitado. INSS e IRRF
      *            pelas mesmas faixas da folha (FAIXAPROC.cpy). sai
      *            o termo de rescisao por funcionario (RESCREL,
      *            geracao datada), o credito na remessa bancaria
      *            BANCOREM.DAT (rodape recalculado) e a linha em
      *            FOLHAHIS.DAT na competencia da saida, para o
      *            ultimo pagamento aparecer no PROG62/PROG63.
      * 2026-10-15 a remessa passa pelos copybooks comuns (REMSEL,
      *            REMFD, REMWS, REMPROC), divididos com o PROG106;
      *            a linha do historico leva o tipo R (rescisao).
      * 2026-10-15 multa rescisoria do FGTS (FGTS-MULTA-PCT, padrao
      *            40; metade no acordo) sobre o saldo do FGTSSAL.DAT
      *            mais o deposito devido sobre a propria rescisao,
      *            no termo e em RESCPEND.DAT (deposito na conta
      *            vinculada, fora do liquido). a linha do historico
      *            leva a base do FGTS, sem as ferias indenizadas.
      * 2026-10-15 diferencas de INSS/IRRF de acerto retroativo
      *            (movimentos I e R) contam como desconto.
      * 2026-10-15 linha do historico sai sem marca de rodada da
      *            folha (FH-EXECUCAO); remessa em 74 posicoes.
      * 2026-10-15 credito da rescisao na remessa leva a sequencia de
      *            origem 901, para o PROG64 nao o confundir com o
      *            liquido da folha do mesmo funcionario.
      * 2026-10-15 saida em competencia fechada (FOLHFECH.DAT) lanca a
      *            linha do historico no proximo mes aberto, com o mes
      *            da saida em FH-COMPETENCIA-REF (como o PROG61).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCISOES-FILE ASSIGN TO "RESCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCPEND-STATUS.

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

           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT MOVIMENTOS-FOLHA-FILE ASSIGN TO "FOLHAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAMOV-STATUS.

      *    aberto para atualizacao: o saldo devedor e quitado na
      *    rescisao e o contador de parcelas vai a zero.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-COD
               FILE STATUS IS WS-EMPRESTI-STATUS.

           COPY "REMSEL.cpy".

      *    saldo do FGTS por funcionario (PROG107), para a multa.
           SELECT FGTS-SALDO-FILE ASSIGN TO "FGTSSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FGS-COD
               FILE STATUS IS WS-FGTSSAL-STATUS.

           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

      *    termo de rescisao, geracao datada (RESCREL.AAAAMMDD).
           SELECT RESCISAO-REPORT-FILE
               ASSIGN TO DYNAMIC WS-RELGER-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCREL-STATUS.

           COPY "RELGERSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "FECHSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  RESCISOES-FILE.
       COPY "RESCREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  FERIAS-FILE.
       COPY "FERREC.cpy".

       FD  MOVIMENTOS-FOLHA-FILE.
       COPY "MOVREC.cpy".

       FD  EMPRESTIMOS-FILE.
       COPY "EMPREC.cpy".

       COPY "REMFD.cpy".

       FD  FGTS-SALDO-FILE.
       COPY "FGTSREC.cpy".

       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  RESCISAO-REPORT-FILE.
       01  RESCISAO-REPORT-LINHA PIC X(80).

       COPY "RELGERFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".
       COPY "FECHFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RESCPEND-STATUS PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-MASTER-STATUS   PIC XX.
       01  WS-FERIAS-STATUS   PIC XX.
       01  WS-FOLHAMOV-STATUS PIC XX.
       01  WS-EMPRESTI-STATUS PIC XX.
       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-RESCREL-STATUS  PIC XX.
       01  WS-FGTSSAL-STATUS  PIC XX.

       01  WS-TEM-EMPRESTIMOS PIC X VALUE "N".
           88  EMPRESTIMOS-DISPONIVEIS VALUE "S".
       01  WS-TEM-FGTS PIC X VALUE "N".
           88  SALDOS-FGTS-DISPONIVEIS VALUE "S".

      *    rescisoes inteiras em memoria; regravadas por inteiro no
      *    fim com a situacao de cada uma (padrao do PROG73).
       01  WS-TABELA-RESCISOES.
           05  TAB-RESC OCCURS 300 TIMES INDEXED BY RESC-IDX.
               10  TAB-RESC-REGISTRO PIC X(60).
      *    "S" = a folha mensal ja pagou a competencia da saida.
               10  TAB-RESC-FOLHA-PAGA PIC X.
       01  WS-QTD-RESCISOES PIC 9(3) VALUE 0.
       01  WS-QTD-PENDENTES PIC 9(3) VALUE 0.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-SAIDA PIC 9(8).
       01  WS-SAIDA-R REDEFINES WS-SAIDA.
           05  WS-SAI-ANO PIC 9(4).
           05  WS-SAI-MES PIC 9(2).
           05  WS-SAI-DIA PIC 9(2).
       01  WS-ADMISSAO PIC 9(8).
       01  WS-ADMISSAO-R REDEFINES WS-ADMISSAO.
           05  WS-ADM-ANO PIC 9(4).
           05  WS-ADM-MES PIC 9(2).
           05  WS-ADM-DIA PIC 9(2).
       01  WS-COMPETENCIA-SAIDA PIC 9(6).

       01  WS-DIAS-SALDO PIC 9(3).
       01  WS-MES-INICIO PIC S9(3).
       01  WS-MES-FIM    PIC S9(3).
       01  WS-MESES-DECIMO PIC 9(2).
       01  WS-DIAS-CALCULO PIC S9(5).
       01  WS-DIAS-CORRIDOS PIC S9(7).
       01  WS-MESES-PROP PIC S9(3).
       01  WS-RESTO-DIAS PIC S9(3).
       01  WS-ANOS-SERVICO PIC S9(3).
       01  WS-DIAS-AVISO PIC 9(3).
       01  WS-DIAS-FER-VENCIDAS PIC 9(3).
       01  WS-DIAS-FER-PROP PIC 9(3).
       01  WS-FER-ABERTO-ACHADO PIC X.
       01  WS-ULTIMO-AQUIS-FIM PIC 9(8).
       01  WS-INICIO-PROP PIC 9(8).

      *    aviso previo: 30 dias mais 3 por ano completo de casa,
      *    ate 90 (parametros AVISO-DIAS-BASE / AVISO-DIAS-ANO /
      *    AVISO-DIAS-MAXIMO).
       01  WS-AVISO-DIAS-BASE PIC 9(3) VALUE 30.
       01  WS-AVISO-DIAS-ANO PIC 9(3) VALUE 3.
       01  WS-AVISO-DIAS-MAXIMO PIC 9(3) VALUE 90.

      *    FGTS: taxa do deposito (centesimos, padrao 800 = 8%) e
      *    percentual da multa na dispensa sem justa causa (o acordo
      *    paga a metade).
       01  WS-FGTS-PARM-TAXA PIC 9(8) VALUE 800.
       01  WS-FGTS-TAXA PIC 9(2)V99.
       01  WS-FGTS-MULTA-PCT PIC 9(3) VALUE 40.
       01  WS-MULTA-PCT PIC 9(3)V9.
       01  WS-BASE-FGTS PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-SALDO-FGTS PIC 9(9)V99.
       01  WS-VERBA-MULTA-FGTS PIC 9(7)V99.

      *    verbas da rescisao.
       01  WS-VERBA-SALDO      PIC 9(7)V99.
       01  WS-VERBA-MOV-PROV   PIC 9(7)V99.
       01  WS-VERBA-MOV-DESC   PIC 9(7)V99.
       01  WS-VERBA-DECIMO     PIC 9(7)V99.
       01  WS-VERBA-FER-VENC   PIC 9(7)V99.
       01  WS-VERBA-FER-PROP   PIC 9(7)V99.
       01  WS-VERBA-TERCO      PIC 9(7)V99.
       01  WS-VERBA-AVISO      PIC 9(7)V99.
       01  WS-VERBA-AVISO-DESC PIC 9(7)V99.
       01  WS-VERBA-EMPRESTIMO PIC 9(7)V99.
       01  WS-VERBA-INSS       PIC 9(6)V99.
       01  WS-VERBA-IRRF       PIC 9(6)V99.
       01  WS-VERBA-BRUTO      PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-VERBA-LIQUIDO    PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-VALOR-EDIT       PIC -(7)9.99.
       01  WS-LINHA-DESCRICAO  PIC X(30).
       01  WS-LINHA-VALOR      PIC S9(7)V99 SIGN LEADING SEPARATE.

       01  WS-TOTAL-GERAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE 0.
       01  WS-TOTAL-EDIT PIC -(9)9.99.
       01  WS-QTD-CALCULADAS PIC 9(5) VALUE 0.
       01  WS-QTD-CANCELADAS PIC 9(5) VALUE 0.
       01  WS-QTD-PULADAS PIC 9(5) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "RELGERWS.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "FECHWS.cpy".
       COPY "FAIXAWS.cpy".
       COPY "REMWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG105" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FAIXAS-DESCONTOS.
           MOVE "AVISO-DIAS-BASE" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-DIAS-BASE TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-DIAS-BASE.
           MOVE "AVISO-DIAS-ANO" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-DIAS-ANO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-DIAS-ANO.
           MOVE "AVISO-DIAS-MAXIMO" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-DIAS-MAXIMO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-DIAS-MAXIMO.
           MOVE "FGTS-TAXA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-FGTS-PARM-TAXA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           COMPUTE WS-FGTS-TAXA = WS-PARM-VALOR / 100.
           MOVE "FGTS-MULTA-PCT" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-FGTS-MULTA-PCT TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-FGTS-MULTA-PCT.

           PERFORM CARREGA-RESCISOES.
           IF WS-QTD-PENDENTES = 0
               DISPLAY "NENHUMA RESCISAO PENDENTE DE CALCULO"
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM MARCA-FOLHA-JA-PAGA.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE PAGAMENTO NAO ENCONTRADO"
               CLOSE PAGAMENTO-MASTER-FILE
               CLOSE EXCECOES-COMUM-FILE
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
               CLOSE EXCECOES-COMUM-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE "N" TO WS-TEM-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS-FILE.
           IF WS-EMPRESTI-STATUS = "00"
               MOVE "S" TO WS-TEM-EMPRESTIMOS
           ELSE
               CLOSE EMPRESTIMOS-FILE
           END-IF.

      *    sem saldos de FGTS, a multa sai so sobre o deposito da
      *    propria rescisao.
           MOVE "N" TO WS-TEM-FGTS.
           OPEN INPUT FGTS-SALDO-FILE.
           IF WS-FGTSSAL-STATUS = "00"
               MOVE "S" TO WS-TEM-FGTS
           ELSE
               CLOSE FGTS-SALDO-FILE
           END-IF.

           PERFORM CARREGA-REMESSA.

           OPEN EXTEND FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               CLOSE FOLHA-HISTORICO-FILE
               OPEN OUTPUT FOLHA-HISTORICO-FILE
           END-IF.
           MOVE "RESCREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           OPEN OUTPUT RESCISAO-REPORT-FILE.
           MOVE SPACES TO RESCISAO-REPORT-LINHA.
           STRING "===== TERMOS DE RESCISAO - CALCULO DE "
                  WS-DATA-HOJE " ====="
               DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.

           PERFORM VARYING RESC-IDX FROM 1 BY 1
                   UNTIL RESC-IDX > WS-QTD-RESCISOES
               MOVE TAB-RESC-REGISTRO(RESC-IDX) TO RESC-RESCISAO-REC
               IF RESC-SITUACAO = "P"
                   PERFORM PROCESSA-RESCISAO
                       THRU PROCESSA-RESCISAO-FIM
                   MOVE RESC-RESCISAO-REC
                       TO TAB-RESC-REGISTRO(RESC-IDX)
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RESCISAO-REPORT-LINHA.
           STRING "TOTAL LIQUIDO DAS RESCISOES " WS-TOTAL-EDIT
                  " (" WS-QTD-CALCULADAS " CALCULADAS, "
                  WS-QTD-PULADAS " PULADAS)"
               DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           DISPLAY RESCISAO-REPORT-LINHA.

           PERFORM REGRAVA-REMESSA.
           PERFORM REGRAVA-RESCISOES.

           CLOSE RESCISAO-REPORT-FILE.
           CLOSE FOLHA-HISTORICO-FILE.
           IF EMPRESTIMOS-DISPONIVEIS
               CLOSE EMPRESTIMOS-FILE
           END-IF.
           IF SALDOS-FGTS-DISPONIVEIS
               CLOSE FGTS-SALDO-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           CLOSE EXCECOES-COMUM-FILE.
           DISPLAY "RESCISOES: " WS-QTD-CALCULADAS " CALCULADAS, "
               WS-QTD-CANCELADAS " CANCELADAS, "
               WS-QTD-PULADAS " PULADAS".

           MOVE WS-QTD-CALCULADAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-RESCISOES.
           MOVE 0 TO WS-QTD-RESCISOES.
           MOVE 0 TO WS-QTD-PENDENTES.
           OPEN INPUT RESCISOES-FILE.
           IF WS-RESCPEND-STATUS = "00"
               PERFORM UNTIL WS-RESCPEND-STATUS NOT = "00"
                   READ RESCISOES-FILE
                       AT END
                           MOVE "10" TO WS-RESCPEND-STATUS
                       NOT AT END
                           IF WS-QTD-RESCISOES < 300
                               ADD 1 TO WS-QTD-RESCISOES
                               SET RESC-IDX TO WS-QTD-RESCISOES
                               MOVE RESC-RESCISAO-REC
                                   TO TAB-RESC-REGISTRO(RESC-IDX)
                               MOVE "N"
                                   TO TAB-RESC-FOLHA-PAGA(RESC-IDX)
                               IF RESC-SITUACAO = "P"
                                   ADD 1 TO WS-QTD-PENDENTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESCISOES-FILE.

      *    a folha mensal pode ter rodado a competencia da saida
      *    antes da inativacao: nesse caso o saldo de salario e os
      *    movimentos do mes ja foram pagos e nao entram de novo.
       MARCA-FOLHA-JA-PAGA.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS = "00"
               PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
                   READ FOLHA-HISTORICO-FILE
                       AT END
                           MOVE "10" TO WS-FOLHAHIS-STATUS
                       NOT AT END
                           PERFORM CONFERE-LINHA-FOLHA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FOLHA-HISTORICO-FILE.

       CONFERE-LINHA-FOLHA.
           PERFORM VARYING RESC-IDX FROM 1 BY 1
                   UNTIL RESC-IDX > WS-QTD-RESCISOES
               MOVE TAB-RESC-REGISTRO(RESC-IDX) TO RESC-RESCISAO-REC
               IF RESC-SITUACAO = "P" AND RESC-COD = FH-COD
                       AND RESC-DATA-SAIDA(1:6) = FH-COMPETENCIA
                       AND FH-FOLHA-MENSAL
                   MOVE "S" TO TAB-RESC-FOLHA-PAGA(RESC-IDX)
               END-IF
           END-PERFORM.

      *    funcionario reativado antes do calculo cancela a
      *    rescisao; sem mestre de pagamento a pendencia fica para a
      *    proxima rodada, com linha na trilha de excecoes.
       PROCESSA-RESCISAO.
           MOVE RESC-COD TO FM-COD.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADAS
                   MOVE "PROG105" TO WS-EXCCOM-PROGRAMA
                   MOVE "SEM-MESTRE" TO WS-EXCCOM-CAMPO
                   MOVE RESC-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO PROCESSA-RESCISAO-FIM
           END-READ.
           IF FM-SITUACAO NOT = "I"
               ADD 1 TO WS-QTD-CANCELADAS
               MOVE "X" TO RESC-SITUACAO
               MOVE WS-DATA-HOJE TO RESC-DATA-CALCULO
               GO TO PROCESSA-RESCISAO-FIM
           END-IF.
           MOVE RESC-COD TO PM-COD.
           READ PAGAMENTO-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADAS
                   MOVE "PROG105" TO WS-EXCCOM-PROGRAMA
                   MOVE "SEM-PAGAMENTO" TO WS-EXCCOM-CAMPO
                   MOVE RESC-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO PROCESSA-RESCISAO-FIM
           END-READ.

           MOVE RESC-DATA-SAIDA TO WS-SAIDA.
           MOVE FM-DATA-ADMISSAO TO WS-ADMISSAO.
           MOVE WS-SAIDA(1:6) TO WS-COMPETENCIA-SAIDA.
           MOVE 0 TO WS-VERBA-SALDO WS-VERBA-MOV-PROV
               WS-VERBA-MOV-DESC WS-VERBA-DECIMO WS-VERBA-FER-VENC
               WS-VERBA-FER-PROP WS-VERBA-TERCO WS-VERBA-AVISO
               WS-VERBA-AVISO-DESC WS-VERBA-EMPRESTIMO
               WS-VERBA-INSS WS-VERBA-IRRF WS-VERBA-MULTA-FGTS.
           MOVE 0 TO WS-DIAS-SALDO WS-DIAS-AVISO
               WS-DIAS-FER-VENCIDAS WS-DIAS-FER-PROP WS-MESES-DECIMO.

           IF TAB-RESC-FOLHA-PAGA(RESC-IDX) NOT = "S"
               PERFORM CALCULA-SALDO-SALARIO
               PERFORM SOMA-MOVIMENTOS-SAIDA
           END-IF.
           IF RESC-TIPO NOT = "J"
               PERFORM CALCULA-DECIMO-PROPORCIONAL
           END-IF.
           PERFORM CALCULA-FERIAS-RESCISAO.
           PERFORM CALCULA-AVISO-PREVIO
               THRU CALCULA-AVISO-PREVIO-FIM.
           PERFORM CALCULA-DESCONTOS-RESCISAO.
           PERFORM QUITA-EMPRESTIMO
               THRU QUITA-EMPRESTIMO-FIM.
           PERFORM CALCULA-MULTA-FGTS
               THRU CALCULA-MULTA-FGTS-FIM.

           COMPUTE WS-VERBA-BRUTO = WS-VERBA-SALDO
               + WS-VERBA-MOV-PROV + WS-VERBA-DECIMO
               + WS-VERBA-FER-VENC + WS-VERBA-FER-PROP
               + WS-VERBA-TERCO + WS-VERBA-AVISO
               - WS-VERBA-MOV-DESC - WS-VERBA-AVISO-DESC.
           COMPUTE WS-VERBA-LIQUIDO = WS-VERBA-BRUTO
               - WS-VERBA-INSS - WS-VERBA-IRRF - WS-VERBA-EMPRESTIMO.
           ADD WS-VERBA-LIQUIDO TO WS-TOTAL-GERAL.
           ADD 1 TO WS-QTD-CALCULADAS.

           PERFORM IMPRIME-TERMO-RESCISAO.
           PERFORM GRAVA-HISTORICO-RESCISAO.
           PERFORM ANOTA-CREDITO-RESCISAO
               THRU ANOTA-CREDITO-RESCISAO-FIM.

           MOVE "C" TO RESC-SITUACAO.
           MOVE WS-DATA-HOJE TO RESC-DATA-CALCULO.
           MOVE WS-VERBA-LIQUIDO TO RESC-LIQUIDO.
           MOVE WS-VERBA-MULTA-FGTS TO RESC-MULTA-FGTS.

       PROCESSA-RESCISAO-FIM.
           EXIT.

      *    saldo de salario = dias do mes da saida, em base de 30;
      *    admitido no proprio mes conta a partir da admissao.
       CALCULA-SALDO-SALARIO.
           MOVE WS-SAI-DIA TO WS-DIAS-CALCULO.
           IF WS-ADM-ANO = WS-SAI-ANO AND WS-ADM-MES = WS-SAI-MES
               COMPUTE WS-DIAS-CALCULO = WS-SAI-DIA - WS-ADM-DIA + 1
           END-IF.
           IF WS-DIAS-CALCULO > 30
               MOVE 30 TO WS-DIAS-CALCULO
           END-IF.
           IF WS-DIAS-CALCULO < 0
               MOVE 0 TO WS-DIAS-CALCULO
           END-IF.
           MOVE WS-DIAS-CALCULO TO WS-DIAS-SALDO.
           COMPUTE WS-VERBA-SALDO ROUNDED =
               PM-SALARIO-BASE * WS-DIAS-SALDO / 30.

      *    movimentos avulsos da competencia da saida (hora extra,
      *    falta...) entram no acerto como entrariam na folha.
       SOMA-MOVIMENTOS-SAIDA.
           OPEN INPUT MOVIMENTOS-FOLHA-FILE.
           IF WS-FOLHAMOV-STATUS = "00"
               PERFORM UNTIL WS-FOLHAMOV-STATUS NOT = "00"
                   READ MOVIMENTOS-FOLHA-FILE
                       AT END
                           MOVE "10" TO WS-FOLHAMOV-STATUS
                       NOT AT END
                           IF MOV-COD = RESC-COD
                                   AND MOV-COMPETENCIA =
                                       WS-COMPETENCIA-SAIDA
                               IF MOV-TIPO = "D" OR "I" OR "R"
                                   ADD MOV-VALOR
                                       TO WS-VERBA-MOV-DESC
                               ELSE
                                   ADD MOV-VALOR
                                       TO WS-VERBA-MOV-PROV
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMENTOS-FOLHA-FILE.

      *    13o proporcional ao ano da saida: mes conta com 15 dias
      *    ou mais trabalhados (mesma regra do PROG70).
       CALCULA-DECIMO-PROPORCIONAL.
           IF WS-ADM-ANO < WS-SAI-ANO
               MOVE 1 TO WS-MES-INICIO
           ELSE
               MOVE WS-ADM-MES TO WS-MES-INICIO
               IF WS-ADM-DIA > 15
                   ADD 1 TO WS-MES-INICIO
               END-IF
           END-IF.
           MOVE WS-SAI-MES TO WS-MES-FIM.
           IF WS-SAI-DIA < 15
               SUBTRACT 1 FROM WS-MES-FIM
           END-IF.
           COMPUTE WS-DIAS-CALCULO = WS-MES-FIM - WS-MES-INICIO + 1.
           IF WS-DIAS-CALCULO < 0
               MOVE 0 TO WS-DIAS-CALCULO
           END-IF.
           IF WS-DIAS-CALCULO > 12
               MOVE 12 TO WS-DIAS-CALCULO
           END-IF.
           MOVE WS-DIAS-CALCULO TO WS-MESES-DECIMO.
           COMPUTE WS-VERBA-DECIMO ROUNDED =
               PM-SALARIO-BASE * WS-MESES-DECIMO / 12.

      *    ferias vencidas = saldo de dias dos periodos aquisitivos
      *    ja completos; proporcionais = periodo em aberto na data
      *    da saida, 1/12 dos dias de direito por mes (fracao de 15
      *    dias conta mes). justa causa perde so as proporcionais.
      *    o periodo em aberto que o PROG73 ainda nao gerou comeca
      *    no dia seguinte ao ultimo periodo (ou na admissao).
       CALCULA-FERIAS-RESCISAO.
           MOVE "N" TO WS-FER-ABERTO-ACHADO.
           MOVE 0 TO WS-ULTIMO-AQUIS-FIM.
           OPEN INPUT FERIAS-FILE.
           IF WS-FERIAS-STATUS = "00"
               PERFORM UNTIL WS-FERIAS-STATUS NOT = "00"
                   READ FERIAS-FILE
                       AT END
                           MOVE "10" TO WS-FERIAS-STATUS
                       NOT AT END
                           IF FER-COD = RESC-COD
                               PERFORM CONFERE-PERIODO-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FERIAS-FILE.
           IF WS-FER-ABERTO-ACHADO = "N" AND RESC-TIPO NOT = "J"
               IF WS-ULTIMO-AQUIS-FIM = 0
                   MOVE WS-ADMISSAO TO WS-INICIO-PROP
               ELSE
                   COMPUTE WS-DIAS-CORRIDOS = FUNCTION
                       INTEGER-OF-DATE(WS-ULTIMO-AQUIS-FIM) + 1
                   COMPUTE WS-INICIO-PROP =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
               END-IF
               IF WS-INICIO-PROP <= WS-SAIDA
                   PERFORM CALCULA-MESES-PROPORCIONAIS
                   COMPUTE WS-DIAS-FER-PROP ROUNDED =
                       30 * WS-MESES-PROP / 12
               END-IF
           END-IF.
           COMPUTE WS-VERBA-FER-VENC ROUNDED =
               PM-SALARIO-BASE * WS-DIAS-FER-VENCIDAS / 30.
           COMPUTE WS-VERBA-FER-PROP ROUNDED =
               PM-SALARIO-BASE * WS-DIAS-FER-PROP / 30.
           COMPUTE WS-VERBA-TERCO ROUNDED =
               (WS-VERBA-FER-VENC + WS-VERBA-FER-PROP) / 3.

       CONFERE-PERIODO-FERIAS.
           IF FER-AQUIS-FIM > WS-ULTIMO-AQUIS-FIM
               MOVE FER-AQUIS-FIM TO WS-ULTIMO-AQUIS-FIM
           END-IF.
           IF FER-AQUIS-FIM < WS-SAIDA
               IF FER-DIAS-DIREITO > FER-DIAS-GOZADOS
                   COMPUTE WS-DIAS-FER-VENCIDAS = WS-DIAS-FER-VENCIDAS
                       + FER-DIAS-DIREITO - FER-DIAS-GOZADOS
               END-IF
           ELSE
               IF FER-AQUIS-INICIO <= WS-SAIDA
                   MOVE "S" TO WS-FER-ABERTO-ACHADO
                   IF RESC-TIPO NOT = "J"
                       MOVE FER-AQUIS-INICIO TO WS-INICIO-PROP
                       PERFORM CALCULA-MESES-PROPORCIONAIS
                       COMPUTE WS-DIAS-CALCULO ROUNDED =
                           (FER-DIAS-DIREITO * WS-MESES-PROP / 12)
                           - FER-DIAS-GOZADOS
                       IF WS-DIAS-CALCULO > 0
                           ADD WS-DIAS-CALCULO TO WS-DIAS-FER-PROP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CALCULA-MESES-PROPORCIONAIS.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-SAIDA)
               - FUNCTION INTEGER-OF-DATE(WS-INICIO-PROP) + 1.
           DIVIDE WS-DIAS-CORRIDOS BY 30 GIVING WS-MESES-PROP
               REMAINDER WS-RESTO-DIAS.
           IF WS-RESTO-DIAS >= 15
               ADD 1 TO WS-MESES-PROP
           END-IF.
           IF WS-MESES-PROP > 12
               MOVE 12 TO WS-MESES-PROP
           END-IF.

      *    dispensa sem justa causa com aviso indenizado paga os
      *    dias de aviso (30 + 3 por ano de casa, ate 90); acordo
      *    paga a metade; pedido de demissao sem cumprir o aviso
      *    desconta 30 dias do funcionario. aviso trabalhado e
      *    justa causa nao mexem no acerto.
       CALCULA-AVISO-PREVIO.
           IF RESC-AVISO NOT = "I"
               GO TO CALCULA-AVISO-PREVIO-FIM
           END-IF.
           COMPUTE WS-ANOS-SERVICO = WS-SAI-ANO - WS-ADM-ANO.
           IF WS-SAI-MES < WS-ADM-MES
                   OR (WS-SAI-MES = WS-ADM-MES
                       AND WS-SAI-DIA < WS-ADM-DIA)
               SUBTRACT 1 FROM WS-ANOS-SERVICO
           END-IF.
           IF WS-ANOS-SERVICO < 0
               MOVE 0 TO WS-ANOS-SERVICO
           END-IF.
           COMPUTE WS-DIAS-AVISO = WS-AVISO-DIAS-BASE
               + (WS-AVISO-DIAS-ANO * WS-ANOS-SERVICO).
           IF WS-DIAS-AVISO > WS-AVISO-DIAS-MAXIMO
               MOVE WS-AVISO-DIAS-MAXIMO TO WS-DIAS-AVISO
           END-IF.
           EVALUATE RESC-TIPO
               WHEN "S"
                   COMPUTE WS-VERBA-AVISO ROUNDED =
                       PM-SALARIO-BASE * WS-DIAS-AVISO / 30
               WHEN "A"
                   COMPUTE WS-DIAS-AVISO = WS-DIAS-AVISO / 2
                   COMPUTE WS-VERBA-AVISO ROUNDED =
                       PM-SALARIO-BASE * WS-DIAS-AVISO / 30
               WHEN "P"
                   MOVE WS-AVISO-DIAS-BASE TO WS-DIAS-AVISO
                   COMPUTE WS-VERBA-AVISO-DESC ROUNDED =
                       PM-SALARIO-BASE * WS-DIAS-AVISO / 30
               WHEN OTHER
                   MOVE 0 TO WS-DIAS-AVISO
           END-EVALUATE.

       CALCULA-AVISO-PREVIO-FIM.
           EXIT.

      *    INSS e IRRF sobre o salario do mes (saldo e movimentos)
      *    e, em separado, sobre o 13o; ferias indenizadas com o
      *    1/3 e aviso indenizado nao tem contribuicao nem retencao.
       CALCULA-DESCONTOS-RESCISAO.
           COMPUTE WS-FAIXA-BASE = WS-VERBA-SALDO + WS-VERBA-MOV-PROV
               - WS-VERBA-MOV-DESC.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           ADD WS-FAIXA-INSS TO WS-VERBA-INSS.
           ADD WS-FAIXA-IRRF TO WS-VERBA-IRRF.
           MOVE WS-VERBA-DECIMO TO WS-FAIXA-BASE.
           PERFORM CALCULA-INSS-FAIXAS
               THRU CALCULA-INSS-FAIXAS-FIM.
           PERFORM CALCULA-IRRF-FAIXAS
               THRU CALCULA-IRRF-FAIXAS-FIM.
           ADD WS-FAIXA-INSS TO WS-VERBA-INSS.
           ADD WS-FAIXA-IRRF TO WS-VERBA-IRRF.

      *    base do FGTS da rescisao: saldo, movimentos, 13o e aviso
      *    indenizado (ferias indenizadas nao tem deposito). a multa
      *    incide sobre o saldo da conta (FGTSSAL.DAT, ate a ultima
      *    competencia apurada) mais o deposito devido sobre a
      *    propria rescisao; so na dispensa sem justa causa e, pela
      *    metade, no acordo.
       CALCULA-MULTA-FGTS.
           COMPUTE WS-BASE-FGTS = WS-VERBA-SALDO + WS-VERBA-MOV-PROV
               - WS-VERBA-MOV-DESC + WS-VERBA-DECIMO + WS-VERBA-AVISO.
           IF WS-BASE-FGTS < 0
               MOVE 0 TO WS-BASE-FGTS
           END-IF.
           EVALUATE RESC-TIPO
               WHEN "S"
                   MOVE WS-FGTS-MULTA-PCT TO WS-MULTA-PCT
               WHEN "A"
                   COMPUTE WS-MULTA-PCT = WS-FGTS-MULTA-PCT / 2
               WHEN OTHER
                   GO TO CALCULA-MULTA-FGTS-FIM
           END-EVALUATE.
           MOVE 0 TO WS-SALDO-FGTS.
           IF SALDOS-FGTS-DISPONIVEIS
               MOVE RESC-COD TO FGS-COD
               READ FGTS-SALDO-FILE
                   NOT INVALID KEY
                       MOVE FGS-SALDO TO WS-SALDO-FGTS
               END-READ
           END-IF.
           COMPUTE WS-SALDO-FGTS ROUNDED = WS-SALDO-FGTS
               + (WS-BASE-FGTS * WS-FGTS-TAXA / 100).
           COMPUTE WS-VERBA-MULTA-FGTS ROUNDED =
               WS-SALDO-FGTS * WS-MULTA-PCT / 100.

       CALCULA-MULTA-FGTS-FIM.
           EXIT.

      *    o saldo devedor do consignado sai inteiro do acerto e o
      *    contador de parcelas vai a zero.
       QUITA-EMPRESTIMO.
           IF NOT EMPRESTIMOS-DISPONIVEIS
               GO TO QUITA-EMPRESTIMO-FIM
           END-IF.
           MOVE RESC-COD TO EMP-COD.
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   GO TO QUITA-EMPRESTIMO-FIM
           END-READ.
           IF EMP-PARCELAS-RESTANTES = 0
               GO TO QUITA-EMPRESTIMO-FIM
           END-IF.
           COMPUTE WS-VERBA-EMPRESTIMO =
               EMP-VALOR-PARCELA * EMP-PARCELAS-RESTANTES.
           MOVE 0 TO EMP-PARCELAS-RESTANTES.
           REWRITE EMP-EMPRESTIMO-REC
               INVALID KEY
                   DISPLAY "ERRO AO QUITAR EMPRESTIMO DE " RESC-COD
           END-REWRITE.

       QUITA-EMPRESTIMO-FIM.
           EXIT.

      *    uma pagina por funcionario, como o contracheque.
       IMPRIME-TERMO-RESCISAO.
           MOVE ALL "=" TO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           MOVE SPACES TO RESCISAO-REPORT-LINHA.
           STRING "TERMO DE RESCISAO - " FM-COD " " FM-NOME
                  "  DEPTO " PM-DEPTO
               DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           MOVE SPACES TO RESCISAO-REPORT-LINHA.
           STRING "ADMISSAO " WS-ADMISSAO "  SAIDA " WS-SAIDA
                  "  TIPO " RESC-TIPO "  AVISO " RESC-AVISO
               DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           IF TAB-RESC-FOLHA-PAGA(RESC-IDX) = "S"
               MOVE "  SALDO DO MES JA PAGO NA FOLHA DA COMPETENCIA"
                   TO RESCISAO-REPORT-LINHA
               WRITE RESCISAO-REPORT-LINHA
           END-IF.

           MOVE SPACES TO WS-LINHA-DESCRICAO.
           STRING "SALDO DE SALARIO (" WS-DIAS-SALDO " D)"
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-SALDO TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE "MOVIMENTOS DO MES" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-MOV-PROV TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE SPACES TO WS-LINHA-DESCRICAO.
           STRING "13O PROPORCIONAL (" WS-MESES-DECIMO "/12)"
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-DECIMO TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE SPACES TO WS-LINHA-DESCRICAO.
           STRING "FERIAS VENCIDAS (" WS-DIAS-FER-VENCIDAS " D)"
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-FER-VENC TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE SPACES TO WS-LINHA-DESCRICAO.
           STRING "FERIAS PROPORC. (" WS-DIAS-FER-PROP " D)"
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-FER-PROP TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE "1/3 CONSTITUCIONAL" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-TERCO TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.
           MOVE SPACES TO WS-LINHA-DESCRICAO.
           STRING "AVISO INDENIZADO (" WS-DIAS-AVISO " D)"
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-AVISO TO WS-LINHA-VALOR.
           PERFORM IMPRIME-PROVENTO.

           MOVE "MOVIMENTOS DO MES" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-MOV-DESC TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.
           MOVE "AVISO NAO CUMPRIDO" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-AVISO-DESC TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.
           MOVE "INSS" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-INSS TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.
           MOVE "IRRF" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-IRRF TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.
           MOVE "QUITACAO DO EMPRESTIMO" TO WS-LINHA-DESCRICAO.
           MOVE WS-VERBA-EMPRESTIMO TO WS-LINHA-VALOR.
           PERFORM IMPRIME-DESCONTO.

           MOVE WS-VERBA-LIQUIDO TO WS-VALOR-EDIT.
           MOVE SPACES TO RESCISAO-REPORT-LINHA.
           STRING "  LIQUIDO DA RESCISAO                    "
                  WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           IF WS-VERBA-MULTA-FGTS > 0
               MOVE WS-VERBA-MULTA-FGTS TO WS-VALOR-EDIT
               MOVE SPACES TO RESCISAO-REPORT-LINHA
               STRING "  MULTA FGTS (NA CONTA VINCULADA)        "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA
               WRITE RESCISAO-REPORT-LINHA
           END-IF.
           MOVE SPACES TO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           MOVE "  ______________________    ______________________"
               TO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           MOVE "  EMPREGADOR                 EMPREGADO"
               TO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.
           MOVE ALL "-" TO RESCISAO-REPORT-LINHA.
           WRITE RESCISAO-REPORT-LINHA.

      *    verba zerada nao ocupa linha no termo.
       IMPRIME-PROVENTO.
           IF WS-LINHA-VALOR NOT = 0
               MOVE WS-LINHA-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO RESCISAO-REPORT-LINHA
               STRING "  PROVENTO " WS-LINHA-DESCRICAO " "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA
               WRITE RESCISAO-REPORT-LINHA
           END-IF.

       IMPRIME-DESCONTO.
           IF WS-LINHA-VALOR NOT = 0
               MOVE WS-LINHA-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO RESCISAO-REPORT-LINHA
               STRING "  DESCONTO " WS-LINHA-DESCRICAO " "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA
               WRITE RESCISAO-REPORT-LINHA
           END-IF.

      *    a linha do acerto entra no historico na competencia da
      *    saida, como qualquer pagamento da folha; saida em mes ja
      *    fechado vai para o proximo mes aberto, com a referencia
      *    ao mes da saida (como o acerto retroativo do PROG61).
       GRAVA-HISTORICO-RESCISAO.
           MOVE WS-COMPETENCIA-SAIDA TO FH-COMPETENCIA.
           MOVE 0 TO FH-COMPETENCIA-REF.
           MOVE WS-COMPETENCIA-SAIDA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               MOVE WS-COMPETENCIA-SAIDA TO FH-COMPETENCIA-REF
               MOVE WS-FECH-PROXIMA-ABERTA TO FH-COMPETENCIA
               MOVE SPACES TO RESCISAO-REPORT-LINHA
               STRING "  COMPETENCIA " WS-COMPETENCIA-SAIDA
                      " FECHADA: HISTORICO LANCADO EM "
                      WS-FECH-PROXIMA-ABERTA
                   DELIMITED BY SIZE INTO RESCISAO-REPORT-LINHA
               WRITE RESCISAO-REPORT-LINHA
           END-IF.
           MOVE RESC-COD TO FH-COD.
           MOVE FM-NOME TO FH-NOME.
           MOVE PM-DEPTO TO FH-DEPTO.
           MOVE WS-VERBA-BRUTO TO FH-BRUTO.
           MOVE WS-VERBA-INSS TO FH-INSS.
           MOVE WS-VERBA-IRRF TO FH-IRRF.
           MOVE 0 TO FH-DESC-PADRAO.
           MOVE WS-VERBA-EMPRESTIMO TO FH-EMP-PARCELA.
           MOVE 0 TO FH-SALFAM.
           MOVE 0 TO FH-ORDEM-JUDICIAL.
           MOVE 0 TO FH-BENEFICIOS.
           MOVE WS-VERBA-LIQUIDO TO FH-LIQUIDO.
           MOVE "R" TO FH-TIPO-PAGAMENTO.
           MOVE WS-BASE-FGTS TO FH-BASE-FGTS.
           MOVE SPACES TO FH-EXECUCAO.
           WRITE FH-FOLHA-HIST-REC.

      *    liquido zerado ou negativo nao vira credito (mesma regra
      *    da folha) e fica na trilha comum de excecoes.
       ANOTA-CREDITO-RESCISAO.
           IF WS-VERBA-LIQUIDO <= 0
               MOVE "PROG105" TO WS-EXCCOM-PROGRAMA
               MOVE "LIQUIDO-NEGATIVO" TO WS-EXCCOM-CAMPO
               MOVE RESC-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ANOTA-CREDITO-RESCISAO-FIM
           END-IF.
           MOVE RESC-COD TO WS-REMADD-COD.
           MOVE FM-NOME TO WS-REMADD-NOME.
           MOVE WS-VERBA-LIQUIDO TO WS-REMADD-VALOR.
           SET REMADD-ORIGEM-RESCISAO TO TRUE.
           PERFORM ANOTA-CREDITO-REMESSA
               THRU ANOTA-CREDITO-REMESSA-FIM.
           IF NOT CREDITO-REMESSA-ANOTADO
               MOVE "PROG105" TO WS-EXCCOM-PROGRAMA
               MOVE "REMESSA-CHEIA" TO WS-EXCCOM-CAMPO
               MOVE RESC-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

       ANOTA-CREDITO-RESCISAO-FIM.
           EXIT.

       REGRAVA-RESCISOES.
           OPEN OUTPUT RESCISOES-FILE.
           PERFORM VARYING RESC-IDX FROM 1 BY 1
                   UNTIL RESC-IDX > WS-QTD-RESCISOES
               MOVE TAB-RESC-REGISTRO(RESC-IDX) TO RESC-RESCISAO-REC
               WRITE RESC-RESCISAO-REC
           END-PERFORM.
           CLOSE RESCISOES-FILE.

       COPY "FAIXAPROC.cpy".
       COPY "REMPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "FECHPROC.cpy".
