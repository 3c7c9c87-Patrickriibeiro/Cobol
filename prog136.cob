       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG136.
      *    FATURAMENTO MENSAL DOS CONTRATOS RECORRENTES DE CLIENTES.
      * 2026-10-15 primeira versao: le os contratos de cobranca fixa
      *            mensal do CONTRATO.DAT (mantidos no PROG137) e,
      *            para cada contrato vigente cujo dia de cobranca ja
      *            chegou na competencia corrente, lanca a mensalidade
      *            como debito do cliente no LEDGER.DAT, com a linha
      *            MENSALIDADE no HISTTRAN.DAT, e soma o valor no
      *            acumulado do departamento do contrato em
      *            DEPTACUM.DAT (orcado x realizado do PROG96). o
      *            cliente passa pela mesma conferencia de cadastro,
      *            situacao e limite de credito do PROG3; contrato
      *            recusado fica na trilha de excecoes e volta na
      *            proxima rodada. cada faturamento fica em
      *            FATURADO.DAT e o mesmo contrato nunca e cobrado
      *            duas vezes na mesma competencia. relatorio em
      *            MENSREL.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTRSEL.cpy".

      *    um registro por contrato faturado (contrato+competencia),
      *    so acrescentado: e a trava contra cobranca em dobro.
           SELECT FATURADOS-FILE ASSIGN TO "FATURADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURADOS-STATUS.

           SELECT RAZAO-CLIENTE-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAZAO-NOME
               FILE STATUS IS WS-RAZAO-STATUS.

      *    mestre de clientes do PROG92; sem o arquivo, a
      *    conferencia de cliente e limite e dispensada.
           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

           SELECT HISTORICO-TRANSACOES-FILE ASSIGN TO "HISTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT ACUMULADO-DEPTO-FILE ASSIGN TO "DEPTACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUMULADO-STATUS.

           SELECT MENSALIDADES-REPORT-FILE ASSIGN TO "MENSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSREL-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "CTRFD.cpy".

       FD  FATURADOS-FILE.
       01  FATURADO-REC.
           05  FAT-CONTRATO    PIC 9(6).
           05  FAT-COMPETENCIA PIC 9(6).
           05  FILLER          PIC X.
           05  FAT-CLIENTE     PIC X(20).
           05  FILLER          PIC X.
           05  FAT-VALOR       PIC 9(7)V99.
           05  FILLER          PIC X.
           05  FAT-DATA-HORA   PIC X(14).

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).

       FD  ACUMULADO-DEPTO-FILE.
       01  ACUMULADO-DEPTO-REC.
           05  ACUM-DEPTO       PIC X(4).
           05  ACUM-COMPETENCIA PIC 9(6).
           05  ACUM-VALOR       PIC S9(8) SIGN LEADING SEPARATE.

       FD  MENSALIDADES-REPORT-FILE.
       01  MENSALIDADES-REPORT-LINHA PIC X(100).

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FATURADOS-STATUS PIC XX.
       01  WS-RAZAO-STATUS     PIC XX.
       01  WS-CLIMSTR-STATUS   PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-ACUMULADO-STATUS PIC XX.
       01  WS-MENSREL-STATUS   PIC XX.

       01  WS-TEM-CLIMSTR PIC X VALUE "N".
       01  WS-CLIENTE-LIBERADO PIC X.
       01  WS-LIMITE-CLIENTE PIC 9(7)V99.
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-COMPETENCIA-CORRENTE PIC 9(6).

      *    contratos ja faturados na competencia corrente, lidos do
      *    FATURADO.DAT.
       01  WS-TABELA-FATURADOS.
           05  TAB-FAT-CONTRATO OCCURS 2000 TIMES PIC 9(6).
       01  WS-QTD-FATURADOS PIC 9(4) VALUE 0.
       01  WS-FAT-IDX PIC 9(4).
       01  WS-JA-FATURADO PIC X.
           88  CONTRATO-JA-FATURADO VALUE "S".

       01  WS-VALOR-LANCADO PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-VALOR-HIST-EDIT PIC +9(6).99.
       01  WS-VALOR-EDIT PIC Z(6)9.99.
       01  WS-TOTAL-FATURADO PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EDIT PIC Z(8)9.99.
       01  WS-CONTRATOS-ALTERADOS PIC X VALUE "N".

      *    faturado da execucao por departamento, somado no fim ao
      *    acumulado da competencia, no molde do PROG3.
       01  WS-TABELA-TOTAL-DEPTO.
           05  TAB-TOT OCCURS 20 TIMES.
               10  TAB-TOT-DEPTO PIC X(4).
               10  TAB-TOT-VALOR PIC S9(8)V99 SIGN LEADING SEPARATE.
               10  TAB-TOT-QTD   PIC 9(4).
       01  WS-QTD-TOT-DEPTOS PIC 9(2) VALUE 0.
       01  WS-TOT-IDX PIC 9(2).
       01  WS-DEPTO-NA-TABELA PIC X VALUE "N".
           88  TOTAL-DEPTO-ABERTO VALUE "S".
       01  WS-TABELA-ACUMULADO.
           05  TAB-ACUM OCCURS 100 TIMES.
               10  TAB-ACUM-DEPTO       PIC X(4).
               10  TAB-ACUM-COMPETENCIA PIC 9(6).
               10  TAB-ACUM-VALOR       PIC S9(8) SIGN LEADING
                       SEPARATE.
       01  WS-QTD-ACUMULADO PIC 9(3) VALUE 0.
       01  WS-ACUM-IDX PIC 9(3).
       01  WS-ACUM-ACHADO-IDX PIC 9(3).
       01  WS-DEPTOS-ESTOURO PIC X VALUE "N".

       01  WS-QTD-VIGENTES PIC 9(5) VALUE 0.
       01  WS-QTD-COBRADOS PIC 9(5) VALUE 0.
       01  WS-QTD-JA-COBRADOS PIC 9(5) VALUE 0.
       01  WS-QTD-A-VENCER PIC 9(5) VALUE 0.
       01  WS-QTD-RECUSADOS PIC 9(5) VALUE 0.

       01  WS-LINHA-DETALHE.
           05  DET-CONTRATO  PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-CLIENTE   PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DEPTO     PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-VALOR     PIC Z(6)9.99.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DET-VENCIMENTO PIC 9(8).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DET-SITUACAO  PIC X(24).

       COPY "CAMPOSCOM.cpy".
       COPY "CTRWS.cpy".
       COPY "DATAWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG136" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-COMPETENCIA-CORRENTE.
           MOVE WS-COMPETENCIA-CORRENTE TO WS-CTR-COMPETENCIA.

           OPEN OUTPUT MENSALIDADES-REPORT-FILE.
           MOVE SPACES TO MENSALIDADES-REPORT-LINHA.
           STRING "===== FATURAMENTO DOS CONTRATOS - COMPETENCIA "
                  WS-DATA-HORA-ATUAL(5:2) "/" WS-DATA-HORA-ATUAL(1:4)
                  " ====="
               DELIMITED BY SIZE INTO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.

           PERFORM CARREGA-CONTRATOS.
           IF WS-QTD-CONTRATOS = 0
               MOVE "NENHUM CONTRATO EM CONTRATO.DAT"
                   TO MENSALIDADES-REPORT-LINHA
               WRITE MENSALIDADES-REPORT-LINHA
               DISPLAY MENSALIDADES-REPORT-LINHA
               CLOSE MENSALIDADES-REPORT-FILE
               MOVE "SEM-CONTR" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-FATURADOS.

      *    razao indexado, no molde da TESTE: abre para a sessao e
      *    lanca le-soma-regrava por contrato.
           OPEN I-O RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS = "35"
               OPEN OUTPUT RAZAO-CLIENTE-FILE
               CLOSE RAZAO-CLIENTE-FILE
               OPEN I-O RAZAO-CLIENTE-FILE
           END-IF.
           MOVE "N" TO WS-TEM-CLIMSTR.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-CLIMSTR
           ELSE
               CLOSE CLIENTES-FILE
           END-IF.

           OPEN EXTEND FATURADOS-FILE.
           IF WS-FATURADOS-STATUS NOT = "00"
               CLOSE FATURADOS-FILE
               OPEN OUTPUT FATURADOS-FILE
           END-IF.
           OPEN EXTEND HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
               OPEN OUTPUT HISTORICO-TRANSACOES-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.
           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           MOVE SPACES TO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.
           MOVE SPACES TO MENSALIDADES-REPORT-LINHA.
           STRING "CONTR. CLIENTE              DEPT      VALOR  "
                  "VENCIMENTO  SITUACAO"
               DELIMITED BY SIZE INTO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.

           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-QTD-CONTRATOS
               MOVE TAB-CTR(CTR-IDX) TO CTR-CONTRATO-REC
               PERFORM FATURA-CONTRATO THRU FATURA-CONTRATO-FIM
           END-PERFORM.

           IF WS-CONTRATOS-ALTERADOS = "S"
               PERFORM GRAVA-CONTRATOS
           END-IF.
           IF WS-QTD-TOT-DEPTOS > 0
               PERFORM ATUALIZA-ACUMULADO-DEPTO
           END-IF.

           CLOSE RAZAO-CLIENTE-FILE.
           IF WS-TEM-CLIMSTR = "S"
               CLOSE CLIENTES-FILE
           END-IF.
           CLOSE FATURADOS-FILE.
           CLOSE HISTORICO-TRANSACOES-FILE.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

           PERFORM IMPRIME-TOTAIS.
           CLOSE MENSALIDADES-REPORT-FILE.

           IF WS-QTD-RECUSADOS > 0
               MOVE "RECUSADOS" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DEPTOS-ESTOURO = "S"
               MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-COBRADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    so os faturamentos da competencia corrente interessam.
       CARREGA-FATURADOS.
           MOVE 0 TO WS-QTD-FATURADOS.
           OPEN INPUT FATURADOS-FILE.
           IF WS-FATURADOS-STATUS = "00"
               PERFORM UNTIL WS-FATURADOS-STATUS NOT = "00"
                   READ FATURADOS-FILE
                       AT END
                           MOVE "10" TO WS-FATURADOS-STATUS
                       NOT AT END
                           IF FAT-COMPETENCIA = WS-COMPETENCIA-CORRENTE
                               AND WS-QTD-FATURADOS < 2000
                               ADD 1 TO WS-QTD-FATURADOS
                               MOVE FAT-CONTRATO TO
                                   TAB-FAT-CONTRATO(WS-QTD-FATURADOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FATURADOS-FILE.

      *    contrato fora da vigencia ou antes do dia de cobranca
      *    fica para depois; o ja cobrado na competencia (pelo
      *    FATURADO.DAT ou pela ultima competencia do contrato) nao
      *    se repete.
       FATURA-CONTRATO.
           PERFORM DATA-COBRANCA-CONTRATO.
           IF NOT CONTRATO-VIGENTE
               GO TO FATURA-CONTRATO-FIM
           END-IF.
           ADD 1 TO WS-QTD-VIGENTES.
           IF WS-CTR-DATA-COBRANCA > WS-DATA-HOJE
               ADD 1 TO WS-QTD-A-VENCER
               GO TO FATURA-CONTRATO-FIM
           END-IF.

           MOVE "N" TO WS-JA-FATURADO.
           IF CTR-ULTIMA-COMPETENCIA NOT < WS-COMPETENCIA-CORRENTE
               MOVE "S" TO WS-JA-FATURADO
           END-IF.
           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-QTD-FATURADOS
               IF TAB-FAT-CONTRATO(WS-FAT-IDX) = CTR-NUMERO
                   MOVE "S" TO WS-JA-FATURADO
               END-IF
           END-PERFORM.
           IF CONTRATO-JA-FATURADO
               ADD 1 TO WS-QTD-JA-COBRADOS
               GO TO FATURA-CONTRATO-FIM
           END-IF.

           MOVE CTR-NUMERO TO DET-CONTRATO.
           MOVE CTR-CLIENTE TO DET-CLIENTE.
           MOVE CTR-DEPTO TO DET-DEPTO.
           MOVE CTR-VALOR TO DET-VALOR.
           MOVE WS-CTR-DATA-COBRANCA TO DET-VENCIMENTO.

           COMPUTE WS-VALOR-LANCADO = 0 - CTR-VALOR.
           PERFORM VALIDA-CLIENTE-LIMITE
               THRU VALIDA-CLIENTE-LIMITE-FIM.
           IF WS-CLIENTE-LIBERADO NOT = "S"
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE SPACES TO DET-SITUACAO
               STRING "RECUSADO " WS-EXCCOM-CAMPO
                   DELIMITED BY SIZE INTO DET-SITUACAO
               PERFORM GRAVA-DETALHE
               GO TO FATURA-CONTRATO-FIM
           END-IF.

           PERFORM ATUALIZA-RAZAO-CLIENTE
               THRU ATUALIZA-RAZAO-CLIENTE-FIM.
           IF WS-CLIENTE-LIBERADO NOT = "S"
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE "ERRO NO RAZAO" TO DET-SITUACAO
               PERFORM GRAVA-DETALHE
               GO TO FATURA-CONTRATO-FIM
           END-IF.

      *    a trava vai para o disco logo depois do lancamento: uma
      *    rodada interrompida nao cobra de novo o que ja lancou.
           MOVE SPACES TO FATURADO-REC.
           MOVE CTR-NUMERO TO FAT-CONTRATO.
           MOVE WS-COMPETENCIA-CORRENTE TO FAT-COMPETENCIA.
           MOVE CTR-CLIENTE TO FAT-CLIENTE.
           MOVE CTR-VALOR TO FAT-VALOR.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO FAT-DATA-HORA.
           WRITE FATURADO-REC.

           PERFORM GRAVA-HISTORICO.
           PERFORM ACUMULA-TOTAL-DEPARTAMENTO.

           MOVE WS-COMPETENCIA-CORRENTE TO CTR-ULTIMA-COMPETENCIA.
           MOVE CTR-CONTRATO-REC TO TAB-CTR(CTR-IDX).
           MOVE "S" TO WS-CONTRATOS-ALTERADOS.

           MOVE "PROG136" TO WS-NOME-COMUM.
           MOVE "MENSALIDADE" TO WS-OPERADOR-COMUM.
           MOVE CTR-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING CTR-NUMERO " " CTR-CLIENTE " "
                  FUNCTION TRIM(WS-VALOR-EDIT)
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

           ADD 1 TO WS-QTD-COBRADOS.
           ADD CTR-VALOR TO WS-TOTAL-FATURADO.
           MOVE "COBRADO" TO DET-SITUACAO.
           PERFORM GRAVA-DETALHE.

       FATURA-CONTRATO-FIM.
           EXIT.

       GRAVA-DETALHE.
           MOVE WS-LINHA-DETALHE TO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.

      *    mesma conferencia do PROG3: cliente cadastrado e ativo, e
      *    o saldo depois da mensalidade dentro do limite de
      *    credito; a recusa leva o nome do cliente para a trilha
      *    (o PROG134 conta os estouros por cliente).
       VALIDA-CLIENTE-LIMITE.
           MOVE "S" TO WS-CLIENTE-LIBERADO.
           IF WS-TEM-CLIMSTR NOT = "S"
               GO TO VALIDA-CLIENTE-LIMITE-FIM
           END-IF.
           MOVE CTR-CLIENTE TO CLI-NOME.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "N" TO WS-CLIENTE-LIBERADO
                   MOVE "CLIENTE" TO WS-EXCCOM-CAMPO
                   PERFORM REJEITA-CONTRATO
                   GO TO VALIDA-CLIENTE-LIMITE-FIM
           END-READ.
           IF CLI-SITUACAO = "I"
               MOVE "N" TO WS-CLIENTE-LIBERADO
               MOVE "CLIENTE-INATIVO" TO WS-EXCCOM-CAMPO
               PERFORM REJEITA-CONTRATO
               GO TO VALIDA-CLIENTE-LIMITE-FIM
           END-IF.
           MOVE CLI-LIMITE-CRED TO WS-LIMITE-CLIENTE.
           MOVE CTR-CLIENTE TO RAZAO-NOME.
           READ RAZAO-CLIENTE-FILE
               INVALID KEY
                   MOVE 0 TO RAZAO-TOTAL
           END-READ.
           IF (RAZAO-TOTAL + WS-VALOR-LANCADO) < (0 - WS-LIMITE-CLIENTE)
               MOVE "N" TO WS-CLIENTE-LIBERADO
               MOVE "LIMITE-CREDITO" TO WS-EXCCOM-CAMPO
               PERFORM REJEITA-CONTRATO
           END-IF.

       VALIDA-CLIENTE-LIMITE-FIM.
           EXIT.

       REJEITA-CONTRATO.
           MOVE "PROG136" TO WS-EXCCOM-PROGRAMA.
           MOVE CTR-CLIENTE TO WS-EXCCOM-VALOR.
           PERFORM GRAVA-EXCECAO-COMUM.
           DISPLAY "CONTRATO " CTR-NUMERO " RECUSADO ("
               WS-EXCCOM-CAMPO ")".

       ATUALIZA-RAZAO-CLIENTE.
           MOVE CTR-CLIENTE TO RAZAO-NOME.
           READ RAZAO-CLIENTE-FILE
               INVALID KEY
                   MOVE CTR-CLIENTE TO RAZAO-NOME
                   MOVE WS-VALOR-LANCADO TO RAZAO-TOTAL
                   MOVE 1 TO RAZAO-QTD-TRANS
                   WRITE RAZAO-CLIENTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR RAZAO DO CLIENTE"
                           MOVE "N" TO WS-CLIENTE-LIBERADO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VALOR-LANCADO TO RAZAO-TOTAL
                   ADD 1 TO RAZAO-QTD-TRANS
                   REWRITE RAZAO-CLIENTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR RAZAO"
                           MOVE "N" TO WS-CLIENTE-LIBERADO
                   END-REWRITE
           END-READ.

       ATUALIZA-RAZAO-CLIENTE-FIM.
           EXIT.

      *    linha MENSALIDADE nas colunas fixas da TESTE, com o
      *    numero do contrato no lugar do primeiro numero: o
      *    extrato (PROG48) e o envelhecimento (PROG130) tratam a
      *    mensalidade como qualquer debito.
       GRAVA-HISTORICO.
           MOVE WS-VALOR-LANCADO TO WS-VALOR-HIST-EDIT.
           MOVE SPACES TO HISTORICO-TRANSACOES-LINHA.
           STRING WS-DATA-HORA-ATUAL(1:14) " "
                  CTR-CLIENTE " "
                  "MENSALIDADE         " " "
                  CTR-NUMERO " " "      " " = "
                  WS-VALOR-HIST-EDIT " " "PROG136"
               DELIMITED BY SIZE INTO HISTORICO-TRANSACOES-LINHA.
           WRITE HISTORICO-TRANSACOES-LINHA.

       ACUMULA-TOTAL-DEPARTAMENTO.
           MOVE "N" TO WS-DEPTO-NA-TABELA.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-QTD-TOT-DEPTOS
               IF TAB-TOT-DEPTO(WS-TOT-IDX) = CTR-DEPTO
                   MOVE "S" TO WS-DEPTO-NA-TABELA
                   ADD WS-VALOR-LANCADO TO TAB-TOT-VALOR(WS-TOT-IDX)
                   ADD 1 TO TAB-TOT-QTD(WS-TOT-IDX)
               END-IF
           END-PERFORM.
           IF NOT TOTAL-DEPTO-ABERTO
               IF WS-QTD-TOT-DEPTOS < 20
                   ADD 1 TO WS-QTD-TOT-DEPTOS
                   MOVE CTR-DEPTO
                       TO TAB-TOT-DEPTO(WS-QTD-TOT-DEPTOS)
                   MOVE WS-VALOR-LANCADO
                       TO TAB-TOT-VALOR(WS-QTD-TOT-DEPTOS)
                   MOVE 1 TO TAB-TOT-QTD(WS-QTD-TOT-DEPTOS)
               ELSE
                   MOVE "S" TO WS-DEPTOS-ESTOURO
               END-IF
           END-IF.

      *    soma o faturado da execucao no acumulado da competencia
      *    corrente e regrava DEPTACUM.DAT por inteiro, como o PROG3
      *    (o acumulado e em reais inteiros: os centavos arredondam).
       ATUALIZA-ACUMULADO-DEPTO.
           MOVE 0 TO WS-QTD-ACUMULADO.
           OPEN INPUT ACUMULADO-DEPTO-FILE.
           IF WS-ACUMULADO-STATUS = "00"
               PERFORM UNTIL WS-ACUMULADO-STATUS NOT = "00"
                   READ ACUMULADO-DEPTO-FILE
                       AT END
                           MOVE "10" TO WS-ACUMULADO-STATUS
                       NOT AT END
                           IF WS-QTD-ACUMULADO < 100
                               ADD 1 TO WS-QTD-ACUMULADO
                               MOVE ACUM-DEPTO TO
                                   TAB-ACUM-DEPTO(WS-QTD-ACUMULADO)
                               MOVE ACUM-COMPETENCIA TO
                                 TAB-ACUM-COMPETENCIA(
                                     WS-QTD-ACUMULADO)
                               MOVE ACUM-VALOR TO
                                   TAB-ACUM-VALOR(WS-QTD-ACUMULADO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACUMULADO-DEPTO-FILE.

           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-QTD-TOT-DEPTOS
               MOVE 0 TO WS-ACUM-ACHADO-IDX
               PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
                       UNTIL WS-ACUM-IDX > WS-QTD-ACUMULADO
                   IF TAB-ACUM-DEPTO(WS-ACUM-IDX) =
                           TAB-TOT-DEPTO(WS-TOT-IDX)
                       AND TAB-ACUM-COMPETENCIA(WS-ACUM-IDX) =
                           WS-COMPETENCIA-CORRENTE
                       MOVE WS-ACUM-IDX TO WS-ACUM-ACHADO-IDX
                   END-IF
               END-PERFORM
               IF WS-ACUM-ACHADO-IDX = 0
                   IF WS-QTD-ACUMULADO < 100
                       ADD 1 TO WS-QTD-ACUMULADO
                       MOVE WS-QTD-ACUMULADO
                           TO WS-ACUM-ACHADO-IDX
                       MOVE TAB-TOT-DEPTO(WS-TOT-IDX) TO
                           TAB-ACUM-DEPTO(WS-ACUM-ACHADO-IDX)
                       MOVE WS-COMPETENCIA-CORRENTE TO
                           TAB-ACUM-COMPETENCIA(WS-ACUM-ACHADO-IDX)
                       MOVE 0 TO
                           TAB-ACUM-VALOR(WS-ACUM-ACHADO-IDX)
                   ELSE
                       MOVE "S" TO WS-DEPTOS-ESTOURO
                   END-IF
               END-IF
               IF WS-ACUM-ACHADO-IDX NOT = 0
                   ADD TAB-TOT-VALOR(WS-TOT-IDX) TO
                       TAB-ACUM-VALOR(WS-ACUM-ACHADO-IDX) ROUNDED
               END-IF
           END-PERFORM.

           OPEN OUTPUT ACUMULADO-DEPTO-FILE.
           PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
                   UNTIL WS-ACUM-IDX > WS-QTD-ACUMULADO
               MOVE TAB-ACUM-DEPTO(WS-ACUM-IDX) TO ACUM-DEPTO
               MOVE TAB-ACUM-COMPETENCIA(WS-ACUM-IDX)
                   TO ACUM-COMPETENCIA
               MOVE TAB-ACUM-VALOR(WS-ACUM-IDX) TO ACUM-VALOR
               WRITE ACUMULADO-DEPTO-REC
           END-PERFORM.
           CLOSE ACUMULADO-DEPTO-FILE.

       IMPRIME-TOTAIS.
           MOVE SPACES TO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-QTD-TOT-DEPTOS
               COMPUTE WS-TOTAL-EDIT =
                   0 - TAB-TOT-VALOR(WS-TOT-IDX)
               MOVE SPACES TO MENSALIDADES-REPORT-LINHA
               STRING "TOTAL DEPTO " TAB-TOT-DEPTO(WS-TOT-IDX)
                      " " WS-TOTAL-EDIT
                      " (" TAB-TOT-QTD(WS-TOT-IDX) " CONTRATOS)"
                   DELIMITED BY SIZE INTO MENSALIDADES-REPORT-LINHA
               WRITE MENSALIDADES-REPORT-LINHA
           END-PERFORM.
           MOVE WS-TOTAL-FATURADO TO WS-TOTAL-EDIT.
           MOVE SPACES TO MENSALIDADES-REPORT-LINHA.
           STRING "CONTRATOS " WS-QTD-CONTRATOS
                  " VIGENTES " WS-QTD-VIGENTES
                  " COBRADOS " WS-QTD-COBRADOS
                  " TOTAL FATURADO " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.
           DISPLAY MENSALIDADES-REPORT-LINHA.
           MOVE SPACES TO MENSALIDADES-REPORT-LINHA.
           STRING "JA COBRADOS NO MES " WS-QTD-JA-COBRADOS
                  " A VENCER " WS-QTD-A-VENCER
                  " RECUSADOS " WS-QTD-RECUSADOS
               DELIMITED BY SIZE INTO MENSALIDADES-REPORT-LINHA.
           WRITE MENSALIDADES-REPORT-LINHA.
           DISPLAY MENSALIDADES-REPORT-LINHA.

       COPY "CTRPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "RUNPROC.cpy".
