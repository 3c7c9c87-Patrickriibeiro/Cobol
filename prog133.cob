       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG133.
      *    COBRANCA ESCALONADA DOS CLIENTES EM ATRASO NO RAZAO.
      * 2026-10-15 primeira versao: o PROG94 cobra juros do saldo
      *            negativo mas ninguem avisava o cliente. roda
      *            logo depois do envelhecimento do PROG130 e le a
      *            copia AGING.TXT: aberto na faixa de 30 dias pede
      *            o lembrete (modelo COBRANCA1 do MSGTMPL.DAT), na
      *            de 60 o aviso formal (COBRANCA2) e na de 90 ou
      *            mais o aviso final antes da suspensao
      *            (COBRANCA3). as cartas saem pela mala direta do
      *            PROG83 em CARTCOBR.DAT; cada estagio enviado fica
      *            em COBRANCA.DAT e nao se repete no mesmo atraso.
      *            no aviso final o cliente passa a CLI-SITUACAO "I"
      *            no CLIMSTR.DAT, com auditoria e mensagem urgente
      *            ao FINANCEIRO: so o supervisor reativa (PROG92).
      *            quem nao deve mais no LEDGER.DAT tem o atraso
      *            encerrado; relatorio em COBRREL.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    copia delimitada do envelhecimento gravada pelo PROG130.
           SELECT AGING-FILE ASSIGN TO "AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT RAZAO-CLIENTE-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAZAO-NOME
               FILE STATUS IS WS-RAZAO-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

           SELECT CARTAS-COBRANCA-FILE ASSIGN TO "CARTCOBR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

           SELECT COBRANCA-REPORT-FILE ASSIGN TO "COBRREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRREL-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           COPY "MALASEL.cpy".
           COPY "COBRSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-FILE.
       01  AGING-LINHA PIC X(160).

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       FD  CARTAS-COBRANCA-FILE.
       01  CARTAS-LINHA PIC X(80).

       FD  COBRANCA-REPORT-FILE.
       01  COBRANCA-REPORT-LINHA PIC X(100).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       COPY "MALAFD.cpy".
       COPY "COBRFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-AGING-STATUS   PIC XX.
       01  WS-RAZAO-STATUS   PIC XX.
       01  WS-CLIMSTR-STATUS PIC XX.
       01  WS-CARTAS-STATUS  PIC XX.
       01  WS-COBRREL-STATUS PIC XX.
       01  WS-FILA-STATUS    PIC XX.

       01  WS-TEM-CLIMSTR PIC X VALUE "N".
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DATA-HOJE-X REDEFINES WS-DATA-HOJE PIC X(8).

      *    colunas da linha do AGING.TXT, na ordem do cabecalho
      *    CLIENTE;ABERTO;CORRENTE;DIAS30;DIAS60;DIAS90;DIAS120;...
       01  WS-AGING-CAMPOS.
           05  WS-AG-NOME     PIC X(20).
           05  WS-AG-ABERTO   PIC X(12).
           05  WS-AG-FAIXA OCCURS 5 TIMES PIC X(12).
           05  WS-AG-DIAS     PIC X(6).
           05  WS-AG-ATRASO   PIC X(6).
           05  WS-AG-RAZAO    PIC X(9).
       01  WS-VALOR-ABERTO PIC 9(8)V99.
       01  WS-VALOR-FAIXA PIC 9(8)V99.
       01  WS-DIAS-CLIENTE PIC 9(5).

      *    estagio pedido pelas faixas: 1 lembrete (30 dias),
      *    2 aviso formal (60), 3 aviso final (90 e 120 ou mais).
       01  WS-ESTAGIO PIC 9.
       01  WS-ESTAGIO-IDX PIC 9.
       01  WS-TABELA-MODELOS-COBRANCA.
           05  TAB-MOD-COBR OCCURS 3 TIMES.
               10  TAB-MOD-CODIGO PIC X(10).
               10  TAB-MOD-ACHADO PIC X.
               10  TAB-MOD-TEXTO  PIC X(80).
       01  WS-NOMES-ESTAGIO.
           05  FILLER PIC X(12) VALUE "LEMBRETE".
           05  FILLER PIC X(12) VALUE "AVISO FORMAL".
           05  FILLER PIC X(12) VALUE "AVISO FINAL".
       01  WS-NOMES-ESTAGIO-R REDEFINES WS-NOMES-ESTAGIO.
           05  WS-NOME-ESTAGIO OCCURS 3 TIMES PIC X(12).

       01  WS-COBRANCAS-ALTERADAS PIC X VALUE "N".
       01  WS-SITUACAO-CLIENTE PIC X(22).
       01  WS-ABERTO-EDIT PIC Z(7)9.99.
       01  WS-DIAS-EDIT PIC ZZZZ9.
       01  WS-TEXTO-AVISO PIC X(80).

       01  WS-QTD-LIDOS PIC 9(5) VALUE 0.
       01  WS-QTD-CARTAS PIC 9(5) VALUE 0.
       01  WS-TABELA-POR-ESTAGIO.
           05  WS-QTD-POR-ESTAGIO OCCURS 3 TIMES PIC 9(5).
       01  WS-QTD-SUSPENSOS PIC 9(5) VALUE 0.
       01  WS-QTD-JA-AVISADOS PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-MODELO PIC 9(5) VALUE 0.
       01  WS-QTD-ENCERRADOS PIC 9(5) VALUE 0.
       01  WS-COBRANCAS-ESTOURO PIC X VALUE "N".

       01  WS-LINHA-DETALHE.
           05  DET-NOME      PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-ABERTO    PIC Z(7)9.99.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DET-DIAS      PIC ZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DET-ESTAGIO   PIC X(12).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-SITUACAO  PIC X(22).

       COPY "CAMPOSCOM.cpy".
       COPY "MALAWS.cpy".
       COPY "COBRWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG133" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE-X TO WS-MALA-DATA.

           OPEN OUTPUT COBRANCA-REPORT-FILE.
           MOVE SPACES TO COBRANCA-REPORT-LINHA.
           STRING "===== COBRANCA ESCALONADA EM "
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.

           OPEN INPUT AGING-FILE.
           IF WS-AGING-STATUS NOT = "00"
               CLOSE AGING-FILE
               MOVE "AGING.TXT AUSENTE - RODAR ANTES O PROG130"
                   TO COBRANCA-REPORT-LINHA
               PERFORM ENCERRA-SEM-INSUMO
               MOVE "SEM-AGING" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

      *    sem o razao nao da para saber se o cliente pagou depois
      *    do envelhecimento: nenhuma carta sai.
           OPEN INPUT RAZAO-CLIENTE-FILE.
           IF WS-RAZAO-STATUS NOT = "00"
               CLOSE RAZAO-CLIENTE-FILE
               CLOSE AGING-FILE
               MOVE "LEDGER.DAT AUSENTE - NENHUMA CARTA ENVIADA"
                   TO COBRANCA-REPORT-LINHA
               PERFORM ENCERRA-SEM-INSUMO
               MOVE "SEM-RAZAO" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE "N" TO WS-TEM-CLIMSTR.
           OPEN I-O CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-CLIMSTR
           ELSE
               CLOSE CLIENTES-FILE
           END-IF.

           PERFORM CARREGA-MODELOS-COBRANCA.
           PERFORM CARREGA-COBRANCAS.
           PERFORM VARYING WS-ESTAGIO-IDX FROM 1 BY 1
                   UNTIL WS-ESTAGIO-IDX > 3
               MOVE 0 TO WS-QTD-POR-ESTAGIO(WS-ESTAGIO-IDX)
           END-PERFORM.

           OPEN OUTPUT CARTAS-COBRANCA-FILE.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.

           MOVE SPACES TO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.
           MOVE SPACES TO COBRANCA-REPORT-LINHA.
           STRING "CLIENTE                   ABERTO   DIAS  "
                  "ESTAGIO      SITUACAO"
               DELIMITED BY SIZE INTO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.

           PERFORM UNTIL WS-AGING-STATUS NOT = "00"
               READ AGING-FILE
                   AT END
                       MOVE "10" TO WS-AGING-STATUS
                   NOT AT END
                       PERFORM AVALIA-CLIENTE THRU AVALIA-CLIENTE-FIM
               END-READ
           END-PERFORM.
           CLOSE AGING-FILE.

           PERFORM ENCERRA-QUITADOS.
           IF WS-COBRANCAS-ALTERADAS = "S"
               PERFORM GRAVA-COBRANCAS
           END-IF.

           CLOSE RAZAO-CLIENTE-FILE.
           IF WS-TEM-CLIMSTR = "S"
               CLOSE CLIENTES-FILE
           END-IF.
           CLOSE CARTAS-COBRANCA-FILE.
           CLOSE FILA-MENSAGENS-FILE.
           CLOSE AUDITORIA-COMUM-FILE.

           PERFORM IMPRIME-TOTAIS.
           CLOSE COBRANCA-REPORT-FILE.

           IF WS-QTD-SUSPENSOS > 0
               MOVE "SUSPENSOS" TO WS-RUNLOG-RESULTADO
           END-IF.
           IF WS-QTD-SEM-MODELO > 0
               MOVE "SEM-MODELO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-COBRANCAS-ESTOURO = "S"
               MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-CARTAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    a linha do motivo ja esta em COBRANCA-REPORT-LINHA.
       ENCERRA-SEM-INSUMO.
           WRITE COBRANCA-REPORT-LINHA.
           DISPLAY COBRANCA-REPORT-LINHA.
           CLOSE COBRANCA-REPORT-FILE.

      *    os tres modelos da biblioteca, um por estagio; modelo
      *    ausente segura so as cartas daquele estagio.
       CARREGA-MODELOS-COBRANCA.
           MOVE "COBRANCA1" TO TAB-MOD-CODIGO(1).
           MOVE "COBRANCA2" TO TAB-MOD-CODIGO(2).
           MOVE "COBRANCA3" TO TAB-MOD-CODIGO(3).
           PERFORM VARYING WS-ESTAGIO-IDX FROM 1 BY 1
                   UNTIL WS-ESTAGIO-IDX > 3
               MOVE TAB-MOD-CODIGO(WS-ESTAGIO-IDX) TO WS-MODELO-PEDIDO
               MOVE SPACES TO WS-TEXTO-MODELO
               PERFORM PROCURA-MODELO
               MOVE WS-MODELO-ACHADO TO TAB-MOD-ACHADO(WS-ESTAGIO-IDX)
               MOVE WS-TEXTO-MODELO TO TAB-MOD-TEXTO(WS-ESTAGIO-IDX)
           END-PERFORM.

      *    o estagio sai da faixa mais antiga com valor em aberto;
      *    carta so vai se o estagio passa do que ja foi enviado no
      *    atraso em aberto e se o razao ainda mostra o cliente
      *    devendo (pode ter pago depois do envelhecimento).
       AVALIA-CLIENTE.
           IF AGING-LINHA(1:15) = "CLIENTE;ABERTO;"
                   OR AGING-LINHA = SPACES
               GO TO AVALIA-CLIENTE-FIM
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE SPACES TO WS-AGING-CAMPOS.
           UNSTRING AGING-LINHA DELIMITED BY ";"
               INTO WS-AG-NOME WS-AG-ABERTO
                    WS-AG-FAIXA(1) WS-AG-FAIXA(2) WS-AG-FAIXA(3)
                    WS-AG-FAIXA(4) WS-AG-FAIXA(5)
                    WS-AG-DIAS WS-AG-ATRASO WS-AG-RAZAO
           END-UNSTRING.

           MOVE 0 TO WS-ESTAGIO.
           PERFORM VARYING WS-ESTAGIO-IDX FROM 2 BY 1
                   UNTIL WS-ESTAGIO-IDX > 5
               COMPUTE WS-VALOR-FAIXA =
                   FUNCTION NUMVAL(WS-AG-FAIXA(WS-ESTAGIO-IDX))
               IF WS-VALOR-FAIXA > 0
                   IF WS-ESTAGIO-IDX > 4
                       MOVE 3 TO WS-ESTAGIO
                   ELSE
                       COMPUTE WS-ESTAGIO = WS-ESTAGIO-IDX - 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ESTAGIO = 0
               GO TO AVALIA-CLIENTE-FIM
           END-IF.
           COMPUTE WS-VALOR-ABERTO = FUNCTION NUMVAL(WS-AG-ABERTO).
           MOVE 0 TO WS-DIAS-CLIENTE.
           IF FUNCTION TRIM(WS-AG-DIAS) IS NUMERIC
               MOVE FUNCTION TRIM(WS-AG-DIAS) TO WS-DIAS-CLIENTE
           END-IF.

           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE WS-AG-NOME TO DET-NOME.
           MOVE WS-VALOR-ABERTO TO DET-ABERTO.
           MOVE WS-DIAS-CLIENTE TO DET-DIAS.
           MOVE WS-NOME-ESTAGIO(WS-ESTAGIO) TO DET-ESTAGIO.

           MOVE WS-AG-NOME TO RAZAO-NOME.
           READ RAZAO-CLIENTE-FILE
               INVALID KEY
                   MOVE 0 TO RAZAO-TOTAL
           END-READ.
           IF RAZAO-TOTAL NOT < 0
               MOVE "QUITADO NO RAZAO" TO DET-SITUACAO
               PERFORM GRAVA-DETALHE
               GO TO AVALIA-CLIENTE-FIM
           END-IF.

           MOVE WS-AG-NOME TO WS-COB-CLIENTE-PEDIDO.
           PERFORM PROCURA-ESTAGIO-COBRANCA.
           IF WS-ESTAGIO NOT > WS-COB-ESTAGIO-ENVIADO
               ADD 1 TO WS-QTD-JA-AVISADOS
               GO TO AVALIA-CLIENTE-FIM
           END-IF.
           IF TAB-MOD-ACHADO(WS-ESTAGIO) NOT = "S"
               ADD 1 TO WS-QTD-SEM-MODELO
               MOVE SPACES TO DET-SITUACAO
               STRING "SEM MODELO " TAB-MOD-CODIGO(WS-ESTAGIO)
                   DELIMITED BY SIZE INTO DET-SITUACAO
               PERFORM GRAVA-DETALHE
               GO TO AVALIA-CLIENTE-FIM
           END-IF.
      *    sem lugar para anotar o estagio a carta repetiria na
      *    proxima rodada: melhor nao mandar.
           IF WS-QTD-COBRANCAS NOT < 3000
               MOVE "S" TO WS-COBRANCAS-ESTOURO
               MOVE "NAO ENVIADA - TABELA" TO DET-SITUACAO
               PERFORM GRAVA-DETALHE
               GO TO AVALIA-CLIENTE-FIM
           END-IF.

           PERFORM GERA-CARTA-COBRANCA.
           MOVE SPACES TO COB-COBRANCA-REC.
           MOVE WS-AG-NOME TO COB-CLIENTE.
           MOVE WS-ESTAGIO TO COB-ESTAGIO.
           MOVE WS-DATA-HOJE TO COB-DATA-ENVIO.
           MOVE WS-VALOR-ABERTO TO COB-ABERTO.
           MOVE WS-DIAS-CLIENTE TO COB-DIAS.
           MOVE "A" TO COB-SITUACAO.
           MOVE 0 TO COB-DATA-ENCERRA COB-DATA-REVISAO.
           ADD 1 TO WS-QTD-COBRANCAS.
           MOVE COB-COBRANCA-REC TO TAB-COB(WS-QTD-COBRANCAS).
           MOVE "S" TO WS-COBRANCAS-ALTERADAS.
           ADD 1 TO WS-QTD-CARTAS.
           ADD 1 TO WS-QTD-POR-ESTAGIO(WS-ESTAGIO).
           MOVE "CARTA ENVIADA" TO DET-SITUACAO.

           IF COB-AVISO-FINAL
               PERFORM SUSPENDE-CLIENTE THRU SUSPENDE-CLIENTE-FIM
               MOVE WS-SITUACAO-CLIENTE TO DET-SITUACAO
           END-IF.
           PERFORM GRAVA-DETALHE.

       AVALIA-CLIENTE-FIM.
           EXIT.

       GRAVA-DETALHE.
           MOVE WS-LINHA-DETALHE TO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.

      *    bloco do destinatario e o texto do modelo do estagio,
      *    no molde da carta do PROG83; &LIVRE leva o valor aberto.
       GERA-CARTA-COBRANCA.
           MOVE ALL "=" TO CARTAS-LINHA.
           WRITE CARTAS-LINHA.
           MOVE WS-AG-NOME TO CARTAS-LINHA.
           WRITE CARTAS-LINHA.
           MOVE SPACES TO CARTAS-LINHA.
           STRING WS-NOME-ESTAGIO(WS-ESTAGIO) " DE COBRANCA"
               DELIMITED BY SIZE INTO CARTAS-LINHA.
           WRITE CARTAS-LINHA.
           MOVE SPACES TO CARTAS-LINHA.
           WRITE CARTAS-LINHA.

           MOVE TAB-MOD-TEXTO(WS-ESTAGIO) TO WS-TEXTO-MODELO.
           MOVE WS-AG-NOME TO WS-MALA-NOME.
           MOVE WS-VALOR-ABERTO TO WS-ABERTO-EDIT.
           MOVE SPACES TO WS-LIVRE-INFORMADO.
           STRING "R$ " FUNCTION TRIM(WS-ABERTO-EDIT)
               DELIMITED BY SIZE INTO WS-LIVRE-INFORMADO.
           PERFORM EXPANDE-MODELO.
           MOVE WS-TEXTO-CARTA TO CARTAS-LINHA.
           WRITE CARTAS-LINHA.

           MOVE WS-DIAS-CLIENTE TO WS-DIAS-EDIT.
           MOVE SPACES TO CARTAS-LINHA.
           STRING "EM ABERTO: R$ " WS-ABERTO-EDIT
                  "   DEBITO MAIS ANTIGO HA " WS-DIAS-EDIT " DIAS"
               DELIMITED BY SIZE INTO CARTAS-LINHA.
           WRITE CARTAS-LINHA.

      *    aviso final: cliente ativo vira "I" no CLIMSTR.DAT (TESTE
      *    e PROG3 deixam de lancar para ele) ate o supervisor
      *    revisar no PROG92.
       SUSPENDE-CLIENTE.
           MOVE "SUSPENSO - REVISAR" TO WS-SITUACAO-CLIENTE.
           IF WS-TEM-CLIMSTR NOT = "S"
               MOVE "SEM CLIMSTR.DAT" TO WS-SITUACAO-CLIENTE
               GO TO SUSPENDE-CLIENTE-FIM
           END-IF.
           MOVE WS-AG-NOME TO CLI-NOME.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "SEM CADASTRO" TO WS-SITUACAO-CLIENTE
                   GO TO SUSPENDE-CLIENTE-FIM
           END-READ.
           IF CLI-SITUACAO = "I"
               MOVE "JA ESTAVA INATIVO" TO WS-SITUACAO-CLIENTE
               GO TO SUSPENDE-CLIENTE-FIM
           END-IF.
           MOVE "I" TO CLI-SITUACAO.
           REWRITE CLI-CLIENTE-REC
               INVALID KEY
                   MOVE "ERRO NA SUSPENSAO" TO WS-SITUACAO-CLIENTE
                   GO TO SUSPENDE-CLIENTE-FIM
           END-REWRITE.
           ADD 1 TO WS-QTD-SUSPENSOS.

           MOVE "PROG133" TO WS-NOME-COMUM.
           MOVE "COBRANCA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "SUSPENSO " CLI-NOME " AVISO FINAL"
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

           MOVE SPACES TO WS-TEXTO-AVISO.
           STRING "CLIENTE " CLI-NOME " SUSPENSO NO AVISO FINAL"
                  " DE COBRANCA - REVISAR NO PROG92"
               DELIMITED BY SIZE INTO WS-TEXTO-AVISO.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE "FINANCEIRO" TO FILA-DESTINATARIO.
           MOVE "U" TO FILA-PRIORIDADE.
           MOVE WS-TEXTO-AVISO TO FILA-TEXTO.
           MOVE WS-DATA-HOJE-X TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.

       SUSPENDE-CLIENTE-FIM.
           EXIT.

      *    cliente que nao deve mais no razao tem o atraso
      *    encerrado: um atraso novo recomeca do lembrete.
       ENCERRA-QUITADOS.
           PERFORM VARYING COB-IDX FROM 1 BY 1
                   UNTIL COB-IDX > WS-QTD-COBRANCAS
               MOVE TAB-COB(COB-IDX) TO COB-COBRANCA-REC
               IF COB-ABERTA
                   MOVE COB-CLIENTE TO RAZAO-NOME
                   READ RAZAO-CLIENTE-FILE
                       INVALID KEY
                           MOVE 0 TO RAZAO-TOTAL
                   END-READ
                   IF RAZAO-TOTAL NOT < 0
                       MOVE "E" TO COB-SITUACAO
                       MOVE WS-DATA-HOJE TO COB-DATA-ENCERRA
                       MOVE COB-COBRANCA-REC TO TAB-COB(COB-IDX)
                       MOVE "S" TO WS-COBRANCAS-ALTERADAS
                       ADD 1 TO WS-QTD-ENCERRADOS
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-TOTAIS.
           MOVE SPACES TO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.
           MOVE SPACES TO COBRANCA-REPORT-LINHA.
           STRING "CLIENTES NO AGING " WS-QTD-LIDOS
                  " CARTAS " WS-QTD-CARTAS
                  " (LEMBRETE " WS-QTD-POR-ESTAGIO(1)
                  " FORMAL " WS-QTD-POR-ESTAGIO(2)
                  " FINAL " WS-QTD-POR-ESTAGIO(3) ")"
               DELIMITED BY SIZE INTO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.
           DISPLAY COBRANCA-REPORT-LINHA.
           MOVE SPACES TO COBRANCA-REPORT-LINHA.
           STRING "SUSPENSOS " WS-QTD-SUSPENSOS
                  " JA AVISADOS " WS-QTD-JA-AVISADOS
                  " SEM MODELO " WS-QTD-SEM-MODELO
                  " ATRASOS ENCERRADOS " WS-QTD-ENCERRADOS
               DELIMITED BY SIZE INTO COBRANCA-REPORT-LINHA.
           WRITE COBRANCA-REPORT-LINHA.
           DISPLAY COBRANCA-REPORT-LINHA.

       COPY "MALAPROC.cpy".
       COPY "COBRPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "RUNPROC.cpy".
