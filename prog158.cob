       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG158.
      *    AVISO DE CONTRACHEQUE PELAS MENSAGENS, COM CONFIRMACAO.
      * 2026-10-15 primeira versao: depois da folha do PROG43, cada
      *            funcionario pago na ultima competencia do
      *            FOLHAHIS.DAT (linha mensal mais recente, liquido
      *            acima de zero) ganha um aviso na fila do PROG10
      *            enderecado a FUNCIONARIO:<codigo>, pelo modelo
      *            CONTRACHQ do MSGTMPL.DAT (&DATA = competencia
      *            MM/AAAA, &LIVRE = liquido em R$; o modelo precisa
      *            do &DATA para o aviso ser reconhecido no log).
      *            o registro CONTRAVS.DAT guarda cada aviso: fila,
      *            entrega (MLOG-ID do MENSLOG) e confirmacao (o
      *            mesmo MLOG-ID no MSGACK.DAT, feita pelo PROG35).
      *            folha refeita com outro liquido manda aviso novo,
      *            que pede confirmacao nova.
      *            CONTRPEN.DAT lista, por competencia, quem nao
      *            confirmou depois de CONTRA-PRAZO-UTEIS dias uteis
      *            (padrao 5, calendario comum) da entrada na fila,
      *            para o RH colher a assinatura no papel.
      * 2026-10-15 tabela de avisos cheia para o passo com RC=0008
      *            (ESTOURO) antes de enfileirar, sem regravar o
      *            CONTRAVS.DAT. avisos confirmados de competencia
      *            fechada no FOLHFECH.DAT (menos a atual) passam
      *            para o CONTRHIS.DAT na regravacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

      *    um aviso por funcionario por competencia.
           SELECT AVISO-CONTRACHEQUE-FILE ASSIGN TO "CONTRAVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRAVS-STATUS.

           SELECT MENSAGEM-LOG-FILE ASSIGN TO "MENSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSLOG-STATUS.

           SELECT CONFIRMACAO-FILE ASSIGN TO "MSGACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRMACAO-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           SELECT PENDENTES-REPORT-FILE ASSIGN TO "CONTRPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRPEN-STATUS.

      *    avisos confirmados de competencia ja fechada saem do
      *    CONTRAVS.DAT para ca, no mesmo layout.
           SELECT AVISO-HISTORICO-FILE ASSIGN TO "CONTRHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRHIS-STATUS.

           COPY "CALSEL.cpy".
           COPY "FECHSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

      *    situacao: F = na fila, E = entregue (MLOG-ID anotado),
      *    C = confirmado pelo funcionario.
       FD  AVISO-CONTRACHEQUE-FILE.
       01  AVISO-CONTRACHEQUE-REC.
           05  AVS-COMPETENCIA PIC 9(6).
           05  AVS-COD         PIC X(6).
           05  AVS-NOME        PIC X(20).
           05  AVS-DEPTO       PIC X(4).
           05  AVS-LIQUIDO     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  AVS-DATA-FILA   PIC 9(8).
           05  AVS-HORA-FILA   PIC 9(6).
           05  AVS-MLOG-ID     PIC 9(4).
           05  AVS-DATA-ENVIO  PIC 9(8).
           05  AVS-DATA-ACK    PIC 9(8).
           05  AVS-SITUACAO    PIC X.

       FD  MENSAGEM-LOG-FILE.
       01  MENSAGEM-LOG-REC.
           05  MLOG-ID             PIC 9(4).
           05  MLOG-DESTINATARIO   PIC X(20).
           05  MLOG-PRIORIDADE     PIC X.
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  CONFIRMACAO-FILE.
       01  CONFIRMACAO-REC.
           05  ACK-MLOG-ID        PIC 9(4).
           05  ACK-DESTINATARIO   PIC X(20).
           05  ACK-DATA           PIC 9(8).
           05  ACK-HORA           PIC 9(6).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       FD  PENDENTES-REPORT-FILE.
       01  PENDENTES-REPORT-LINHA PIC X(80).

       FD  AVISO-HISTORICO-FILE.
       01  AVISO-HISTORICO-REC PIC X(81).

       COPY "CALFD.cpy".
       COPY "FECHFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FOLHAHIS-STATUS    PIC XX.
       01  WS-CONTRAVS-STATUS    PIC XX.
       01  WS-MENSLOG-STATUS     PIC XX.
       01  WS-CONFIRMACAO-STATUS PIC XX.
       01  WS-FILA-STATUS        PIC XX.
       01  WS-CONTRPEN-STATUS    PIC XX.
       01  WS-CONTRHIS-STATUS    PIC XX.

       01  WS-TABELA-AVISOS.
           05  TAB-AVS OCCURS 3000 TIMES INDEXED BY AVS-IDX.
               10  TAB-AVS-COMPETENCIA PIC 9(6).
               10  TAB-AVS-COD         PIC X(6).
               10  TAB-AVS-NOME        PIC X(20).
               10  TAB-AVS-DEPTO       PIC X(4).
               10  TAB-AVS-LIQUIDO     PIC S9(7)V99.
               10  TAB-AVS-MARCA-FILA.
                   15  TAB-AVS-DATA-FILA PIC 9(8).
                   15  TAB-AVS-HORA-FILA PIC 9(6).
               10  TAB-AVS-MLOG-ID     PIC 9(4).
               10  TAB-AVS-DATA-ENVIO  PIC 9(8).
               10  TAB-AVS-DATA-ACK    PIC 9(8).
               10  TAB-AVS-SITUACAO    PIC X.
                   88  AVISO-NA-FILA    VALUE "F".
                   88  AVISO-ENTREGUE   VALUE "E".
                   88  AVISO-CONFIRMADO VALUE "C".
      *            S = entra na fila nesta rodada.
               10  TAB-AVS-ENFILEIRAR  PIC X.
       01  WS-QTD-AVISOS PIC 9(4) VALUE 0.
       01  WS-AVS-ACHADO PIC 9(4).
       01  WS-TABELA-CHEIA PIC X VALUE "N".
       01  WS-AVS-ARQUIVAR PIC X.
           88  AVISO-ARQUIVAVEL VALUE "S".
       01  WS-QTD-ARQUIVADOS PIC 9(5) VALUE 0.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-HORA-AGORA PIC 9(6).
       01  WS-MARCA-ENVIO.
           05  WS-MARCA-ENVIO-DATA PIC 9(8).
           05  WS-MARCA-ENVIO-HORA PIC 9(6).
       01  WS-COMPETENCIA-ATUAL PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-REL PIC 9(6).
       01  WS-COMP-TEXTO PIC X(7).
       01  WS-COMP-NUM PIC 9(6).
       01  WS-COMP-PARTES REDEFINES WS-COMP-NUM.
           05  WS-COMP-ANO PIC 9(4).
           05  WS-COMP-MES PIC 9(2).
       01  WS-OCORRENCIAS PIC 9(3).
       01  WS-LIQUIDO-EDIT PIC Z(6)9.99.

       01  WS-PRAZO-UTEIS PIC 9(3) VALUE 5.
       01  WS-DIAS-UTEIS-DECORRIDOS PIC 9(3).
       01  WS-CAL-DIAS-CORRENTE PIC 9(7).
       01  WS-CAL-DIAS-FIM PIC 9(7).

       01  WS-QTD-ENFILEIRADOS PIC 9(4) VALUE 0.
       01  WS-QTD-ENTREGUES-AGORA PIC 9(4) VALUE 0.
       01  WS-QTD-CONFIRMADOS-AGORA PIC 9(4) VALUE 0.
       01  WS-QTD-COMP-AVISOS PIC 9(4).
       01  WS-QTD-COMP-CONFIRMADOS PIC 9(4).
       01  WS-QTD-COMP-ATRASADOS PIC 9(4).
       01  WS-QTD-ATRASADOS PIC 9(4) VALUE 0.
       01  WS-SITUACAO-TEXTO PIC X(15).

       COPY "CAMPOSCOM.cpy".
       COPY "CALWS.cpy".
       COPY "FECHWS.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG158" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-HORA-AGORA.
           PERFORM CARREGA-PARAMETROS.
           MOVE "CONTRA-PRAZO-UTEIS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PRAZO-UTEIS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PRAZO-UTEIS.
           PERFORM CARREGA-CALENDARIO.
      *    so para carregar a tabela de meses fechados.
           MOVE 0 TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.

      *    a competencia atual vem antes da carga: os avisos dela
      *    ficam no CONTRAVS.DAT mesmo com o mes ja fechado, senao
      *    o ANOTA-PAGO nao os acha e manda tudo de novo.
           PERFORM ACHA-ULTIMA-COMPETENCIA.
           PERFORM CARREGA-AVISOS.
           IF WS-TABELA-CHEIA = "S"
               PERFORM ENCERRA-TABELA-CHEIA
               GO TO PROGRAM-DONE
           END-IF.
      *    tabela cheia aqui para antes de enfileirar: aviso na
      *    fila sem linha no CONTRAVS.DAT iria de novo amanha.
           IF WS-COMPETENCIA-ATUAL > 0
               PERFORM SEPARA-PAGOS-DA-COMPETENCIA
               IF WS-TABELA-CHEIA = "S"
                   PERFORM ENCERRA-TABELA-CHEIA
                   GO TO PROGRAM-DONE
               END-IF
               PERFORM ENFILEIRA-AVISOS
           END-IF.
           PERFORM CONFERE-ENTREGAS.
           PERFORM CONFERE-CONFIRMACOES.
           PERFORM REGRAVA-AVISOS THRU REGRAVA-AVISOS-FIM.
           PERFORM GERA-RELATORIO-PENDENTES.

           DISPLAY "AVISOS NA FILA: " WS-QTD-ENFILEIRADOS
               " ENTREGUES: " WS-QTD-ENTREGUES-AGORA
               " CONFIRMADOS: " WS-QTD-CONFIRMADOS-AGORA
               " FORA DO PRAZO: " WS-QTD-ATRASADOS
               " ARQUIVADOS: " WS-QTD-ARQUIVADOS.
           MOVE WS-QTD-ENFILEIRADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    o CONTRAVS.DAT nao coube na tabela: regravar perderia
      *    avisos, entao o arquivo fica como esta e o passo para.
       ENCERRA-TABELA-CHEIA.
           DISPLAY "ERRO: TABELA DE AVISOS CHEIA (3000) - "
               "CONTRAVS.DAT NAO REGRAVADO, NADA ENFILEIRADO".
           MOVE 0 TO WS-RUNLOG-REGISTROS.
           MOVE "ESTOURO" TO WS-RUNLOG-RESULTADO.
           MOVE 8 TO RETURN-CODE.
           PERFORM GRAVA-RUNLOG-FIM.

       CARREGA-AVISOS.
           MOVE 0 TO WS-QTD-AVISOS.
           OPEN INPUT AVISO-CONTRACHEQUE-FILE.
           PERFORM UNTIL WS-CONTRAVS-STATUS NOT = "00"
               READ AVISO-CONTRACHEQUE-FILE
                   AT END
                       MOVE "10" TO WS-CONTRAVS-STATUS
                   NOT AT END
                       PERFORM GUARDA-AVISO
               END-READ
           END-PERFORM.
           CLOSE AVISO-CONTRACHEQUE-FILE.

      *    aviso que vai para o CONTRHIS.DAT nao ocupa a tabela;
      *    sai do arquivo so na regravacao.
       GUARDA-AVISO.
           PERFORM CONFERE-AVISO-ARQUIVAVEL.
           IF AVISO-ARQUIVAVEL
               ADD 1 TO WS-QTD-ARQUIVADOS
           ELSE
               IF WS-QTD-AVISOS < 3000
                   ADD 1 TO WS-QTD-AVISOS
                   SET AVS-IDX TO WS-QTD-AVISOS
                   MOVE AVS-COMPETENCIA TO TAB-AVS-COMPETENCIA(AVS-IDX)
                   MOVE AVS-COD TO TAB-AVS-COD(AVS-IDX)
                   MOVE AVS-NOME TO TAB-AVS-NOME(AVS-IDX)
                   MOVE AVS-DEPTO TO TAB-AVS-DEPTO(AVS-IDX)
                   MOVE AVS-LIQUIDO TO TAB-AVS-LIQUIDO(AVS-IDX)
                   MOVE AVS-DATA-FILA TO TAB-AVS-DATA-FILA(AVS-IDX)
                   MOVE AVS-HORA-FILA TO TAB-AVS-HORA-FILA(AVS-IDX)
                   MOVE AVS-MLOG-ID TO TAB-AVS-MLOG-ID(AVS-IDX)
                   MOVE AVS-DATA-ENVIO TO TAB-AVS-DATA-ENVIO(AVS-IDX)
                   MOVE AVS-DATA-ACK TO TAB-AVS-DATA-ACK(AVS-IDX)
                   MOVE AVS-SITUACAO TO TAB-AVS-SITUACAO(AVS-IDX)
                   MOVE "N" TO TAB-AVS-ENFILEIRAR(AVS-IDX)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

      *    confirmado, de competencia fechada no FOLHFECH.DAT e
      *    anterior a atual: nada mais muda nele (mes fechado nao
      *    tem folha refeita) nem entra no relatorio de pendentes.
       CONFERE-AVISO-ARQUIVAVEL.
           MOVE "N" TO WS-AVS-ARQUIVAR.
           IF AVS-SITUACAO = "C"
                   AND AVS-COMPETENCIA < WS-COMPETENCIA-ATUAL
               PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                       UNTIL WS-FECH-IDX > WS-FECH-QTD
                   IF TAB-FECH-COMPETENCIA(WS-FECH-IDX) =
                           AVS-COMPETENCIA
                       MOVE "S" TO WS-AVS-ARQUIVAR
                   END-IF
               END-PERFORM
           END-IF.

      *    a competencia mais recente com linha de folha mensal.
       ACHA-ULTIMA-COMPETENCIA.
           MOVE 0 TO WS-COMPETENCIA-ATUAL.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-FOLHA-MENSAL
                               AND FH-COMPETENCIA > WS-COMPETENCIA-ATUAL
                           MOVE FH-COMPETENCIA TO WS-COMPETENCIA-ATUAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.

      *    a ultima linha mensal de cada funcionario vale (folha
      *    refeita na mesma competencia); aviso com o mesmo
      *    liquido nao se repete, o de liquido mudado volta para a
      *    fila e precisa de confirmacao nova.
       SEPARA-PAGOS-DA-COMPETENCIA.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-FOLHA-MENSAL
                               AND FH-COMPETENCIA = WS-COMPETENCIA-ATUAL
                           PERFORM ANOTA-PAGO THRU ANOTA-PAGO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.

       ANOTA-PAGO.
           IF FH-LIQUIDO NOT > 0
               GO TO ANOTA-PAGO-FIM
           END-IF.
           MOVE 0 TO WS-AVS-ACHADO.
           PERFORM VARYING AVS-IDX FROM 1 BY 1
                   UNTIL AVS-IDX > WS-QTD-AVISOS
               IF TAB-AVS-COMPETENCIA(AVS-IDX) = FH-COMPETENCIA
                       AND TAB-AVS-COD(AVS-IDX) = FH-COD
                   SET WS-AVS-ACHADO TO AVS-IDX
               END-IF
           END-PERFORM.

           IF WS-AVS-ACHADO = 0
               IF WS-QTD-AVISOS NOT < 3000
                   MOVE "S" TO WS-TABELA-CHEIA
                   GO TO ANOTA-PAGO-FIM
               END-IF
               ADD 1 TO WS-QTD-AVISOS
               MOVE WS-QTD-AVISOS TO WS-AVS-ACHADO
           ELSE
               IF TAB-AVS-LIQUIDO(WS-AVS-ACHADO) = FH-LIQUIDO
                   GO TO ANOTA-PAGO-FIM
               END-IF
           END-IF.

           SET AVS-IDX TO WS-AVS-ACHADO.
           MOVE FH-COMPETENCIA TO TAB-AVS-COMPETENCIA(AVS-IDX).
           MOVE FH-COD TO TAB-AVS-COD(AVS-IDX).
           MOVE FH-NOME TO TAB-AVS-NOME(AVS-IDX).
           MOVE FH-DEPTO TO TAB-AVS-DEPTO(AVS-IDX).
           MOVE FH-LIQUIDO TO TAB-AVS-LIQUIDO(AVS-IDX).
           MOVE WS-DATA-HOJE TO TAB-AVS-DATA-FILA(AVS-IDX).
           MOVE WS-HORA-AGORA TO TAB-AVS-HORA-FILA(AVS-IDX).
           MOVE 0 TO TAB-AVS-MLOG-ID(AVS-IDX).
           MOVE 0 TO TAB-AVS-DATA-ENVIO(AVS-IDX).
           MOVE 0 TO TAB-AVS-DATA-ACK(AVS-IDX).
           MOVE "F" TO TAB-AVS-SITUACAO(AVS-IDX).
           MOVE "S" TO TAB-AVS-ENFILEIRAR(AVS-IDX).

       ANOTA-PAGO-FIM.
           EXIT.

       ENFILEIRA-AVISOS.
           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           PERFORM VARYING AVS-IDX FROM 1 BY 1
                   UNTIL AVS-IDX > WS-QTD-AVISOS
               IF TAB-AVS-ENFILEIRAR(AVS-IDX) = "S"
                   PERFORM GRAVA-AVISO-FILA
               END-IF
           END-PERFORM.
           CLOSE FILA-MENSAGENS-FILE.

       GRAVA-AVISO-FILA.
           MOVE TAB-AVS-COMPETENCIA(AVS-IDX) TO WS-COMP-NUM.
           PERFORM MONTA-COMPETENCIA-TEXTO.
           MOVE TAB-AVS-LIQUIDO(AVS-IDX) TO WS-LIQUIDO-EDIT.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           STRING "FUNCIONARIO:" TAB-AVS-COD(AVS-IDX)
               DELIMITED BY SIZE INTO FILA-DESTINATARIO.
           MOVE "R" TO FILA-PRIORIDADE.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           MOVE "CONTRACHQ" TO FILA-TPL-CODIGO.
           MOVE WS-COMP-TEXTO TO FILA-TPL-DATA.
           STRING "R$ " FUNCTION TRIM(WS-LIQUIDO-EDIT)
               DELIMITED BY SIZE INTO FILA-TPL-LIVRE.
           WRITE FILA-MENSAGEM-REC.
           ADD 1 TO WS-QTD-ENFILEIRADOS.

       MONTA-COMPETENCIA-TEXTO.
           MOVE SPACES TO WS-COMP-TEXTO.
           STRING WS-COMP-MES "/" WS-COMP-ANO
               DELIMITED BY SIZE INTO WS-COMP-TEXTO.

      *    a entrega do aviso e a linha do MENSLOG do papel
      *    FUNCIONARIO:<codigo>, enviada depois da entrada na fila
      *    (data e hora: o aviso refeito no mesmo dia nao pega a
      *    entrega do anterior), com a competencia no texto; cada
      *    linha do log serve a um aviso so.
       CONFERE-ENTREGAS.
           OPEN INPUT MENSAGEM-LOG-FILE.
           PERFORM UNTIL WS-MENSLOG-STATUS NOT = "00"
               READ MENSAGEM-LOG-FILE
                   AT END
                       MOVE "10" TO WS-MENSLOG-STATUS
                   NOT AT END
                       IF MLOG-PAPEL(1:12) = "FUNCIONARIO:"
                           PERFORM CASA-ENTREGA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENSAGEM-LOG-FILE.

       CASA-ENTREGA.
           MOVE MLOG-DATA-ENVIO TO WS-MARCA-ENVIO-DATA.
           MOVE MLOG-HORA-ENVIO TO WS-MARCA-ENVIO-HORA.
           MOVE 0 TO WS-AVS-ACHADO.
           PERFORM VARYING AVS-IDX FROM 1 BY 1
                   UNTIL AVS-IDX > WS-QTD-AVISOS
                       OR WS-AVS-ACHADO > 0
               IF AVISO-NA-FILA(AVS-IDX)
                       AND TAB-AVS-COD(AVS-IDX) = MLOG-PAPEL(13:6)
                       AND WS-MARCA-ENVIO >= TAB-AVS-MARCA-FILA(AVS-IDX)
                   MOVE TAB-AVS-COMPETENCIA(AVS-IDX) TO WS-COMP-NUM
                   PERFORM MONTA-COMPETENCIA-TEXTO
                   MOVE 0 TO WS-OCORRENCIAS
                   INSPECT MLOG-TEXTO TALLYING WS-OCORRENCIAS
                       FOR ALL WS-COMP-TEXTO
                   IF WS-OCORRENCIAS > 0
                       SET WS-AVS-ACHADO TO AVS-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AVS-ACHADO > 0
               SET AVS-IDX TO WS-AVS-ACHADO
               MOVE MLOG-ID TO TAB-AVS-MLOG-ID(AVS-IDX)
               MOVE MLOG-DATA-ENVIO TO TAB-AVS-DATA-ENVIO(AVS-IDX)
               MOVE "E" TO TAB-AVS-SITUACAO(AVS-IDX)
               ADD 1 TO WS-QTD-ENTREGUES-AGORA
           END-IF.

       CONFERE-CONFIRMACOES.
           OPEN INPUT CONFIRMACAO-FILE.
           PERFORM UNTIL WS-CONFIRMACAO-STATUS NOT = "00"
               READ CONFIRMACAO-FILE
                   AT END
                       MOVE "10" TO WS-CONFIRMACAO-STATUS
                   NOT AT END
                       PERFORM CASA-CONFIRMACAO
               END-READ
           END-PERFORM.
           CLOSE CONFIRMACAO-FILE.

       CASA-CONFIRMACAO.
           PERFORM VARYING AVS-IDX FROM 1 BY 1
                   UNTIL AVS-IDX > WS-QTD-AVISOS
               IF AVISO-ENTREGUE(AVS-IDX)
                       AND TAB-AVS-MLOG-ID(AVS-IDX) = ACK-MLOG-ID
                       AND ACK-DATA >= TAB-AVS-DATA-ENVIO(AVS-IDX)
                   MOVE ACK-DATA TO TAB-AVS-DATA-ACK(AVS-IDX)
                   MOVE "C" TO TAB-AVS-SITUACAO(AVS-IDX)
                   ADD 1 TO WS-QTD-CONFIRMADOS-AGORA
               END-IF
           END-PERFORM.

       REGRAVA-AVISOS.
           IF WS-TABELA-CHEIA = "S"
               GO TO REGRAVA-AVISOS-FIM
           END-IF.
           IF WS-QTD-ARQUIVADOS > 0
               PERFORM ARQUIVA-AVISOS-FECHADOS
           END-IF.
           OPEN OUTPUT AVISO-CONTRACHEQUE-FILE.
           PERFORM VARYING AVS-IDX FROM 1 BY 1
                   UNTIL AVS-IDX > WS-QTD-AVISOS
               MOVE TAB-AVS-COMPETENCIA(AVS-IDX) TO AVS-COMPETENCIA
               MOVE TAB-AVS-COD(AVS-IDX) TO AVS-COD
               MOVE TAB-AVS-NOME(AVS-IDX) TO AVS-NOME
               MOVE TAB-AVS-DEPTO(AVS-IDX) TO AVS-DEPTO
               MOVE TAB-AVS-LIQUIDO(AVS-IDX) TO AVS-LIQUIDO
               MOVE TAB-AVS-DATA-FILA(AVS-IDX) TO AVS-DATA-FILA
               MOVE TAB-AVS-HORA-FILA(AVS-IDX) TO AVS-HORA-FILA
               MOVE TAB-AVS-MLOG-ID(AVS-IDX) TO AVS-MLOG-ID
               MOVE TAB-AVS-DATA-ENVIO(AVS-IDX) TO AVS-DATA-ENVIO
               MOVE TAB-AVS-DATA-ACK(AVS-IDX) TO AVS-DATA-ACK
               MOVE TAB-AVS-SITUACAO(AVS-IDX) TO AVS-SITUACAO
               WRITE AVISO-CONTRACHEQUE-REC
           END-PERFORM.
           CLOSE AVISO-CONTRACHEQUE-FILE.

       REGRAVA-AVISOS-FIM.
           EXIT.

      *    copia para o historico, antes da regravacao, os mesmos
      *    avisos que a carga deixou fora da tabela.
       ARQUIVA-AVISOS-FECHADOS.
           OPEN EXTEND AVISO-HISTORICO-FILE.
           IF WS-CONTRHIS-STATUS NOT = "00"
               CLOSE AVISO-HISTORICO-FILE
               OPEN OUTPUT AVISO-HISTORICO-FILE
           END-IF.
           OPEN INPUT AVISO-CONTRACHEQUE-FILE.
           PERFORM UNTIL WS-CONTRAVS-STATUS NOT = "00"
               READ AVISO-CONTRACHEQUE-FILE
                   AT END
                       MOVE "10" TO WS-CONTRAVS-STATUS
                   NOT AT END
                       PERFORM CONFERE-AVISO-ARQUIVAVEL
                       IF AVISO-ARQUIVAVEL
                           WRITE AVISO-HISTORICO-REC
                               FROM AVISO-CONTRACHEQUE-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AVISO-CONTRACHEQUE-FILE.
           CLOSE AVISO-HISTORICO-FILE.

      *    os avisos entram no registro competencia a competencia,
      *    entao a quebra e pela mudanca de competencia na tabela.
       GERA-RELATORIO-PENDENTES.
           OPEN OUTPUT PENDENTES-REPORT-FILE.
           MOVE SPACES TO PENDENTES-REPORT-LINHA.
           STRING "CONTRACHEQUES SEM CONFIRMACAO APOS " WS-PRAZO-UTEIS
                  " DIAS UTEIS - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO PENDENTES-REPORT-LINHA.
           WRITE PENDENTES-REPORT-LINHA.
           MOVE 0 TO WS-COMPETENCIA-REL.
           PERFORM VARYING AVS-IDX FROM 1 BY 1
                   UNTIL AVS-IDX > WS-QTD-AVISOS
               IF TAB-AVS-COMPETENCIA(AVS-IDX) NOT = WS-COMPETENCIA-REL
                   IF WS-COMPETENCIA-REL > 0
                       PERFORM FECHA-COMPETENCIA-REL
                   END-IF
                   PERFORM ABRE-COMPETENCIA-REL
               END-IF
               PERFORM AVALIA-AVISO-REL
           END-PERFORM.
           IF WS-COMPETENCIA-REL > 0
               PERFORM FECHA-COMPETENCIA-REL
           END-IF.
           CLOSE PENDENTES-REPORT-FILE.

       ABRE-COMPETENCIA-REL.
           MOVE TAB-AVS-COMPETENCIA(AVS-IDX) TO WS-COMPETENCIA-REL.
           MOVE 0 TO WS-QTD-COMP-AVISOS.
           MOVE 0 TO WS-QTD-COMP-CONFIRMADOS.
           MOVE 0 TO WS-QTD-COMP-ATRASADOS.
           MOVE WS-COMPETENCIA-REL TO WS-COMP-NUM.
           PERFORM MONTA-COMPETENCIA-TEXTO.
           MOVE SPACES TO PENDENTES-REPORT-LINHA.
           WRITE PENDENTES-REPORT-LINHA.
           STRING "COMPETENCIA " WS-COMP-TEXTO
               DELIMITED BY SIZE INTO PENDENTES-REPORT-LINHA.
           WRITE PENDENTES-REPORT-LINHA.

       AVALIA-AVISO-REL.
           ADD 1 TO WS-QTD-COMP-AVISOS.
           IF AVISO-CONFIRMADO(AVS-IDX)
               ADD 1 TO WS-QTD-COMP-CONFIRMADOS
           ELSE
               PERFORM CONTA-DIAS-UTEIS-FILA
               IF WS-DIAS-UTEIS-DECORRIDOS >= WS-PRAZO-UTEIS
                   ADD 1 TO WS-QTD-COMP-ATRASADOS
                   ADD 1 TO WS-QTD-ATRASADOS
                   IF AVISO-NA-FILA(AVS-IDX)
                       MOVE "NAO ENTREGUE" TO WS-SITUACAO-TEXTO
                   ELSE
                       MOVE "SEM CONFIRMACAO" TO WS-SITUACAO-TEXTO
                   END-IF
                   MOVE SPACES TO PENDENTES-REPORT-LINHA
                   STRING "  " TAB-AVS-COD(AVS-IDX) " "
                          TAB-AVS-NOME(AVS-IDX) " "
                          TAB-AVS-DEPTO(AVS-IDX) " FILA "
                          TAB-AVS-DATA-FILA(AVS-IDX) " "
                          WS-SITUACAO-TEXTO " "
                          WS-DIAS-UTEIS-DECORRIDOS " UTEIS"
                       DELIMITED BY SIZE INTO PENDENTES-REPORT-LINHA
                   WRITE PENDENTES-REPORT-LINHA
               END-IF
           END-IF.

       FECHA-COMPETENCIA-REL.
           MOVE SPACES TO PENDENTES-REPORT-LINHA.
           STRING "  AVISOS " WS-QTD-COMP-AVISOS
                  " CONFIRMADOS " WS-QTD-COMP-CONFIRMADOS
                  " FORA DO PRAZO " WS-QTD-COMP-ATRASADOS
               DELIMITED BY SIZE INTO PENDENTES-REPORT-LINHA.
           WRITE PENDENTES-REPORT-LINHA.

      *    dias uteis da entrada na fila ate hoje (o proprio dia da
      *    fila fica fora da conta), como na cobranca do PROG36.
       CONTA-DIAS-UTEIS-FILA.
           MOVE 0 TO WS-DIAS-UTEIS-DECORRIDOS.
           IF TAB-AVS-DATA-FILA(AVS-IDX) < WS-DATA-HOJE
               COMPUTE WS-CAL-DIAS-CORRENTE = FUNCTION INTEGER-OF-DATE(
                   TAB-AVS-DATA-FILA(AVS-IDX)) + 1
               COMPUTE WS-CAL-DIAS-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               PERFORM UNTIL WS-CAL-DIAS-CORRENTE > WS-CAL-DIAS-FIM
                   COMPUTE WS-CAL-DATA-TESTE =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-DIAS-CORRENTE)
                   PERFORM CONFERE-DIA-UTIL
                   IF CAL-DIA-UTIL
                       ADD 1 TO WS-DIAS-UTEIS-DECORRIDOS
                   END-IF
                   ADD 1 TO WS-CAL-DIAS-CORRENTE
               END-PERFORM
           END-IF.

       COPY "CALPROC.cpy".
       COPY "FECHPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
