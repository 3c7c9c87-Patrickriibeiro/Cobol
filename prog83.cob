      *            ETIQUETA.DAT em ordem de FM-END-CEP para o
      *            desconto postal. metade da comunicacao ainda vai
      *            em papel; agora sem datilografia.
      * 2026-10-15 busca e expansao do modelo passam para a
      *            mala direta comum (MALASEL/MALAFD/MALAWS/MALAPROC),
      *            que o PROG133 usa nas cartas de cobranca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           COPY "MALASEL.cpy".

      *    lista opcional de codigos (um FM-COD com DV por linha).
           SELECT LISTA-CODIGOS-FILE ASSIGN TO "CARTALST.DAT"
       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       COPY "MALAFD.cpy".

       FD  LISTA-CODIGOS-FILE.
       01  LISTA-CODIGO-REC PIC X(6).

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-LISTA-STATUS    PIC XX.
       01  WS-CARTAS-STATUS   PIC XX.
       01  WS-ETIQUETAS-STATUS PIC XX.

       01  WS-FILTRO-TIPO PIC 9.
           88  FILTRO-DEPTO    VALUE 1.
           88  FILTRO-SITUACAO VALUE 2.
           05  WS-TROCA-UF     PIC X(2).
           05  WS-TROCA-CEP    PIC 9(8).

       01  WS-DATA-HOJE PIC X(8).

       COPY "CAMPOSCOM.cpy".
       COPY "MALAWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-MALA-DATA.

           DISPLAY "CODIGO DO MODELO (MSGTMPL):"
           ACCEPT WS-MODELO-PEDIDO.
       PROGRAM-DONE.
           GOBACK.

       CARREGA-LISTA-CODIGOS.
           MOVE 0 TO WS-QTD-LISTA.
           OPEN INPUT LISTA-CODIGOS-FILE.
           MOVE SPACES TO CARTAS-LINHA.
           WRITE CARTAS-LINHA.

           MOVE TAB-POP-NOME(WS-POP-IDX) TO WS-MALA-NOME.
           PERFORM EXPANDE-MODELO.
           MOVE WS-TEXTO-CARTA TO CARTAS-LINHA.
           WRITE CARTAS-LINHA.

      *    troca simples por CEP crescente, como o ranking do
      *    PROG21 faz por acertos.
       ORDENA-POR-CEP.
               WRITE ETIQUETAS-LINHA
           END-PERFORM.
           CLOSE ETIQUETAS-FILE.

       COPY "MALAPROC.cpy".
