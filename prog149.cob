       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG149.
      *    INVENTARIO FISICO ANUAL DOS BENS ENTREGUES (ATIVOS.DAT).
      * 2026-10-15 primeira versao: abre o ciclo de contagem com os
      *            itens ainda em maos no controle do PROG80
      *            (INVCONT.DAT), imprime as folhas de contagem por
      *            departamento e funcionario (INVFOLHA.DAT), lanca
      *            achado/nao achado e a serie lida, registra item
      *            achado com outro portador ou fora do cadastro,
      *            emite o relatorio de divergencias (INVDIF.DAT) e
      *            da baixa no item perdido confirmado com codigo de
      *            motivo - o bem nao e apagado. sign-on, perfil de
      *            consulta so emite relatorio, e cada mudanca fica
      *            na trilha comum de auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS-FILE ASSIGN TO "ATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVOS-STATUS.

      *    o ciclo de contagem corrente: uma linha por item do
      *    cadastro em maos na abertura, mais os achados fora dele.
           SELECT CONTAGEM-FILE ASSIGN TO "INVCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCONT-STATUS.

           SELECT FOLHAS-REPORT-FILE ASSIGN TO "INVFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVFOLHA-STATUS.

           SELECT DIVERGENCIAS-REPORT-FILE ASSIGN TO "INVDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVDIF-STATUS.

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

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ATIVOS-FILE.
       COPY "ATIVREC.cpy".

      *    tipo R = item do cadastro, X = achado fora do cadastro.
      *    situacao: branco = nao contado, E = encontrado com o
      *    portador, N = nao encontrado, O = achado com outro
      *    funcionario (INV-ACHADO-COM), B = baixado como perda.
       FD  CONTAGEM-FILE.
       01  INV-CONTAGEM-REC.
           05  INV-CICLO          PIC 9(8).
           05  INV-TIPO           PIC X.
               88  INV-DO-CADASTRO      VALUE "R".
               88  INV-FORA-CADASTRO    VALUE "X".
           05  INV-DEPTO          PIC X(4).
           05  INV-COD            PIC X(6).
           05  INV-ITEM           PIC X(6).
           05  INV-DESCRICAO      PIC X(20).
           05  INV-ENTREGA        PIC 9(8).
           05  INV-SERIE-CADASTRO PIC X(15).
           05  INV-SITUACAO       PIC X.
               88  INV-NAO-CONTADO      VALUE SPACE.
               88  INV-ENCONTRADO       VALUE "E".
               88  INV-NAO-ENCONTRADO   VALUE "N".
               88  INV-COM-OUTRO        VALUE "O".
               88  INV-BAIXADO          VALUE "B".
           05  INV-SERIE-LIDA     PIC X(15).
           05  INV-ACHADO-COM     PIC X(6).
           05  INV-OPERADOR       PIC X(8).
           05  INV-DATA-CONTAGEM  PIC 9(8).

       FD  FOLHAS-REPORT-FILE.
       01  FOLHAS-REPORT-LINHA PIC X(80).

       FD  DIVERGENCIAS-REPORT-FILE.
       01  DIVERGENCIAS-REPORT-LINHA PIC X(80).

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-ATIVOS-STATUS   PIC XX.
       01  WS-INVCONT-STATUS  PIC XX.
       01  WS-INVFOLHA-STATUS PIC XX.
       01  WS-INVDIF-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-MASTER-STATUS   PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-ABRIR      VALUE 1.
           88  OPCAO-CONTAR     VALUE 2.
           88  OPCAO-DIVERGENCIAS VALUE 3.
           88  OPCAO-BAIXAR     VALUE 4.
           88  OPCAO-FOLHAS     VALUE 5.
           88  OPCAO-SAIR       VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-CICLO PIC 9(8) VALUE 0.
       01  WS-CONFIRMA PIC X.
       01  WS-RESPOSTA PIC X.
       01  WS-ITEM-ENTRADA PIC X(4).
       01  WS-ITEM PIC 9(4).
       01  WS-ITEM-MOSTRADO PIC 9(4).
       01  WS-DEPTO-FUNC PIC X(4).
       01  WS-NOME-FUNC PIC X(20).
       01  WS-TEM-PAYMSTR PIC X.
       01  WS-TEM-FUNCMSTR PIC X.
       01  WS-PERFIL-OK PIC X VALUE "S".
           88  PERFIL-ACEITO VALUE "S".
       01  WS-CONTAGEM-ALTERADA PIC X VALUE "N".

      *    achado fora da folha do funcionario contado.
       01  WS-EXTRA-ITEM PIC X(6).
       01  WS-EXTRA-SERIE PIC X(15).
       01  WS-EXTRAS-FIM PIC X.
       01  WS-ACHADO-IDX PIC 9(4).

       01  WS-QTD-ACHADOS PIC 9(4).
       01  WS-QTD-FALTAM PIC 9(4).
       01  WS-QTD-EXTRAS PIC 9(4).
       01  WS-QTD-SECAO PIC 9(4).
       01  WS-QTD-DIVERGENCIAS PIC 9(4).
       01  WS-QTD-LISTADOS PIC 9(4).

      *    folhas: quebra por departamento e por funcionario.
       01  WS-DEPTO-ANTERIOR PIC X(4).
       01  WS-COD-ANTERIOR PIC X(6).

      *    relatorio: secoes na ordem de impressao; cada linha do
      *    ciclo cai em uma classe (ver CLASSIFICA-CONTAGEM).
       01  WS-SECOES-VALORES PIC X(6) VALUE "NOXSPB".
       01  WS-SECOES REDEFINES WS-SECOES-VALORES.
           05  WS-SECAO-COD PIC X OCCURS 6 TIMES.
       01  WS-SECAO-IDX PIC 9.
       01  WS-CLASSE PIC X.
       01  WS-MOTIVO PIC X.
           88  MOTIVO-VALIDO VALUE "P" "R" "D".

      *    o ciclo inteiro em memoria, mesmo leiaute do arquivo;
      *    regravado na saida quando alguma contagem mudou.
       01  WS-TABELA-CONTAGEM.
           05  TAB-INV OCCURS 400 TIMES INDEXED BY INV-IDX INV-IDX2.
               10  TAB-INV-CICLO      PIC 9(8).
               10  TAB-INV-TIPO       PIC X.
               10  TAB-INV-DEPTO      PIC X(4).
               10  TAB-INV-COD        PIC X(6).
               10  TAB-INV-ITEM       PIC X(6).
               10  TAB-INV-DESCRICAO  PIC X(20).
               10  TAB-INV-ENTREGA    PIC 9(8).
               10  TAB-INV-SERIE      PIC X(15).
               10  TAB-INV-SITUACAO   PIC X.
               10  TAB-INV-SERIE-LIDA PIC X(15).
               10  TAB-INV-ACHADO-COM PIC X(6).
               10  TAB-INV-OPERADOR   PIC X(8).
               10  TAB-INV-DATA       PIC 9(8).
       01  WS-QTD-INV PIC 9(4) VALUE 0.
       01  WS-INV-TROCA PIC X(106).

      *    controle de bens, so para a baixa (lido e regravado na
      *    hora, como o PROG80 faz na saida).
       01  WS-TABELA-ATIVOS.
           05  TAB-ATIVO PIC X(64) OCCURS 300 TIMES
               INDEXED BY ATIVO-IDX.
       01  WS-QTD-ATIVOS PIC 9(3) VALUE 0.
       01  WS-ATIVO-ACHADO PIC 9(3).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-CONTAGEM.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== INVENTARIO DE BENS ====="
               IF WS-QTD-INV > 0
                   DISPLAY "CICLO ABERTO EM " WS-CICLO
                       " - " WS-QTD-INV " LINHA(S)"
               END-IF
               DISPLAY "1=ABRIR CICLO E IMPRIMIR FOLHAS"
               DISPLAY "2=LANCAR CONTAGEM 3=RELATORIO DE DIVERGENCIAS"
               DISPLAY "4=BAIXA DE ITEM NAO ENCONTRADO"
               DISPLAY "5=REIMPRIMIR FOLHAS 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-ABRIR
                       PERFORM ABRE-CICLO THRU ABRE-CICLO-FIM
                   WHEN OPCAO-CONTAR
                       PERFORM LANCA-CONTAGEM
                           THRU LANCA-CONTAGEM-FIM
                   WHEN OPCAO-DIVERGENCIAS
                       PERFORM RELATA-DIVERGENCIAS
                           THRU RELATA-DIVERGENCIAS-FIM
                   WHEN OPCAO-BAIXAR
                       PERFORM BAIXA-ITEM THRU BAIXA-ITEM-FIM
                   WHEN OPCAO-FOLHAS
                       PERFORM IMPRIME-FOLHAS THRU IMPRIME-FOLHAS-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-CONTAGEM-ALTERADA = "S"
               PERFORM GRAVA-CONTAGEM
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-CONTAGEM.
           MOVE 0 TO WS-QTD-INV.
           MOVE 0 TO WS-CICLO.
           OPEN INPUT CONTAGEM-FILE.
           IF WS-INVCONT-STATUS = "00"
               PERFORM UNTIL WS-INVCONT-STATUS NOT = "00"
                   READ CONTAGEM-FILE
                       AT END
                           MOVE "10" TO WS-INVCONT-STATUS
                       NOT AT END
                           IF WS-QTD-INV < 400
                               ADD 1 TO WS-QTD-INV
                               MOVE INV-CONTAGEM-REC
                                   TO TAB-INV(WS-QTD-INV)
                               MOVE INV-CICLO TO WS-CICLO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONTAGEM-FILE.

       GRAVA-CONTAGEM.
           OPEN OUTPUT CONTAGEM-FILE.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV
               MOVE TAB-INV(INV-IDX) TO INV-CONTAGEM-REC
               WRITE INV-CONTAGEM-REC
           END-PERFORM.
           CLOSE CONTAGEM-FILE.
           MOVE "N" TO WS-CONTAGEM-ALTERADA.

       CARREGA-ATIVOS.
           MOVE 0 TO WS-QTD-ATIVOS.
           OPEN INPUT ATIVOS-FILE.
           IF WS-ATIVOS-STATUS = "00"
               PERFORM UNTIL WS-ATIVOS-STATUS NOT = "00"
                   READ ATIVOS-FILE
                       AT END
                           MOVE "10" TO WS-ATIVOS-STATUS
                       NOT AT END
                           IF WS-QTD-ATIVOS < 300
                               ADD 1 TO WS-QTD-ATIVOS
                               MOVE ATIV-BEM-REC
                                   TO TAB-ATIVO(WS-QTD-ATIVOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ATIVOS-FILE.

       GRAVA-ATIVOS.
           OPEN OUTPUT ATIVOS-FILE.
           PERFORM VARYING ATIVO-IDX FROM 1 BY 1
                   UNTIL ATIVO-IDX > WS-QTD-ATIVOS
               MOVE TAB-ATIVO(ATIVO-IDX) TO ATIV-BEM-REC
               WRITE ATIV-BEM-REC
           END-PERFORM.
           CLOSE ATIVOS-FILE.

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
           MOVE WS-COD-PROCURADO TO WS-DV-NUMERO.
           PERFORM CALCULA-DIGITO-VERIFICADOR.
           MOVE SPACES TO WS-COD-CHAVE.
           STRING WS-COD-PROCURADO WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-COD-CHAVE.

      *    departamento pelo mestre de pagamento (aberto pelo
      *    chamador); fora dele o item cai em "(SD)".
       BUSCA-DEPTO.
           MOVE "(SD)" TO WS-DEPTO-FUNC.
           IF WS-TEM-PAYMSTR = "S"
               MOVE WS-COD-CHAVE TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DEPTO TO WS-DEPTO-FUNC
               END-READ
           END-IF.

       ABRE-PAYMSTR.
           MOVE "N" TO WS-TEM-PAYMSTR.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-PAYMSTR
           ELSE
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

       FECHA-PAYMSTR.
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

      *    consulta so emite o relatorio de divergencias.
       VERIFICA-PERFIL.
           MOVE "S" TO WS-PERFIL-OK.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO ALTERA O INVENTARIO"
               MOVE "PROG149" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "N" TO WS-PERFIL-OK
           END-IF.

      *    um ciclo por vez: abrir outro com item ainda nao contado
      *    pede confirmacao, porque a contagem anterior se perde.
       ABRE-CICLO.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO ABRE-CICLO-FIM
           END-IF.
           MOVE 0 TO WS-QTD-SECAO.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV
               IF TAB-INV-TIPO(INV-IDX) = "R"
                       AND TAB-INV-SITUACAO(INV-IDX) = SPACE
                   ADD 1 TO WS-QTD-SECAO
               END-IF
           END-PERFORM.
           IF WS-QTD-SECAO > 0
               DISPLAY "CICLO " WS-CICLO " TEM " WS-QTD-SECAO
                   " ITEM(NS) NAO CONTADO(S)"
           END-IF.
           DISPLAY "ABRIR NOVO CICLO DE CONTAGEM (S/N)?"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ABERTURA CANCELADA"
               GO TO ABRE-CICLO-FIM
           END-IF.

           MOVE WS-DATA-HOJE TO WS-CICLO.
           MOVE 0 TO WS-QTD-INV.
           PERFORM ABRE-PAYMSTR.
           OPEN INPUT ATIVOS-FILE.
           IF WS-ATIVOS-STATUS = "00"
               PERFORM UNTIL WS-ATIVOS-STATUS NOT = "00"
                   READ ATIVOS-FILE
                       AT END
                           MOVE "10" TO WS-ATIVOS-STATUS
                       NOT AT END
                           IF ATIV-DATA-DEVOLUCAO = 0
                                   AND WS-QTD-INV < 400
                               PERFORM INCLUI-ITEM-CICLO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ATIVOS-FILE.
           PERFORM FECHA-PAYMSTR.
           PERFORM ORDENA-CONTAGEM.
           PERFORM GRAVA-CONTAGEM.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "INVENTARIO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "ABERTURA CICLO " WS-CICLO " ITENS " WS-QTD-INV
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "CICLO " WS-CICLO " ABERTO COM " WS-QTD-INV
               " ITEM(NS) EM MAOS".
           PERFORM IMPRIME-FOLHAS THRU IMPRIME-FOLHAS-FIM.

       ABRE-CICLO-FIM.
           EXIT.

       INCLUI-ITEM-CICLO.
           ADD 1 TO WS-QTD-INV.
           SET INV-IDX TO WS-QTD-INV.
           MOVE ATIV-COD TO WS-COD-CHAVE.
           PERFORM BUSCA-DEPTO.
           MOVE WS-CICLO TO TAB-INV-CICLO(INV-IDX).
           MOVE "R" TO TAB-INV-TIPO(INV-IDX).
           MOVE WS-DEPTO-FUNC TO TAB-INV-DEPTO(INV-IDX).
           MOVE ATIV-COD TO TAB-INV-COD(INV-IDX).
           MOVE ATIV-ITEM TO TAB-INV-ITEM(INV-IDX).
           MOVE ATIV-DESCRICAO TO TAB-INV-DESCRICAO(INV-IDX).
           MOVE ATIV-DATA-ENTREGA TO TAB-INV-ENTREGA(INV-IDX).
           MOVE ATIV-SERIE TO TAB-INV-SERIE(INV-IDX).
           MOVE SPACE TO TAB-INV-SITUACAO(INV-IDX).
           MOVE SPACES TO TAB-INV-SERIE-LIDA(INV-IDX)
               TAB-INV-ACHADO-COM(INV-IDX) TAB-INV-OPERADOR(INV-IDX).
           MOVE 0 TO TAB-INV-DATA(INV-IDX).

      *    departamento e funcionario, para as folhas sairem em
      *    ordem de quebra.
       ORDENA-CONTAGEM.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX >= WS-QTD-INV
               PERFORM VARYING INV-IDX2 FROM INV-IDX BY 1
                       UNTIL INV-IDX2 > WS-QTD-INV
                   IF TAB-INV-DEPTO(INV-IDX2) < TAB-INV-DEPTO(INV-IDX)
                       OR (TAB-INV-DEPTO(INV-IDX2) =
                           TAB-INV-DEPTO(INV-IDX)
                       AND TAB-INV-COD(INV-IDX2) < TAB-INV-COD(INV-IDX))
                       MOVE TAB-INV(INV-IDX) TO WS-INV-TROCA
                       MOVE TAB-INV(INV-IDX2) TO TAB-INV(INV-IDX)
                       MOVE WS-INV-TROCA TO TAB-INV(INV-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    uma folha por departamento, itens agrupados por
      *    funcionario, com espaco para marcar achado/nao achado e
      *    anotar a serie lida; item ja baixado nao sai na folha.
       IMPRIME-FOLHAS.
           IF WS-QTD-INV = 0
               DISPLAY "NENHUM CICLO DE CONTAGEM ABERTO"
               GO TO IMPRIME-FOLHAS-FIM
           END-IF.
           MOVE "N" TO WS-TEM-FUNCMSTR.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "S" TO WS-TEM-FUNCMSTR
           ELSE
               CLOSE FUNCIONARIO-MASTER-FILE
           END-IF.
           OPEN OUTPUT FOLHAS-REPORT-FILE.
           MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR WS-COD-ANTERIOR.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV
               IF TAB-INV-TIPO(INV-IDX) = "R"
                       AND TAB-INV-SITUACAO(INV-IDX) NOT = "B"
                   PERFORM IMPRIME-LINHA-FOLHA
               END-IF
           END-PERFORM.
           IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
               PERFORM FECHA-FOLHA-DEPTO
           END-IF.
           CLOSE FOLHAS-REPORT-FILE.
           IF WS-TEM-FUNCMSTR = "S"
               CLOSE FUNCIONARIO-MASTER-FILE
           END-IF.
           DISPLAY "FOLHAS DE CONTAGEM INVFOLHA.DAT GERADAS".

       IMPRIME-FOLHAS-FIM.
           EXIT.

       IMPRIME-LINHA-FOLHA.
           IF TAB-INV-DEPTO(INV-IDX) NOT = WS-DEPTO-ANTERIOR
               IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
                   PERFORM FECHA-FOLHA-DEPTO
               END-IF
               MOVE SPACES TO FOLHAS-REPORT-LINHA
               STRING "===== FOLHA DE CONTAGEM DE BENS - CICLO "
                      WS-CICLO " =====" DELIMITED BY SIZE
                   INTO FOLHAS-REPORT-LINHA
               WRITE FOLHAS-REPORT-LINHA
               MOVE SPACES TO FOLHAS-REPORT-LINHA
               STRING "DEPARTAMENTO: " TAB-INV-DEPTO(INV-IDX)
                   DELIMITED BY SIZE INTO FOLHAS-REPORT-LINHA
               WRITE FOLHAS-REPORT-LINHA
               MOVE TAB-INV-DEPTO(INV-IDX) TO WS-DEPTO-ANTERIOR
               MOVE HIGH-VALUES TO WS-COD-ANTERIOR
           END-IF.
           IF TAB-INV-COD(INV-IDX) NOT = WS-COD-ANTERIOR
               MOVE "(FORA DO MESTRE)" TO WS-NOME-FUNC
               IF WS-TEM-FUNCMSTR = "S"
                   MOVE TAB-INV-COD(INV-IDX) TO FM-COD
                   READ FUNCIONARIO-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FM-NOME TO WS-NOME-FUNC
                   END-READ
               END-IF
               MOVE SPACES TO FOLHAS-REPORT-LINHA
               WRITE FOLHAS-REPORT-LINHA
               MOVE SPACES TO FOLHAS-REPORT-LINHA
               STRING "FUNCIONARIO " TAB-INV-COD(INV-IDX) " "
                      WS-NOME-FUNC DELIMITED BY SIZE
                   INTO FOLHAS-REPORT-LINHA
               WRITE FOLHAS-REPORT-LINHA
               MOVE TAB-INV-COD(INV-IDX) TO WS-COD-ANTERIOR
           END-IF.
           MOVE SPACES TO FOLHAS-REPORT-LINHA.
           STRING "  " TAB-INV-ITEM(INV-IDX) " "
                  TAB-INV-DESCRICAO(INV-IDX) " "
                  TAB-INV-SERIE(INV-IDX)
                  " ( )S ( )N LIDA:____________"
               DELIMITED BY SIZE INTO FOLHAS-REPORT-LINHA.
           WRITE FOLHAS-REPORT-LINHA.

       FECHA-FOLHA-DEPTO.
           MOVE SPACES TO FOLHAS-REPORT-LINHA.
           WRITE FOLHAS-REPORT-LINHA.
           MOVE "ACHADOS FORA DA FOLHA (ITEM/SERIE/COM QUEM):"
               TO FOLHAS-REPORT-LINHA.
           WRITE FOLHAS-REPORT-LINHA.
           MOVE ALL "_" TO FOLHAS-REPORT-LINHA.
           WRITE FOLHAS-REPORT-LINHA.
           MOVE "CONTADO POR: ____________________  DATA: __/__/____"
               TO FOLHAS-REPORT-LINHA.
           WRITE FOLHAS-REPORT-LINHA.
           MOVE SPACES TO FOLHAS-REPORT-LINHA.
           WRITE FOLHAS-REPORT-LINHA.

      *    lancamento da folha de um funcionario: achado ou nao e a
      *    serie lida de cada item dele; depois, os itens achados
      *    com ele que nao estavam na folha.
       LANCA-CONTAGEM.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO LANCA-CONTAGEM-FIM
           END-IF.
           IF WS-QTD-INV = 0
               DISPLAY "NENHUM CICLO DE CONTAGEM ABERTO"
               GO TO LANCA-CONTAGEM-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           MOVE 0 TO WS-QTD-ACHADOS WS-QTD-FALTAM WS-QTD-EXTRAS
               WS-QTD-LISTADOS.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV
               IF TAB-INV-TIPO(INV-IDX) = "R"
                       AND TAB-INV-COD(INV-IDX) = WS-COD-CHAVE
                       AND TAB-INV-SITUACAO(INV-IDX) NOT = "B"
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM CONTA-ITEM
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "FUNCIONARIO SEM ITEM NA FOLHA DESTE CICLO"
           END-IF.

           MOVE "N" TO WS-EXTRAS-FIM.
           PERFORM REGISTRA-ACHADO-EXTRA
               THRU REGISTRA-ACHADO-EXTRA-FIM
               UNTIL WS-EXTRAS-FIM = "S".

           IF WS-QTD-ACHADOS + WS-QTD-FALTAM + WS-QTD-EXTRAS = 0
               DISPLAY "NADA LANCADO"
               GO TO LANCA-CONTAGEM-FIM
           END-IF.
           MOVE "S" TO WS-CONTAGEM-ALTERADA.
           PERFORM GRAVA-CONTAGEM.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "INVENTARIO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CONTAGEM " WS-COD-CHAVE " A" WS-QTD-ACHADOS
                  " N" WS-QTD-FALTAM " X" WS-QTD-EXTRAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "CONTAGEM LANCADA: " WS-QTD-ACHADOS " ACHADO(S) "
               WS-QTD-FALTAM " NAO ACHADO(S) " WS-QTD-EXTRAS
               " FORA DA FOLHA".

       LANCA-CONTAGEM-FIM.
           EXIT.

      *    serie lida em branco = confere com a do cadastro.
       CONTA-ITEM.
           DISPLAY TAB-INV-ITEM(INV-IDX) " "
               TAB-INV-DESCRICAO(INV-IDX) " SERIE "
               TAB-INV-SERIE(INV-IDX) " SITUACAO "
               TAB-INV-SITUACAO(INV-IDX).
           DISPLAY "ACHADO (S=SIM N=NAO BRANCO=NAO CONTADO AINDA):"
           ACCEPT WS-RESPOSTA.
           EVALUATE WS-RESPOSTA
               WHEN "S" WHEN "s"
                   DISPLAY "SERIE LIDA (BRANCO = A DO CADASTRO):"
                   ACCEPT TAB-INV-SERIE-LIDA(INV-IDX)
                   IF TAB-INV-SERIE-LIDA(INV-IDX) = SPACES
                       MOVE TAB-INV-SERIE(INV-IDX)
                           TO TAB-INV-SERIE-LIDA(INV-IDX)
                   END-IF
                   MOVE "E" TO TAB-INV-SITUACAO(INV-IDX)
                   MOVE SPACES TO TAB-INV-ACHADO-COM(INV-IDX)
                   MOVE WS-OPERADOR-ID-DIGITADO
                       TO TAB-INV-OPERADOR(INV-IDX)
                   MOVE WS-DATA-HOJE TO TAB-INV-DATA(INV-IDX)
                   ADD 1 TO WS-QTD-ACHADOS
               WHEN "N" WHEN "n"
                   MOVE "N" TO TAB-INV-SITUACAO(INV-IDX)
                   MOVE SPACES TO TAB-INV-SERIE-LIDA(INV-IDX)
                       TAB-INV-ACHADO-COM(INV-IDX)
                   MOVE WS-OPERADOR-ID-DIGITADO
                       TO TAB-INV-OPERADOR(INV-IDX)
                   MOVE WS-DATA-HOJE TO TAB-INV-DATA(INV-IDX)
                   ADD 1 TO WS-QTD-FALTAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    o achado extra e procurado no ciclo pela serie (ou pelo
      *    codigo do item, sem serie): se estava com outro portador
      *    a linha dele fica "O"; se nao esta no cadastro entra uma
      *    linha X.
       REGISTRA-ACHADO-EXTRA.
           DISPLAY "ITEM ACHADO COM O FUNCIONARIO FORA DA FOLHA"
               " (CODIGO, BRANCO = FIM):"
           ACCEPT WS-EXTRA-ITEM.
           IF WS-EXTRA-ITEM = SPACES
               MOVE "S" TO WS-EXTRAS-FIM
               GO TO REGISTRA-ACHADO-EXTRA-FIM
           END-IF.
           DISPLAY "SERIE LIDA (BRANCO = SEM SERIE):"
           ACCEPT WS-EXTRA-SERIE.
           MOVE 0 TO WS-ACHADO-IDX.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV OR WS-ACHADO-IDX > 0
               IF TAB-INV-TIPO(INV-IDX) = "R"
                       AND TAB-INV-COD(INV-IDX) NOT = WS-COD-CHAVE
                       AND TAB-INV-SITUACAO(INV-IDX) NOT = "B"
                   IF WS-EXTRA-SERIE NOT = SPACES
                       IF TAB-INV-SERIE(INV-IDX) = WS-EXTRA-SERIE
                           SET WS-ACHADO-IDX TO INV-IDX
                       END-IF
                   ELSE
                       IF TAB-INV-ITEM(INV-IDX) = WS-EXTRA-ITEM
                               AND TAB-INV-SITUACAO(INV-IDX)
                                   NOT = "E"
                           SET WS-ACHADO-IDX TO INV-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ACHADO-IDX > 0
               SET INV-IDX TO WS-ACHADO-IDX
               MOVE "O" TO TAB-INV-SITUACAO(INV-IDX)
               MOVE WS-COD-CHAVE TO TAB-INV-ACHADO-COM(INV-IDX)
               MOVE WS-EXTRA-SERIE TO TAB-INV-SERIE-LIDA(INV-IDX)
               MOVE WS-OPERADOR-ID-DIGITADO
                   TO TAB-INV-OPERADOR(INV-IDX)
               MOVE WS-DATA-HOJE TO TAB-INV-DATA(INV-IDX)
               ADD 1 TO WS-QTD-EXTRAS
               DISPLAY "ITEM REGISTRADO COM " TAB-INV-COD(INV-IDX)
                   " - ANOTADO COMO ACHADO COM OUTRO PORTADOR"
               GO TO REGISTRA-ACHADO-EXTRA-FIM
           END-IF.

           IF WS-QTD-INV = 400
               DISPLAY "CICLO DE CONTAGEM CHEIO, ACHADO NAO ANOTADO"
               GO TO REGISTRA-ACHADO-EXTRA-FIM
           END-IF.
           ADD 1 TO WS-QTD-INV.
           SET INV-IDX TO WS-QTD-INV.
           PERFORM ABRE-PAYMSTR.
           PERFORM BUSCA-DEPTO.
           PERFORM FECHA-PAYMSTR.
           MOVE WS-CICLO TO TAB-INV-CICLO(INV-IDX).
           MOVE "X" TO TAB-INV-TIPO(INV-IDX).
           MOVE WS-DEPTO-FUNC TO TAB-INV-DEPTO(INV-IDX).
           MOVE SPACES TO TAB-INV-COD(INV-IDX).
           MOVE WS-EXTRA-ITEM TO TAB-INV-ITEM(INV-IDX).
           DISPLAY "DESCRICAO DO ITEM (ATE 20 CARACTERES):"
           ACCEPT TAB-INV-DESCRICAO(INV-IDX).
           MOVE 0 TO TAB-INV-ENTREGA(INV-IDX).
           MOVE SPACES TO TAB-INV-SERIE(INV-IDX).
           MOVE "E" TO TAB-INV-SITUACAO(INV-IDX).
           MOVE WS-EXTRA-SERIE TO TAB-INV-SERIE-LIDA(INV-IDX).
           MOVE WS-COD-CHAVE TO TAB-INV-ACHADO-COM(INV-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO TO TAB-INV-OPERADOR(INV-IDX).
           MOVE WS-DATA-HOJE TO TAB-INV-DATA(INV-IDX).
           ADD 1 TO WS-QTD-EXTRAS.
           DISPLAY "ITEM FORA DO CADASTRO ANOTADO".

       REGISTRA-ACHADO-EXTRA-FIM.
           EXIT.

      *    classes do relatorio: N = nao encontrado, O = com outro
      *    portador, X = fora do cadastro, S = serie divergente,
      *    P = ainda nao contado, B = baixado; branco = sem
      *    divergencia.
       CLASSIFICA-CONTAGEM.
           MOVE SPACE TO WS-CLASSE.
           IF TAB-INV-TIPO(INV-IDX) = "X"
               MOVE "X" TO WS-CLASSE
           ELSE
               EVALUATE TAB-INV-SITUACAO(INV-IDX)
                   WHEN "N" MOVE "N" TO WS-CLASSE
                   WHEN "O" MOVE "O" TO WS-CLASSE
                   WHEN "B" MOVE "B" TO WS-CLASSE
                   WHEN SPACE MOVE "P" TO WS-CLASSE
                   WHEN "E"
                       IF TAB-INV-SERIE-LIDA(INV-IDX)
                               NOT = TAB-INV-SERIE(INV-IDX)
                           MOVE "S" TO WS-CLASSE
                       END-IF
               END-EVALUATE
           END-IF.

       RELATA-DIVERGENCIAS.
           IF WS-QTD-INV = 0
               DISPLAY "NENHUM CICLO DE CONTAGEM ABERTO"
               GO TO RELATA-DIVERGENCIAS-FIM
           END-IF.
           MOVE 0 TO WS-QTD-DIVERGENCIAS.
           OPEN OUTPUT DIVERGENCIAS-REPORT-FILE.
           MOVE SPACES TO DIVERGENCIAS-REPORT-LINHA.
           STRING "===== DIVERGENCIAS DO INVENTARIO - CICLO "
                  WS-CICLO " =====" DELIMITED BY SIZE
               INTO DIVERGENCIAS-REPORT-LINHA.
           WRITE DIVERGENCIAS-REPORT-LINHA.
           DISPLAY DIVERGENCIAS-REPORT-LINHA.
           PERFORM VARYING WS-SECAO-IDX FROM 1 BY 1
                   UNTIL WS-SECAO-IDX > 6
               PERFORM RELATA-SECAO
           END-PERFORM.
           MOVE SPACES TO DIVERGENCIAS-REPORT-LINHA.
           STRING "TOTAL DE DIVERGENCIAS: " WS-QTD-DIVERGENCIAS
               DELIMITED BY SIZE INTO DIVERGENCIAS-REPORT-LINHA.
           WRITE DIVERGENCIAS-REPORT-LINHA.
           DISPLAY DIVERGENCIAS-REPORT-LINHA.
           CLOSE DIVERGENCIAS-REPORT-FILE.
           DISPLAY "RELATORIO INVDIF.DAT GERADO".

       RELATA-DIVERGENCIAS-FIM.
           EXIT.

       RELATA-SECAO.
           MOVE SPACES TO DIVERGENCIAS-REPORT-LINHA.
           EVALUATE WS-SECAO-COD(WS-SECAO-IDX)
               WHEN "N" MOVE "--- NAO ENCONTRADOS ---"
                   TO DIVERGENCIAS-REPORT-LINHA
               WHEN "O" MOVE "--- ACHADOS COM OUTRO PORTADOR ---"
                   TO DIVERGENCIAS-REPORT-LINHA
               WHEN "X" MOVE "--- ACHADOS FORA DO CADASTRO ---"
                   TO DIVERGENCIAS-REPORT-LINHA
               WHEN "S" MOVE "--- SERIE LIDA DIFERENTE DO CADASTRO ---"
                   TO DIVERGENCIAS-REPORT-LINHA
               WHEN "P" MOVE "--- AINDA NAO CONTADOS ---"
                   TO DIVERGENCIAS-REPORT-LINHA
               WHEN "B" MOVE "--- BAIXADOS COMO PERDA ---"
                   TO DIVERGENCIAS-REPORT-LINHA
           END-EVALUATE.
           WRITE DIVERGENCIAS-REPORT-LINHA.
           DISPLAY DIVERGENCIAS-REPORT-LINHA.
           MOVE 0 TO WS-QTD-SECAO.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV
               PERFORM CLASSIFICA-CONTAGEM
               IF WS-CLASSE = WS-SECAO-COD(WS-SECAO-IDX)
                   ADD 1 TO WS-QTD-SECAO
                   PERFORM MONTA-LINHA-DIVERGENCIA
                   WRITE DIVERGENCIAS-REPORT-LINHA
                   DISPLAY DIVERGENCIAS-REPORT-LINHA
               END-IF
           END-PERFORM.
           IF WS-QTD-SECAO = 0
               MOVE "  NENHUM" TO DIVERGENCIAS-REPORT-LINHA
               WRITE DIVERGENCIAS-REPORT-LINHA
               DISPLAY DIVERGENCIAS-REPORT-LINHA
           END-IF.
      *    baixado ja foi resolvido: sai no relatorio mas nao conta.
           IF WS-SECAO-COD(WS-SECAO-IDX) NOT = "B"
               ADD WS-QTD-SECAO TO WS-QTD-DIVERGENCIAS
           END-IF.

      *    o numero do item e a posicao no ciclo; e por ele que a
      *    baixa escolhe a linha.
       MONTA-LINHA-DIVERGENCIA.
           SET WS-ITEM-MOSTRADO TO INV-IDX.
           MOVE SPACES TO DIVERGENCIAS-REPORT-LINHA.
           EVALUATE WS-CLASSE
               WHEN "O"
                   STRING WS-ITEM-MOSTRADO " "
                          TAB-INV-ITEM(INV-IDX) " "
                          TAB-INV-DESCRICAO(INV-IDX)
                          " DE " TAB-INV-COD(INV-IDX)
                          " ACHADO COM " TAB-INV-ACHADO-COM(INV-IDX)
                          " " TAB-INV-SERIE-LIDA(INV-IDX)
                       DELIMITED BY SIZE
                       INTO DIVERGENCIAS-REPORT-LINHA
               WHEN "X"
                   STRING WS-ITEM-MOSTRADO " "
                          TAB-INV-ITEM(INV-IDX) " "
                          TAB-INV-DESCRICAO(INV-IDX)
                          " COM " TAB-INV-ACHADO-COM(INV-IDX)
                          " " TAB-INV-DEPTO(INV-IDX)
                          " " TAB-INV-SERIE-LIDA(INV-IDX)
                       DELIMITED BY SIZE
                       INTO DIVERGENCIAS-REPORT-LINHA
               WHEN "S"
                   STRING WS-ITEM-MOSTRADO " "
                          TAB-INV-COD(INV-IDX) " "
                          TAB-INV-ITEM(INV-IDX)
                          " CADASTRO " TAB-INV-SERIE(INV-IDX)
                          " LIDA " TAB-INV-SERIE-LIDA(INV-IDX)
                       DELIMITED BY SIZE
                       INTO DIVERGENCIAS-REPORT-LINHA
               WHEN OTHER
                   STRING WS-ITEM-MOSTRADO " "
                          TAB-INV-COD(INV-IDX) " "
                          TAB-INV-DEPTO(INV-IDX) " "
                          TAB-INV-ITEM(INV-IDX) " "
                          TAB-INV-DESCRICAO(INV-IDX) " "
                          TAB-INV-SERIE(INV-IDX)
                       DELIMITED BY SIZE
                       INTO DIVERGENCIAS-REPORT-LINHA
           END-EVALUATE.

      *    perda confirmada: o bem fica no controle, com devolucao
      *    na data da baixa e o motivo (P=PERDIDO R=ROUBADO
      *    D=DANIFICADO), e a baixa vai para a trilha de auditoria.
       BAIXA-ITEM.
           PERFORM VERIFICA-PERFIL.
           IF NOT PERFIL-ACEITO
               GO TO BAIXA-ITEM-FIM
           END-IF.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-QTD-INV
               IF TAB-INV-TIPO(INV-IDX) = "R"
                       AND TAB-INV-SITUACAO(INV-IDX) = "N"
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE "N" TO WS-CLASSE
                   PERFORM MONTA-LINHA-DIVERGENCIA
                   DISPLAY DIVERGENCIAS-REPORT-LINHA
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "NENHUM ITEM NAO ENCONTRADO NO CICLO"
               GO TO BAIXA-ITEM-FIM
           END-IF.
           DISPLAY "ITEM A BAIXAR (VER LISTAGEM):"
           ACCEPT WS-ITEM-ENTRADA.
           MOVE 0 TO WS-ITEM.
           IF FUNCTION TRIM(WS-ITEM-ENTRADA) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ITEM-ENTRADA) TO WS-ITEM
           END-IF.
           IF WS-ITEM = 0 OR WS-ITEM > WS-QTD-INV
               DISPLAY "ITEM INEXISTENTE"
               GO TO BAIXA-ITEM-FIM
           END-IF.
           SET INV-IDX TO WS-ITEM.
           IF TAB-INV-TIPO(INV-IDX) NOT = "R"
                   OR TAB-INV-SITUACAO(INV-IDX) NOT = "N"
               DISPLAY "SO ITEM NAO ENCONTRADO NA CONTAGEM E BAIXADO"
               GO TO BAIXA-ITEM-FIM
           END-IF.
           DISPLAY "MOTIVO (P=PERDIDO R=ROUBADO D=DANIFICADO):"
           ACCEPT WS-MOTIVO.
           INSPECT WS-MOTIVO CONVERTING "prd" TO "PRD".
           IF NOT MOTIVO-VALIDO
               DISPLAY "MOTIVO INVALIDO"
               MOVE "PROG149" TO WS-EXCCOM-PROGRAMA
               MOVE "ATIV-BAIXA-MOTIVO" TO WS-EXCCOM-CAMPO
               MOVE WS-MOTIVO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO BAIXA-ITEM-FIM
           END-IF.
           DISPLAY "BAIXA DE " TAB-INV-COD(INV-IDX) " "
               TAB-INV-ITEM(INV-IDX) " " TAB-INV-DESCRICAO(INV-IDX)
               " MOTIVO " WS-MOTIVO " - CONFIRMA (S/N)?"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "BAIXA CANCELADA"
               GO TO BAIXA-ITEM-FIM
           END-IF.

           PERFORM CARREGA-ATIVOS.
           MOVE 0 TO WS-ATIVO-ACHADO.
           PERFORM VARYING ATIVO-IDX FROM 1 BY 1
                   UNTIL ATIVO-IDX > WS-QTD-ATIVOS
                       OR WS-ATIVO-ACHADO > 0
               MOVE TAB-ATIVO(ATIVO-IDX) TO ATIV-BEM-REC
               IF ATIV-COD = TAB-INV-COD(INV-IDX)
                       AND ATIV-ITEM = TAB-INV-ITEM(INV-IDX)
                       AND ATIV-DATA-ENTREGA = TAB-INV-ENTREGA(INV-IDX)
                       AND ATIV-DATA-DEVOLUCAO = 0
                   SET WS-ATIVO-ACHADO TO ATIVO-IDX
               END-IF
           END-PERFORM.
           IF WS-ATIVO-ACHADO = 0
               DISPLAY "ITEM JA DEVOLVIDO OU FORA DO CONTROLE DE BENS"
               MOVE "PROG149" TO WS-EXCCOM-PROGRAMA
               MOVE "ATIV-BAIXA" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING TAB-INV-COD(INV-IDX) " " TAB-INV-ITEM(INV-IDX)
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO BAIXA-ITEM-FIM
           END-IF.
           MOVE TAB-ATIVO(WS-ATIVO-ACHADO) TO ATIV-BEM-REC.
           MOVE WS-DATA-HOJE TO ATIV-DATA-DEVOLUCAO.
           MOVE WS-MOTIVO TO ATIV-BAIXA-MOTIVO.
           MOVE ATIV-BEM-REC TO TAB-ATIVO(WS-ATIVO-ACHADO).
           PERFORM GRAVA-ATIVOS.

           MOVE "B" TO TAB-INV-SITUACAO(INV-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO TO TAB-INV-OPERADOR(INV-IDX).
           MOVE WS-DATA-HOJE TO TAB-INV-DATA(INV-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "INVENTARIO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "BAIXA " TAB-INV-COD(INV-IDX) " "
                  TAB-INV-ITEM(INV-IDX) " MOTIVO " WS-MOTIVO
                  " " TAB-INV-DESCRICAO(INV-IDX)
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           MOVE "S" TO WS-CONTAGEM-ALTERADA.
           PERFORM GRAVA-CONTAGEM.
           DISPLAY "ITEM BAIXADO, MOTIVO " WS-MOTIVO.

       BAIXA-ITEM-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
