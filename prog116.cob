       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG116.
      *    DECLARACAO ANUAL AO GOVERNO (VINCULOS E RETENCOES).
      * 2026-10-15 primeira versao: para o ano-base (AAAA,
      *            perguntado na partida) le o historico da folha
      *            (FOLHAHIS.DAT) e monta, por funcionario pago no
      *            ano, o bruto, o INSS e o IRRF de cada mes - folha
      *            mensal (ultimo registro vale) mais ferias e
      *            rescisao somadas no mes, e o 13o (PROG70) a
      *            parte - com CPF, PIS, admissao e saida tirados do
      *            mestre (FUNCMSTR.DAT) ou, para quem ja foi
      *            arquivado, do arquivo morto (FUNCARCH.DAT, do
      *            PROG78). grava DECLANU.DAT em colunas fixas
      *            (cabecalho com o CNPJ do estabelecimento, uma
      *            linha por funcionario e rodape com contagens e
      *            totais), no desenho do deposito do FGTS
      *            (PROG107), e lista em DECLREL.DAT quem ficou de
      *            fora e por que. acabou a declaracao montada a mao
      *            em cima dos informes do PROG63.
      * 2026-10-15 imagem do registro passa a 142 posicoes
      *            (FM-SUPERIOR no FMREC.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

      *    arquivo morto do PROG78: linhas "D" + imagem do mestre.
           SELECT ARQUIVO-MORTO-FILE ASSIGN TO "FUNCARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.

      *    declaracao do ano, com cabecalho e rodape de controle
      *    (mesmo desenho da remessa bancaria).
           SELECT DECLARACAO-FILE ASSIGN TO "DECLANU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLANU-STATUS.

      *    quem ficou fora da declaracao, com o motivo.
           SELECT DECLARACAO-REPORT-FILE ASSIGN TO "DECLREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLREL-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "EXCSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-HISTORICO-FILE.
       COPY "FHISTREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC.
           05  ARCH-TIPO   PIC X.
           05  ARCH-IMAGEM PIC X(142).

      *    linhas de 430 posicoes: "H" ano-base, CNPJ e data de
      *    geracao; "D" codigo, nome, CPF, PIS, admissao, saida, os
      *    doze meses e o 13o (bruto, INSS, IRRF cada, sem ponto
      *    decimal, zeros a esquerda) e os totais do ano; "T"
      *    funcionarios declarados, excluidos, somas do bruto, do
      *    INSS e do IRRF e hash dos codigos.
       FD  DECLARACAO-FILE.
       01  DECLANU-REC PIC X(430).
       01  DECLANU-CABECALHO REDEFINES DECLANU-REC.
           05  DCL-CAB-TIPO     PIC X.
           05  DCL-CAB-ANO      PIC 9(4).
           05  DCL-CAB-CNPJ     PIC 9(14).
           05  DCL-CAB-DATA     PIC 9(8).
           05  FILLER           PIC X(403).
       01  DECLANU-FUNCIONARIO REDEFINES DECLANU-REC.
           05  DCL-FUN-TIPO     PIC X.
           05  DCL-FUN-COD      PIC X(6).
           05  DCL-FUN-NOME     PIC X(20).
           05  DCL-FUN-CPF      PIC 9(11).
           05  DCL-FUN-PIS      PIC 9(11).
           05  DCL-FUN-ADMISSAO PIC 9(8).
           05  DCL-FUN-SAIDA    PIC 9(8).
           05  DCL-FUN-MES OCCURS 13 TIMES.
               10  DCL-FUN-BRUTO PIC 9(7)V99.
               10  DCL-FUN-INSS  PIC 9(6)V99.
               10  DCL-FUN-IRRF  PIC 9(6)V99.
           05  DCL-FUN-TOT-BRUTO PIC 9(9)V99.
           05  DCL-FUN-TOT-INSS  PIC 9(8)V99.
           05  DCL-FUN-TOT-IRRF  PIC 9(8)V99.
           05  FILLER           PIC X(9).
       01  DECLANU-RODAPE REDEFINES DECLANU-REC.
           05  DCL-ROD-TIPO       PIC X.
           05  DCL-ROD-CONTAGEM   PIC 9(7).
           05  DCL-ROD-EXCLUIDOS  PIC 9(7).
           05  DCL-ROD-SOMA-BRUTO PIC 9(11)V99.
           05  DCL-ROD-SOMA-INSS  PIC 9(11)V99.
           05  DCL-ROD-SOMA-IRRF  PIC 9(11)V99.
           05  DCL-ROD-HASH       PIC 9(9).
           05  FILLER             PIC X(367).

       FD  DECLARACAO-REPORT-FILE.
       01  DECLARACAO-REPORT-LINHA PIC X(80).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
       COPY "EXCFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FOLHAHIS-STATUS PIC XX.
       01  WS-MASTER-STATUS   PIC XX.
       01  WS-MORTO-STATUS    PIC XX.
       01  WS-DECLANU-STATUS  PIC XX.
       01  WS-DECLREL-STATUS  PIC XX.

      *    ano-base (AAAA): vazio ou invalido, vale o ano anterior.
       01  WS-ANO-BASE PIC 9(4).
       01  WS-ANO-ENTRADA PIC X(4).
       01  WS-DATA-HOJE PIC 9(8).

      *    CNPJ do estabelecimento em dois parametros centrais:
      *    raiz (8 digitos) e ordem da filial com os digitos
      *    verificadores (6 digitos).
       01  WS-CNPJ PIC 9(14) VALUE 0.
       01  WS-CNPJ-R REDEFINES WS-CNPJ.
           05  WS-CNPJ-RAIZ  PIC 9(8).
           05  WS-CNPJ-ORDEM PIC 9(6).

      *    valores do ano por funcionario: a folha mensal fica com
      *    o registro mais recente de cada mes; ferias e rescisao
      *    somam a parte no mes da competencia; o 13o vai para a
      *    13a celula.
       01  WS-TABELA-DECLARACAO.
           05  TAB-DCL OCCURS 500 TIMES INDEXED BY DCL-IDX.
               10  TAB-DCL-COD  PIC X(6).
               10  TAB-DCL-NOME PIC X(20).
               10  TAB-DCL-MES OCCURS 13 TIMES.
                   15  TAB-DCL-FOL-BRUTO PIC S9(7)V99.
                   15  TAB-DCL-FOL-INSS  PIC 9(6)V99.
                   15  TAB-DCL-FOL-IRRF  PIC 9(6)V99.
                   15  TAB-DCL-EXT-BRUTO PIC S9(7)V99.
                   15  TAB-DCL-EXT-INSS  PIC 9(6)V99.
                   15  TAB-DCL-EXT-IRRF  PIC 9(6)V99.
       01  WS-QTD-DECLARADOS PIC 9(3) VALUE 0.
       01  WS-DCL-ACHADO PIC X.
           88  DECLARADO-ACHADO VALUE "S".
       01  WS-MES-IDX PIC 9(2).

      *    o que interessa do arquivo morto, ultima imagem de cada
      *    codigo valendo.
       01  WS-TABELA-ARQUIVADOS.
           05  TAB-ARQ OCCURS 500 TIMES INDEXED BY ARQ-IDX.
               10  TAB-ARQ-COD      PIC X(6).
               10  TAB-ARQ-ADMISSAO PIC X(8).
               10  TAB-ARQ-SAIDA    PIC X(8).
               10  TAB-ARQ-CPF      PIC X(11).
               10  TAB-ARQ-PIS      PIC X(11).
       01  WS-QTD-ARQUIVADOS PIC 9(3) VALUE 0.
       01  WS-ARQ-ACHADO PIC X.
           88  ARQUIVADO-ACHADO VALUE "S".

      *    cadastro do funcionario em declaracao, venha do mestre
      *    ou do arquivo morto.
       01  WS-CAD-ACHADO PIC X.
           88  CADASTRO-ACHADO VALUE "S".
       01  WS-CAD-ADMISSAO PIC X(8).
       01  WS-CAD-SAIDA    PIC X(8).
       01  WS-CAD-SAIDA-R REDEFINES WS-CAD-SAIDA.
           05  WS-CAD-SAIDA-ANO PIC X(4).
           05  FILLER           PIC X(4).
       01  WS-CAD-CPF      PIC X(11).
       01  WS-CAD-PIS      PIC X(11).
       01  WS-MOTIVO-EXCLUSAO PIC X(30).

       01  WS-VALOR-MES PIC S9(7)V99.
       01  WS-FUN-BRUTO PIC 9(9)V99.
       01  WS-FUN-INSS  PIC 9(8)V99.
       01  WS-FUN-IRRF  PIC 9(8)V99.
       01  WS-COD-NUMERO PIC 9(5).

       01  WS-DCL-CONTAGEM PIC 9(7) VALUE 0.
       01  WS-DCL-EXCLUIDOS PIC 9(7) VALUE 0.
       01  WS-DCL-SOMA-BRUTO PIC 9(11)V99 VALUE 0.
       01  WS-DCL-SOMA-INSS PIC 9(11)V99 VALUE 0.
       01  WS-DCL-SOMA-IRRF PIC 9(11)V99 VALUE 0.
       01  WS-DCL-HASH PIC 9(9) VALUE 0.
       01  WS-TOTAL-EDIT PIC Z(10)9.99.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "DOCWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG116" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "CNPJ-RAIZ" TO WS-PARM-NOME-PEDIDO.
           MOVE 0 TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-CNPJ-RAIZ.
           MOVE "CNPJ-ORDEM" TO WS-PARM-NOME-PEDIDO.
           MOVE 0 TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-CNPJ-ORDEM.
           IF WS-CNPJ = 0
               DISPLAY "CNPJ DO ESTABELECIMENTO NAO CADASTRADO"
                   " (CNPJ-RAIZ/CNPJ-ORDEM), CABECALHO VAI ZERADO"
               MOVE "PROG116" TO WS-EXCCOM-PROGRAMA
               MOVE "CNPJ-AUSENTE" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

           PERFORM PEGA-ANO-BASE.
           PERFORM CARREGA-ANO-DO-HISTORICO
               THRU CARREGA-ANO-DO-HISTORICO-FIM.
           IF WS-QTD-DECLARADOS = 0
               DISPLAY "SEM HISTORICO DE FOLHA PARA O ANO "
                   WS-ANO-BASE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
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
           PERFORM CARREGA-ARQUIVADOS.

           OPEN OUTPUT DECLARACAO-FILE.
           OPEN OUTPUT DECLARACAO-REPORT-FILE.
           MOVE SPACES TO DECLARACAO-REPORT-LINHA.
           STRING "DECLARACAO ANUAL " WS-ANO-BASE
                  " - FUNCIONARIOS FORA DA DECLARACAO"
               DELIMITED BY SIZE INTO DECLARACAO-REPORT-LINHA.
           WRITE DECLARACAO-REPORT-LINHA.

           MOVE SPACES TO DECLANU-REC.
           MOVE "H" TO DCL-CAB-TIPO.
           MOVE WS-ANO-BASE TO DCL-CAB-ANO.
           MOVE WS-CNPJ TO DCL-CAB-CNPJ.
           MOVE WS-DATA-HOJE TO DCL-CAB-DATA.
           WRITE DECLANU-REC.

           PERFORM VARYING DCL-IDX FROM 1 BY 1
                   UNTIL DCL-IDX > WS-QTD-DECLARADOS
               PERFORM DECLARA-FUNCIONARIO
                   THRU DECLARA-FUNCIONARIO-FIM
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER-FILE.

           MOVE SPACES TO DECLANU-REC.
           MOVE "T" TO DCL-ROD-TIPO.
           MOVE WS-DCL-CONTAGEM TO DCL-ROD-CONTAGEM.
           MOVE WS-DCL-EXCLUIDOS TO DCL-ROD-EXCLUIDOS.
           MOVE WS-DCL-SOMA-BRUTO TO DCL-ROD-SOMA-BRUTO.
           MOVE WS-DCL-SOMA-INSS TO DCL-ROD-SOMA-INSS.
           MOVE WS-DCL-SOMA-IRRF TO DCL-ROD-SOMA-IRRF.
           MOVE WS-DCL-HASH TO DCL-ROD-HASH.
           WRITE DECLANU-REC.
           CLOSE DECLARACAO-FILE.

           MOVE SPACES TO DECLARACAO-REPORT-LINHA.
           STRING "DECLARADOS " WS-DCL-CONTAGEM
                  " EXCLUIDOS " WS-DCL-EXCLUIDOS
               DELIMITED BY SIZE INTO DECLARACAO-REPORT-LINHA.
           WRITE DECLARACAO-REPORT-LINHA.
           CLOSE DECLARACAO-REPORT-FILE.
           CLOSE EXCECOES-COMUM-FILE.

           MOVE WS-DCL-SOMA-BRUTO TO WS-TOTAL-EDIT.
           DISPLAY "DECLARACAO " WS-ANO-BASE ": " WS-DCL-CONTAGEM
               " FUNCIONARIOS, BRUTO " WS-TOTAL-EDIT.
           IF WS-DCL-EXCLUIDOS > 0
               DISPLAY WS-DCL-EXCLUIDOS
                   " FUNCIONARIOS FORA DA DECLARACAO (DECLREL.DAT)"
               MOVE "EXCLUSOES" TO WS-RUNLOG-RESULTADO
           END-IF.
           MOVE WS-DCL-CONTAGEM TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       PEGA-ANO-BASE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           DISPLAY "ANO-BASE DA DECLARACAO (AAAA, VAZIO = ANTERIOR):"
           ACCEPT WS-ANO-ENTRADA.
           MOVE 0 TO WS-ANO-BASE.
           IF FUNCTION TRIM(WS-ANO-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ANO-ENTRADA) TO WS-ANO-BASE
           END-IF.
           IF WS-ANO-BASE < 1900
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-BASE
               SUBTRACT 1 FROM WS-ANO-BASE
           END-IF.

       CARREGA-ANO-DO-HISTORICO.
           INITIALIZE WS-TABELA-DECLARACAO.
           MOVE 0 TO WS-QTD-DECLARADOS.
           OPEN INPUT FOLHA-HISTORICO-FILE.
           IF WS-FOLHAHIS-STATUS NOT = "00"
               DISPLAY "HISTORICO DA FOLHA NAO ENCONTRADO"
               CLOSE FOLHA-HISTORICO-FILE
               GO TO CARREGA-ANO-DO-HISTORICO-FIM
           END-IF.
           PERFORM UNTIL WS-FOLHAHIS-STATUS NOT = "00"
               READ FOLHA-HISTORICO-FILE
                   AT END
                       MOVE "10" TO WS-FOLHAHIS-STATUS
                   NOT AT END
                       IF FH-COMPETENCIA(1:4) = WS-ANO-BASE
                           PERFORM ANOTA-VALORES-DO-MES
                               THRU ANOTA-VALORES-DO-MES-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO-FILE.

       CARREGA-ANO-DO-HISTORICO-FIM.
           EXIT.

       ANOTA-VALORES-DO-MES.
           MOVE FH-COMPETENCIA(5:2) TO WS-MES-IDX.
           IF WS-MES-IDX < 1 OR WS-MES-IDX > 12
               GO TO ANOTA-VALORES-DO-MES-FIM
           END-IF.
           MOVE "N" TO WS-DCL-ACHADO.
           PERFORM VARYING DCL-IDX FROM 1 BY 1
                   UNTIL DCL-IDX > WS-QTD-DECLARADOS
                   OR DECLARADO-ACHADO
               IF TAB-DCL-COD(DCL-IDX) = FH-COD
                   MOVE "S" TO WS-DCL-ACHADO
               END-IF
           END-PERFORM.
           IF DECLARADO-ACHADO
               SET DCL-IDX DOWN BY 1
           ELSE
               IF WS-QTD-DECLARADOS >= 500
                   MOVE "PROG116" TO WS-EXCCOM-PROGRAMA
                   MOVE "TABELA-CHEIA" TO WS-EXCCOM-CAMPO
                   MOVE FH-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO ANOTA-VALORES-DO-MES-FIM
               END-IF
               ADD 1 TO WS-QTD-DECLARADOS
               SET DCL-IDX TO WS-QTD-DECLARADOS
               MOVE FH-COD TO TAB-DCL-COD(DCL-IDX)
               MOVE FH-NOME TO TAB-DCL-NOME(DCL-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN FH-FOLHA-MENSAL
                   MOVE FH-BRUTO
                       TO TAB-DCL-FOL-BRUTO(DCL-IDX, WS-MES-IDX)
                   MOVE FH-INSS
                       TO TAB-DCL-FOL-INSS(DCL-IDX, WS-MES-IDX)
                   MOVE FH-IRRF
                       TO TAB-DCL-FOL-IRRF(DCL-IDX, WS-MES-IDX)
               WHEN FH-DECIMO
                   ADD FH-BRUTO TO TAB-DCL-EXT-BRUTO(DCL-IDX, 13)
                   ADD FH-INSS TO TAB-DCL-EXT-INSS(DCL-IDX, 13)
                   ADD FH-IRRF TO TAB-DCL-EXT-IRRF(DCL-IDX, 13)
               WHEN OTHER
                   ADD FH-BRUTO
                       TO TAB-DCL-EXT-BRUTO(DCL-IDX, WS-MES-IDX)
                   ADD FH-INSS
                       TO TAB-DCL-EXT-INSS(DCL-IDX, WS-MES-IDX)
                   ADD FH-IRRF
                       TO TAB-DCL-EXT-IRRF(DCL-IDX, WS-MES-IDX)
           END-EVALUATE.

       ANOTA-VALORES-DO-MES-FIM.
           EXIT.

      *    arquivo morto inteiro na tabela; um codigo restaurado e
      *    arquivado de novo fica com a imagem mais recente. imagem
      *    antiga, de antes do CPF/PIS, chega com brancos nos dois.
       CARREGA-ARQUIVADOS.
           MOVE 0 TO WS-QTD-ARQUIVADOS.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-MORTO-STATUS = "00"
               PERFORM UNTIL WS-MORTO-STATUS NOT = "00"
                   MOVE SPACES TO ARQUIVO-MORTO-REC
                   READ ARQUIVO-MORTO-FILE
                       AT END
                           MOVE "10" TO WS-MORTO-STATUS
                       NOT AT END
                           IF ARCH-TIPO = "D"
                               PERFORM ANOTA-ARQUIVADO
                                   THRU ANOTA-ARQUIVADO-FIM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARQUIVO-MORTO-FILE.

       ANOTA-ARQUIVADO.
           MOVE ARCH-IMAGEM TO FM-FUNCIONARIO-REC.
           MOVE "N" TO WS-ARQ-ACHADO.
           PERFORM VARYING ARQ-IDX FROM 1 BY 1
                   UNTIL ARQ-IDX > WS-QTD-ARQUIVADOS
                   OR ARQUIVADO-ACHADO
               IF TAB-ARQ-COD(ARQ-IDX) = FM-COD
                   MOVE "S" TO WS-ARQ-ACHADO
               END-IF
           END-PERFORM.
           IF ARQUIVADO-ACHADO
               SET ARQ-IDX DOWN BY 1
           ELSE
               IF WS-QTD-ARQUIVADOS >= 500
                   MOVE "PROG116" TO WS-EXCCOM-PROGRAMA
                   MOVE "ARQUIVO-CHEIO" TO WS-EXCCOM-CAMPO
                   MOVE FM-COD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO ANOTA-ARQUIVADO-FIM
               END-IF
               ADD 1 TO WS-QTD-ARQUIVADOS
               SET ARQ-IDX TO WS-QTD-ARQUIVADOS
           END-IF.
      *    posicoes do FMREC.cpy dentro da imagem.
           MOVE FM-COD TO TAB-ARQ-COD(ARQ-IDX).
           MOVE ARCH-IMAGEM(30:8) TO TAB-ARQ-ADMISSAO(ARQ-IDX).
           MOVE ARCH-IMAGEM(107:8) TO TAB-ARQ-SAIDA(ARQ-IDX).
           MOVE ARCH-IMAGEM(115:11) TO TAB-ARQ-CPF(ARQ-IDX).
           MOVE ARCH-IMAGEM(126:11) TO TAB-ARQ-PIS(ARQ-IDX).

       ANOTA-ARQUIVADO-FIM.
           EXIT.

      *    cadastro do mestre primeiro; quem nao esta mais nele e
      *    procurado no arquivo morto. sem cadastro, ou com CPF/PIS
      *    ausente ou invalido, o funcionario sai da declaracao e
      *    vai para o relatorio com o motivo.
       DECLARA-FUNCIONARIO.
           PERFORM BUSCA-CADASTRO.
           MOVE SPACES TO WS-MOTIVO-EXCLUSAO.
           EVALUATE TRUE
               WHEN NOT CADASTRO-ACHADO
                   MOVE "SEM CADASTRO (MESTRE/ARQUIVO)"
                       TO WS-MOTIVO-EXCLUSAO
               WHEN WS-CAD-CPF NOT NUMERIC
                   MOVE "CPF AUSENTE" TO WS-MOTIVO-EXCLUSAO
               WHEN WS-CAD-PIS NOT NUMERIC
                   MOVE "PIS AUSENTE" TO WS-MOTIVO-EXCLUSAO
               WHEN OTHER
                   MOVE WS-CAD-CPF TO WS-DOC-NUMERO
                   IF WS-DOC-NUMERO = 0
                       MOVE "CPF AUSENTE" TO WS-MOTIVO-EXCLUSAO
                   ELSE
                       PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
                       IF NOT DOCUMENTO-VALIDO
                           MOVE "CPF INVALIDO" TO WS-MOTIVO-EXCLUSAO
                       END-IF
                   END-IF
                   IF WS-MOTIVO-EXCLUSAO = SPACES
                       MOVE WS-CAD-PIS TO WS-DOC-NUMERO
                       IF WS-DOC-NUMERO = 0
                           MOVE "PIS AUSENTE" TO WS-MOTIVO-EXCLUSAO
                       ELSE
                           PERFORM VALIDA-PIS THRU VALIDA-PIS-FIM
                           IF NOT DOCUMENTO-VALIDO
                               MOVE "PIS INVALIDO"
                                   TO WS-MOTIVO-EXCLUSAO
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO-EXCLUSAO NOT = SPACES
               PERFORM APONTA-EXCLUSAO
               GO TO DECLARA-FUNCIONARIO-FIM
           END-IF.

           MOVE SPACES TO DECLANU-REC.
           MOVE "D" TO DCL-FUN-TIPO.
           MOVE TAB-DCL-COD(DCL-IDX) TO DCL-FUN-COD.
           MOVE TAB-DCL-NOME(DCL-IDX) TO DCL-FUN-NOME.
           MOVE WS-CAD-CPF TO DCL-FUN-CPF.
           MOVE WS-CAD-PIS TO DCL-FUN-PIS.
           MOVE 0 TO DCL-FUN-ADMISSAO.
           IF WS-CAD-ADMISSAO NUMERIC
               MOVE WS-CAD-ADMISSAO TO DCL-FUN-ADMISSAO
           END-IF.
      *    saida depois do ano-base nao e desligamento do ano.
           MOVE 0 TO DCL-FUN-SAIDA.
           IF WS-CAD-SAIDA NUMERIC
                   AND WS-CAD-SAIDA-ANO <= WS-ANO-BASE
               MOVE WS-CAD-SAIDA TO DCL-FUN-SAIDA
           END-IF.
           MOVE 0 TO WS-FUN-BRUTO.
           MOVE 0 TO WS-FUN-INSS.
           MOVE 0 TO WS-FUN-IRRF.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 13
               PERFORM MONTA-MES-DECLARADO
           END-PERFORM.
           MOVE WS-FUN-BRUTO TO DCL-FUN-TOT-BRUTO.
           MOVE WS-FUN-INSS TO DCL-FUN-TOT-INSS.
           MOVE WS-FUN-IRRF TO DCL-FUN-TOT-IRRF.
           WRITE DECLANU-REC.

           ADD 1 TO WS-DCL-CONTAGEM.
           ADD WS-FUN-BRUTO TO WS-DCL-SOMA-BRUTO.
           ADD WS-FUN-INSS TO WS-DCL-SOMA-INSS.
           ADD WS-FUN-IRRF TO WS-DCL-SOMA-IRRF.
           MOVE TAB-DCL-COD(DCL-IDX)(1:5) TO WS-COD-NUMERO.
           ADD WS-COD-NUMERO TO WS-DCL-HASH.

       DECLARA-FUNCIONARIO-FIM.
           EXIT.

      *    bruto negativo (estorno maior que o mes) vai zerado; a
      *    declaracao nao tem campo com sinal.
       MONTA-MES-DECLARADO.
           COMPUTE WS-VALOR-MES =
               TAB-DCL-FOL-BRUTO(DCL-IDX, WS-MES-IDX)
               + TAB-DCL-EXT-BRUTO(DCL-IDX, WS-MES-IDX).
           IF WS-VALOR-MES < 0
               MOVE 0 TO WS-VALOR-MES
           END-IF.
           MOVE WS-VALOR-MES TO DCL-FUN-BRUTO(WS-MES-IDX).
           ADD WS-VALOR-MES TO WS-FUN-BRUTO.
           COMPUTE DCL-FUN-INSS(WS-MES-IDX) =
               TAB-DCL-FOL-INSS(DCL-IDX, WS-MES-IDX)
               + TAB-DCL-EXT-INSS(DCL-IDX, WS-MES-IDX).
           ADD DCL-FUN-INSS(WS-MES-IDX) TO WS-FUN-INSS.
           COMPUTE DCL-FUN-IRRF(WS-MES-IDX) =
               TAB-DCL-FOL-IRRF(DCL-IDX, WS-MES-IDX)
               + TAB-DCL-EXT-IRRF(DCL-IDX, WS-MES-IDX).
           ADD DCL-FUN-IRRF(WS-MES-IDX) TO WS-FUN-IRRF.

       BUSCA-CADASTRO.
           MOVE "N" TO WS-CAD-ACHADO.
           MOVE TAB-DCL-COD(DCL-IDX) TO FM-COD.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CAD-ACHADO
                   MOVE FM-DATA-ADMISSAO TO WS-CAD-ADMISSAO
                   MOVE SPACES TO WS-CAD-SAIDA
                   IF FM-SITUACAO = "I"
                       MOVE FM-DATA-SAIDA TO WS-CAD-SAIDA
                   END-IF
                   MOVE FM-CPF TO WS-CAD-CPF
                   MOVE FM-PIS TO WS-CAD-PIS
           END-READ.
           IF NOT CADASTRO-ACHADO
               PERFORM VARYING ARQ-IDX FROM 1 BY 1
                       UNTIL ARQ-IDX > WS-QTD-ARQUIVADOS
                       OR CADASTRO-ACHADO
                   IF TAB-ARQ-COD(ARQ-IDX) = TAB-DCL-COD(DCL-IDX)
                       MOVE "S" TO WS-CAD-ACHADO
                       MOVE TAB-ARQ-ADMISSAO(ARQ-IDX)
                           TO WS-CAD-ADMISSAO
                       MOVE TAB-ARQ-SAIDA(ARQ-IDX) TO WS-CAD-SAIDA
                       MOVE TAB-ARQ-CPF(ARQ-IDX) TO WS-CAD-CPF
                       MOVE TAB-ARQ-PIS(ARQ-IDX) TO WS-CAD-PIS
                   END-IF
               END-PERFORM
           END-IF.

       APONTA-EXCLUSAO.
           ADD 1 TO WS-DCL-EXCLUIDOS.
           MOVE SPACES TO DECLARACAO-REPORT-LINHA.
           STRING TAB-DCL-COD(DCL-IDX) " " TAB-DCL-NOME(DCL-IDX)
                  " " WS-MOTIVO-EXCLUSAO
               DELIMITED BY SIZE INTO DECLARACAO-REPORT-LINHA.
           WRITE DECLARACAO-REPORT-LINHA.
           DISPLAY "FORA DA DECLARACAO: " DECLARACAO-REPORT-LINHA.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "DOCPROC.cpy".
