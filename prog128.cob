       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG128.
      *    VIGIA DOS EXAMES OCUPACIONAIS (ASO).
      * 2026-10-15 primeira versao: para cada ativo do mestre pega o
      *            ultimo exame do EXAMES.DAT (PROG127) e, com o
      *            proximo vencimento a ASO-AVISO-DIAS dias ou menos
      *            (padrao 30) ou ja vencido, avisa o gerente do
      *            departamento (PAYMSTR + DEPTMSTR) e o RH pela fila
      *            do PROG10. tambem aponta o exame de retorno de
      *            quem volta de afastamento por doenca ou acidente
      *            de ASO-RETORNO-DIAS dias ou mais (AFASTAM.DAT,
      *            PROG124) e o ativo sem exame nenhum. cada aviso
      *            sai uma vez por vencimento (ASOAVIS.DAT); tudo
      *            vai para o relatorio ASOREL.DAT. roda na janela
      *            noturna.
      * 2026-10-15 aviso vai ao chefe imediato ativo da linha de
      *            comando (FM-SUPERIOR); gerente do departamento so
      *            para quem nao tem chefe informado. mestre passa a
      *            DYNAMIC.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ASOSEL.cpy".
           COPY "AFASEL.cpy".

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

      *    avisos ja feitos, para o mesmo vencimento nao gerar um
      *    aviso novo a cada noite (mesmo desenho do FERIAVIS do
      *    PROG74).
           SELECT AVISOS-FEITOS-FILE ASSIGN TO "ASOAVIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.

           SELECT ASO-REPORT-FILE ASSIGN TO "ASOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOREL-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "ASOFD.cpy".
       COPY "AFAFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

      *    tipo P = periodico, R = retorno de afastamento, S = sem
      *    exame (vencimento zero).
       FD  AVISOS-FEITOS-FILE.
       01  AVISO-FEITO-REC.
           05  AVISO-COD        PIC X(6).
           05  AVISO-VENCIMENTO PIC 9(8).
           05  AVISO-TIPO       PIC X.

       FD  ASO-REPORT-FILE.
       01  ASO-REPORT-LINHA PIC X(80).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-DEPTMSTR-STATUS PIC XX.
       01  WS-FILA-STATUS     PIC XX.
       01  WS-AVISOS-STATUS   PIC XX.
       01  WS-ASOREL-STATUS   PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DIAS-RESTANTES PIC S9(5).
       01  WS-DIAS-AFASTADO PIC 9(5).
       01  WS-DATA-VOLTA PIC 9(8).
       01  WS-DIAS-VOLTA PIC 9(7).
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-TEM-RETORNO PIC X.
       01  WS-GERENTE PIC X(20).
       01  WS-TEXTO-AVISO PIC X(80).

      *    gerentes por departamento, do mestre de departamentos.
       01  WS-TABELA-GERENTES.
           05  TAB-GER OCCURS 30 TIMES.
               10  TAB-GER-DEPTO   PIC X(4).
               10  TAB-GER-GERENTE PIC X(20).
       01  WS-QTD-GERENTES PIC 9(2) VALUE 0.
       01  WS-GER-IDX PIC 9(2).

       01  WS-TABELA-AVISADOS.
           05  TAB-AVISADO OCCURS 2000 TIMES.
               10  TAB-AVISADO-COD        PIC X(6).
               10  TAB-AVISADO-VENCIMENTO PIC 9(8).
               10  TAB-AVISADO-TIPO       PIC X.
       01  WS-QTD-AVISADOS PIC 9(4) VALUE 0.
       01  WS-AVI-IDX PIC 9(4).
       01  WS-JA-AVISADO PIC X.
       01  WS-AVISO-TIPO-PEDIDO PIC X.
       01  WS-AVISO-VENC-PEDIDO PIC 9(8).

       01  WS-QTD-ATIVOS PIC 9(5) VALUE 0.
       01  WS-QTD-APONTADOS PIC 9(4) VALUE 0.
       01  WS-QTD-VENCIDOS PIC 9(4) VALUE 0.
       01  WS-QTD-SEM-ASO PIC 9(4) VALUE 0.
       01  WS-QTD-RETORNOS PIC 9(4) VALUE 0.
       01  WS-QTD-AVISOS-NOVOS PIC 9(4) VALUE 0.

      *    aviso 30 dias antes do vencimento; exame de retorno para
      *    afastamento de 30 dias ou mais (NR-7).
       01  WS-AVISO-DIAS PIC 9(3) VALUE 30.
       01  WS-RETORNO-DIAS PIC 9(3) VALUE 30.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "ASOWS.cpy".
       COPY "AFAWS.cpy".
       COPY "HIERWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG128" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "ASO-AVISO-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-DIAS.
           MOVE "ASO-RETORNO-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-RETORNO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-RETORNO-DIAS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM CARREGA-GERENTES.
           PERFORM CARREGA-AVISADOS.
           PERFORM CARREGA-EXAMES.
           PERFORM CARREGA-AFASTAMENTOS.

           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO WS-TEM-PAYMSTR.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-PAYMSTR
           ELSE
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
               CLOSE FILA-MENSAGENS-FILE
               OPEN OUTPUT FILA-MENSAGENS-FILE
           END-IF.
           OPEN EXTEND AVISOS-FEITOS-FILE.
           IF WS-AVISOS-STATUS NOT = "00"
               CLOSE AVISOS-FEITOS-FILE
               OPEN OUTPUT AVISOS-FEITOS-FILE
           END-IF.

           OPEN OUTPUT ASO-REPORT-FILE.
           MOVE SPACES TO ASO-REPORT-LINHA.
           STRING "===== EXAMES OCUPACIONAIS EM " WS-DATA-HOJE
                  " (AVISO " WS-AVISO-DIAS " DIAS) ====="
               DELIMITED BY SIZE INTO ASO-REPORT-LINHA.
           WRITE ASO-REPORT-LINHA.
           MOVE "CODIGO NOME                 EXAME     VENCIMENTO SIT."
               TO ASO-REPORT-LINHA.
           WRITE ASO-REPORT-LINHA.

           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A"
                           PERFORM AVALIA-EXAME
                               THRU AVALIA-EXAME-FIM
                           PERFORM AVALIA-RETORNO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO ASO-REPORT-LINHA.
           STRING "ATIVOS " WS-QTD-ATIVOS
                  " APONTADOS " WS-QTD-APONTADOS
                  " VENCIDOS " WS-QTD-VENCIDOS
                  " SEM ASO " WS-QTD-SEM-ASO
                  " RETORNOS " WS-QTD-RETORNOS
               DELIMITED BY SIZE INTO ASO-REPORT-LINHA.
           WRITE ASO-REPORT-LINHA.
           DISPLAY ASO-REPORT-LINHA.
           DISPLAY "AVISOS NOVOS NA FILA: " WS-QTD-AVISOS-NOVOS.

           CLOSE ASO-REPORT-FILE.
           CLOSE AVISOS-FEITOS-FILE.
           CLOSE FILA-MENSAGENS-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

           IF WS-QTD-VENCIDOS > 0 OR WS-QTD-SEM-ASO > 0
               MOVE "VENCIDOS" TO WS-RUNLOG-RESULTADO
           END-IF.
           MOVE WS-QTD-APONTADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-GERENTES.
           MOVE 0 TO WS-QTD-GERENTES.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS = "00"
               PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
                   READ DEPARTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMSTR-STATUS
                       NOT AT END
                           IF WS-QTD-GERENTES < 30
                               ADD 1 TO WS-QTD-GERENTES
                               MOVE DEPT-CODIGO TO
                                   TAB-GER-DEPTO(WS-QTD-GERENTES)
                               MOVE DEPT-GERENTE TO
                                   TAB-GER-GERENTE(WS-QTD-GERENTES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.

       CARREGA-AVISADOS.
           MOVE 0 TO WS-QTD-AVISADOS.
           OPEN INPUT AVISOS-FEITOS-FILE.
           IF WS-AVISOS-STATUS = "00"
               PERFORM UNTIL WS-AVISOS-STATUS NOT = "00"
                   READ AVISOS-FEITOS-FILE
                       AT END
                           MOVE "10" TO WS-AVISOS-STATUS
                       NOT AT END
                           IF WS-QTD-AVISADOS < 2000
                               ADD 1 TO WS-QTD-AVISADOS
                               MOVE AVISO-FEITO-REC
                                   TO TAB-AVISADO(WS-QTD-AVISADOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AVISOS-FEITOS-FILE.

      *    ultimo exame (fora o demissional) com vencimento dentro
      *    da janela de aviso, ou ja vencido, entra no relatorio e
      *    gera o aviso; ativo sem exame nenhum tambem.
       AVALIA-EXAME.
           ADD 1 TO WS-QTD-ATIVOS.
           MOVE FM-COD TO WS-ASO-COD-PEDIDO.
           PERFORM PROCURA-ULTIMO-EXAME.
           IF WS-ASO-ULTIMO = 0
               ADD 1 TO WS-QTD-SEM-ASO
               ADD 1 TO WS-QTD-APONTADOS
               MOVE SPACES TO ASO-REPORT-LINHA
               STRING FM-COD " " FM-NOME " NENHUM EXAME REGISTRADO"
                   DELIMITED BY SIZE INTO ASO-REPORT-LINHA
               WRITE ASO-REPORT-LINHA
               MOVE "S" TO WS-AVISO-TIPO-PEDIDO
               MOVE 0 TO WS-AVISO-VENC-PEDIDO
               PERFORM CONFERE-AVISADO
               IF WS-JA-AVISADO = "N"
                   MOVE SPACES TO WS-TEXTO-AVISO
                   STRING "FUNC " FM-COD " " FM-NOME
                          " SEM EXAME OCUPACIONAL REGISTRADO"
                       DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                   PERFORM ENFILEIRA-AVISO
               END-IF
               GO TO AVALIA-EXAME-FIM
           END-IF.
           IF ASO-PROXIMO = 0
               GO TO AVALIA-EXAME-FIM
           END-IF.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(ASO-PROXIMO) - WS-DIAS-HOJE.
           IF WS-DIAS-RESTANTES > WS-AVISO-DIAS
               GO TO AVALIA-EXAME-FIM
           END-IF.

           ADD 1 TO WS-QTD-APONTADOS.
           MOVE SPACES TO ASO-REPORT-LINHA.
           IF WS-DIAS-RESTANTES < 0
               ADD 1 TO WS-QTD-VENCIDOS
               STRING FM-COD " " FM-NOME " PERIODICO " ASO-PROXIMO
                      "   VENCIDO"
                   DELIMITED BY SIZE INTO ASO-REPORT-LINHA
           ELSE
               STRING FM-COD " " FM-NOME " PERIODICO " ASO-PROXIMO
                      "   VENCE EM " WS-DIAS-RESTANTES " DIAS"
                   DELIMITED BY SIZE INTO ASO-REPORT-LINHA
           END-IF.
           WRITE ASO-REPORT-LINHA.

           MOVE "P" TO WS-AVISO-TIPO-PEDIDO.
           MOVE ASO-PROXIMO TO WS-AVISO-VENC-PEDIDO.
           PERFORM CONFERE-AVISADO.
           IF WS-JA-AVISADO = "N"
               MOVE SPACES TO WS-TEXTO-AVISO
               STRING "EXAME PERIODICO DO FUNC " FM-COD " " FM-NOME
                      " VENCE EM " ASO-PROXIMO
                   DELIMITED BY SIZE INTO WS-TEXTO-AVISO
               PERFORM ENFILEIRA-AVISO
           END-IF.

       AVALIA-EXAME-FIM.
           EXIT.

      *    afastamento por doenca ou acidente longo o bastante, com
      *    volta (efetiva, senao prevista) entre WS-AVISO-DIAS dias
      *    atras e WS-AVISO-DIAS dias adiante, pede exame de retorno
      *    enquanto nao houver um registrado a partir do inicio.
       AVALIA-RETORNO.
           PERFORM VARYING AFA-IDX FROM 1 BY 1
                   UNTIL AFA-IDX > WS-QTD-AFASTAMENTOS
               MOVE TAB-AFA(AFA-IDX) TO AF-AFASTAMENTO-REC
               IF AF-COD = FM-COD AND (AF-DOENCA OR AF-ACIDENTE)
                   PERFORM CONFERE-RETORNO
                       THRU CONFERE-RETORNO-FIM
               END-IF
           END-PERFORM.

       CONFERE-RETORNO.
           IF AF-RETORNO-EFETIVO NOT = 0
               MOVE AF-RETORNO-EFETIVO TO WS-DATA-VOLTA
           ELSE
               MOVE AF-RETORNO-PREVISTO TO WS-DATA-VOLTA
           END-IF.
           COMPUTE WS-DIAS-VOLTA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-VOLTA).
           COMPUTE WS-DIAS-AFASTADO = WS-DIAS-VOLTA
               - FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO).
           COMPUTE WS-DIAS-RESTANTES = WS-DIAS-VOLTA - WS-DIAS-HOJE.
           IF WS-DIAS-AFASTADO < WS-RETORNO-DIAS
                   OR WS-DIAS-RESTANTES > WS-AVISO-DIAS
                   OR WS-DIAS-RESTANTES < 0 - WS-AVISO-DIAS
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           MOVE "N" TO WS-TEM-RETORNO.
           PERFORM VARYING ASO-IDX FROM 1 BY 1
                   UNTIL ASO-IDX > WS-QTD-EXAMES
               MOVE TAB-ASO(ASO-IDX) TO ASO-EXAME-REC
               IF ASO-COD = FM-COD AND ASO-RETORNO
                       AND ASO-DATA NOT < AF-DATA-INICIO
                   MOVE "S" TO WS-TEM-RETORNO
               END-IF
           END-PERFORM.
           IF WS-TEM-RETORNO = "S"
               GO TO CONFERE-RETORNO-FIM
           END-IF.

           ADD 1 TO WS-QTD-RETORNOS.
           ADD 1 TO WS-QTD-APONTADOS.
           MOVE SPACES TO ASO-REPORT-LINHA.
           STRING FM-COD " " FM-NOME " RETORNO   " WS-DATA-VOLTA
                  "   AFASTADO " WS-DIAS-AFASTADO " DIAS"
               DELIMITED BY SIZE INTO ASO-REPORT-LINHA.
           WRITE ASO-REPORT-LINHA.

           MOVE "R" TO WS-AVISO-TIPO-PEDIDO.
           MOVE WS-DATA-VOLTA TO WS-AVISO-VENC-PEDIDO.
           PERFORM CONFERE-AVISADO.
           IF WS-JA-AVISADO = "N"
               MOVE SPACES TO WS-TEXTO-AVISO
               STRING "EXAME DE RETORNO DO FUNC " FM-COD " " FM-NOME
                      " ANTES DA VOLTA EM " WS-DATA-VOLTA
                   DELIMITED BY SIZE INTO WS-TEXTO-AVISO
               PERFORM ENFILEIRA-AVISO
           END-IF.

       CONFERE-RETORNO-FIM.
           EXIT.

       CONFERE-AVISADO.
           MOVE "N" TO WS-JA-AVISADO.
           PERFORM VARYING WS-AVI-IDX FROM 1 BY 1
                   UNTIL WS-AVI-IDX > WS-QTD-AVISADOS
               IF TAB-AVISADO-COD(WS-AVI-IDX) = FM-COD
                       AND TAB-AVISADO-VENCIMENTO(WS-AVI-IDX) =
                           WS-AVISO-VENC-PEDIDO
                       AND TAB-AVISADO-TIPO(WS-AVI-IDX) =
                           WS-AVISO-TIPO-PEDIDO
                   MOVE "S" TO WS-JA-AVISADO
               END-IF
           END-PERFORM.

      *    o texto ja posto em WS-TEXTO-AVISO vai para o chefe
      *    imediato (ou, sem chefe informado, o gerente do
      *    departamento) e para o RH (uma vez so quando nao ha
      *    nenhum dos dois).
       ENFILEIRA-AVISO.
           PERFORM ACHA-GERENTE.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE WS-TEXTO-AVISO TO FILA-TEXTO.
           MOVE WS-GERENTE TO FILA-DESTINATARIO.
           MOVE "R" TO FILA-PRIORIDADE.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.
           IF WS-GERENTE NOT = "RH"
               MOVE "RH" TO FILA-DESTINATARIO
               WRITE FILA-MENSAGEM-REC
           END-IF.

           MOVE FM-COD TO AVISO-COD.
           MOVE WS-AVISO-VENC-PEDIDO TO AVISO-VENCIMENTO.
           MOVE WS-AVISO-TIPO-PEDIDO TO AVISO-TIPO.
           WRITE AVISO-FEITO-REC.
           IF WS-QTD-AVISADOS < 2000
               ADD 1 TO WS-QTD-AVISADOS
               MOVE AVISO-FEITO-REC TO TAB-AVISADO(WS-QTD-AVISADOS)
           END-IF.
           ADD 1 TO WS-QTD-AVISOS-NOVOS.

       ACHA-GERENTE.
           MOVE "RH" TO WS-GERENTE.
           MOVE FM-COD TO WS-HIER-COD-PEDIDO.
           PERFORM BUSCA-CHEFIA.
           IF WS-HIER-CHEFE-NOME NOT = SPACES
               MOVE WS-HIER-CHEFE-NOME TO WS-GERENTE
           ELSE
               PERFORM ACHA-GERENTE-DEPARTAMENTO
           END-IF.

       ACHA-GERENTE-DEPARTAMENTO.
           IF WS-TEM-PAYMSTR = "S"
               MOVE FM-COD TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                               UNTIL WS-GER-IDX > WS-QTD-GERENTES
                           IF TAB-GER-DEPTO(WS-GER-IDX) = PM-DEPTO
                               MOVE TAB-GER-GERENTE(WS-GER-IDX)
                                   TO WS-GERENTE
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "ASOPROC.cpy".
       COPY "AFAPROC.cpy".
       COPY "HIERPROC.cpy".
