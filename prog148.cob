       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG148.
      *    CONFORMIDADE DOS TREINAMENTOS OBRIGATORIOS.
      * 2026-10-15 primeira versao: para cada ativo do mestre pega a
      *            grade e o departamento no PAYMSTR e confere cada
      *            curso obrigatorio deles (CURSOBRI.DAT, PROG147)
      *            contra o cadastro de treinamentos (TREINREG.DAT):
      *            vale a conclusao mais recente com nota na minima
      *            do catalogo ou acima, vencendo na validade do
      *            curso em meses. curso que falta, certificado
      *            vencido e certificado a vencer em
      *            TREINO-AVISO-DIAS dias (padrao 30) saem no
      *            relatorio TREICONF.DAT; vencido e a vencer avisam
      *            o chefe imediato (sem chefe, o gerente do
      *            departamento pelo papel GERENTE) pela fila do
      *            PROG10, uma vez por vencimento (TREIAVIS.DAT),
      *            no molde do PROG128. roda na janela noturna.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CURSSEL.cpy".

           SELECT TREINAMENTOS-FILE ASSIGN TO "TREINREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREINREG-STATUS.

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

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

      *    avisos ja feitos, para o mesmo vencimento nao gerar um
      *    aviso novo a cada noite (mesmo desenho do ASOAVIS do
      *    PROG128).
           SELECT AVISOS-FEITOS-FILE ASSIGN TO "TREIAVIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.

           SELECT CONFORMIDADE-REPORT-FILE ASSIGN TO "TREICONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREICONF-STATUS.

           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "CURSFD.cpy".

       FD  TREINAMENTOS-FILE.
       COPY "TREINREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       FD  AVISOS-FEITOS-FILE.
       01  AVISO-FEITO-REC.
           05  AVISO-COD        PIC X(6).
           05  AVISO-CURSO      PIC X(10).
           05  AVISO-VENCIMENTO PIC 9(8).

       FD  CONFORMIDADE-REPORT-FILE.
       01  CONFORMIDADE-REPORT-LINHA PIC X(100).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-TREINREG-STATUS PIC XX.
       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-FILA-STATUS     PIC XX.
       01  WS-AVISOS-STATUS   PIC XX.
       01  WS-TREICONF-STATUS PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DIAS-RESTANTES PIC S9(5).
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-ACHOU-PAGAMENTO PIC X.
       01  WS-GRADE-FUNC PIC X(4).
       01  WS-DEPTO-FUNC PIC X(4).
       01  WS-GERENTE PIC X(20).
       01  WS-TEXTO-AVISO PIC X(80).
       01  WS-SITUACAO-CURSO PIC X(20).
       01  WS-NOTA-EXIGIDA PIC 9(3).

      *    conclusoes do cadastro de treinamentos, em imagem do
      *    registro TRE-TREINAMENTO-REC.
       01  WS-TABELA-CONCLUSOES.
           05  TAB-TRE OCCURS 3000 TIMES INDEXED BY TRE-IDX
                       PIC X(27).
       01  WS-QTD-CONCLUSOES PIC 9(4) VALUE 0.
       01  WS-ULTIMA-CONCLUSAO PIC 9(8).

      *    cursos ja conferidos do funcionario da vez: curso exigido
      *    pela grade e pelo departamento sai uma vez so.
       01  WS-TABELA-EXIGIDOS.
           05  TAB-EXIGIDO OCCURS 50 TIMES PIC X(10).
       01  WS-QTD-EXIGIDOS PIC 9(2).
       01  WS-EXI-IDX PIC 9(2).
       01  WS-JA-EXIGIDO PIC X.

       01  WS-TABELA-AVISADOS.
           05  TAB-AVISADO OCCURS 2000 TIMES PIC X(24).
       01  WS-QTD-AVISADOS PIC 9(4) VALUE 0.
       01  WS-AVI-IDX PIC 9(4).
       01  WS-JA-AVISADO PIC X.

       01  WS-QTD-ATIVOS PIC 9(5) VALUE 0.
       01  WS-QTD-EXIGENCIAS PIC 9(5) VALUE 0.
       01  WS-QTD-FALTANTES PIC 9(4) VALUE 0.
       01  WS-QTD-VENCIDOS PIC 9(4) VALUE 0.
       01  WS-QTD-A-VENCER PIC 9(4) VALUE 0.
       01  WS-QTD-AVISOS-NOVOS PIC 9(4) VALUE 0.

      *    aviso 30 dias antes do vencimento do certificado.
       01  WS-AVISO-DIAS PIC 9(3) VALUE 30.

       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "CURSWS.cpy".
       COPY "HIERWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG148" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "TREINO-AVISO-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-DIAS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM CARREGA-CURSOS.
           PERFORM CARREGA-OBRIGATORIOS.
           IF WS-QTD-OBRIGATORIOS = 0
               DISPLAY "NENHUM CURSO OBRIGATORIO CADASTRADO"
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-CONCLUSOES.
           PERFORM CARREGA-AVISADOS.

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

           OPEN OUTPUT CONFORMIDADE-REPORT-FILE.
           MOVE SPACES TO CONFORMIDADE-REPORT-LINHA.
           STRING "===== TREINAMENTOS OBRIGATORIOS EM " WS-DATA-HOJE
                  " (AVISO " WS-AVISO-DIAS " DIAS) ====="
               DELIMITED BY SIZE INTO CONFORMIDADE-REPORT-LINHA.
           WRITE CONFORMIDADE-REPORT-LINHA.
           MOVE "CODIGO NOME                 GR DEPT CURSO      "
               TO CONFORMIDADE-REPORT-LINHA.
           MOVE "CONCLUSAO VENCIMENTO SITUACAO"
               TO CONFORMIDADE-REPORT-LINHA(50:).
           WRITE CONFORMIDADE-REPORT-LINHA.

           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A"
                           PERFORM CONFERE-FUNCIONARIO
                               THRU CONFERE-FUNCIONARIO-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO CONFORMIDADE-REPORT-LINHA.
           STRING "ATIVOS " WS-QTD-ATIVOS
                  " EXIGENCIAS " WS-QTD-EXIGENCIAS
                  " FALTANTES " WS-QTD-FALTANTES
                  " VENCIDOS " WS-QTD-VENCIDOS
                  " A VENCER " WS-QTD-A-VENCER
               DELIMITED BY SIZE INTO CONFORMIDADE-REPORT-LINHA.
           WRITE CONFORMIDADE-REPORT-LINHA.
           DISPLAY CONFORMIDADE-REPORT-LINHA.
           DISPLAY "AVISOS NOVOS NA FILA: " WS-QTD-AVISOS-NOVOS.

           CLOSE CONFORMIDADE-REPORT-FILE.
           CLOSE AVISOS-FEITOS-FILE.
           CLOSE FILA-MENSAGENS-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

           IF WS-QTD-FALTANTES > 0 OR WS-QTD-VENCIDOS > 0
               MOVE "PENDENTES" TO WS-RUNLOG-RESULTADO
           END-IF.
           MOVE WS-QTD-EXIGENCIAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-CONCLUSOES.
           MOVE 0 TO WS-QTD-CONCLUSOES.
           OPEN INPUT TREINAMENTOS-FILE.
           IF WS-TREINREG-STATUS = "00"
               PERFORM UNTIL WS-TREINREG-STATUS NOT = "00"
                   READ TREINAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-TREINREG-STATUS
                       NOT AT END
                           IF WS-QTD-CONCLUSOES < 3000
                               ADD 1 TO WS-QTD-CONCLUSOES
                               MOVE TRE-TREINAMENTO-REC
                                   TO TAB-TRE(WS-QTD-CONCLUSOES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TREINAMENTOS-FILE.

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

      *    ativo sem PAYMSTR nao tem grade nem departamento, entao
      *    nenhum obrigatorio se aplica a ele.
       CONFERE-FUNCIONARIO.
           ADD 1 TO WS-QTD-ATIVOS.
           IF WS-TEM-PAYMSTR NOT = "S"
               GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU-PAGAMENTO.
           MOVE FM-COD TO PM-COD.
           READ PAGAMENTO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PAGAMENTO
           END-READ.
           IF WS-ACHOU-PAGAMENTO NOT = "S"
               GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.
           MOVE SPACES TO WS-GRADE-FUNC.
           MOVE PM-GRADE TO WS-GRADE-FUNC.
           MOVE PM-DEPTO TO WS-DEPTO-FUNC.

           MOVE 0 TO WS-QTD-EXIGIDOS.
           PERFORM VARYING OBR-IDX FROM 1 BY 1
                   UNTIL OBR-IDX > WS-QTD-OBRIGATORIOS
               MOVE TAB-OBR(OBR-IDX) TO OBR-REQUISITO-REC
               IF (OBR-POR-GRADE AND OBR-CHAVE = WS-GRADE-FUNC)
                       OR (OBR-POR-DEPTO
                           AND OBR-CHAVE = WS-DEPTO-FUNC)
                   PERFORM CONFERE-EXIGENCIA
                       THRU CONFERE-EXIGENCIA-FIM
               END-IF
           END-PERFORM.

       CONFERE-FUNCIONARIO-FIM.
           EXIT.

      *    vale a conclusao mais recente com a nota minima do curso;
      *    curso obrigatorio fora do catalogo nao tem nota minima
      *    nem vencimento.
       CONFERE-EXIGENCIA.
           MOVE "N" TO WS-JA-EXIGIDO.
           PERFORM VARYING WS-EXI-IDX FROM 1 BY 1
                   UNTIL WS-EXI-IDX > WS-QTD-EXIGIDOS
               IF TAB-EXIGIDO(WS-EXI-IDX) = OBR-CURSO
                   MOVE "S" TO WS-JA-EXIGIDO
               END-IF
           END-PERFORM.
           IF WS-JA-EXIGIDO = "S"
               GO TO CONFERE-EXIGENCIA-FIM
           END-IF.
           IF WS-QTD-EXIGIDOS < 50
               ADD 1 TO WS-QTD-EXIGIDOS
               MOVE OBR-CURSO TO TAB-EXIGIDO(WS-QTD-EXIGIDOS)
           END-IF.
           ADD 1 TO WS-QTD-EXIGENCIAS.

           MOVE OBR-CURSO TO WS-CUR-CODIGO-PEDIDO.
           PERFORM PROCURA-CURSO.
           IF WS-CURSO-ACHADO = 0
               MOVE 0 TO WS-NOTA-EXIGIDA WS-CUR-MESES
           ELSE
               MOVE CUR-NOTA-MINIMA TO WS-NOTA-EXIGIDA
               MOVE CUR-VALIDADE-MESES TO WS-CUR-MESES
           END-IF.

           MOVE 0 TO WS-ULTIMA-CONCLUSAO.
           PERFORM VARYING TRE-IDX FROM 1 BY 1
                   UNTIL TRE-IDX > WS-QTD-CONCLUSOES
               MOVE TAB-TRE(TRE-IDX) TO TRE-TREINAMENTO-REC
               IF TRE-COD = FM-COD AND TRE-CURSO = OBR-CURSO
                       AND TRE-NOTA NOT < WS-NOTA-EXIGIDA
                       AND TRE-DATA > WS-ULTIMA-CONCLUSAO
                   MOVE TRE-DATA TO WS-ULTIMA-CONCLUSAO
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-CUR-VENCIMENTO.
           IF WS-ULTIMA-CONCLUSAO = 0
               ADD 1 TO WS-QTD-FALTANTES
               MOVE "FALTA" TO WS-SITUACAO-CURSO
               PERFORM RELATA-EXIGENCIA
               GO TO CONFERE-EXIGENCIA-FIM
           END-IF.
           IF WS-CUR-MESES = 0
               GO TO CONFERE-EXIGENCIA-FIM
           END-IF.
           MOVE WS-ULTIMA-CONCLUSAO TO WS-CUR-DATA-BASE.
           PERFORM CALCULA-VENCIMENTO-CURSO.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WS-CUR-VENCIMENTO)
               - WS-DIAS-HOJE.
           IF WS-DIAS-RESTANTES > WS-AVISO-DIAS
               GO TO CONFERE-EXIGENCIA-FIM
           END-IF.

           MOVE SPACES TO WS-TEXTO-AVISO.
           IF WS-DIAS-RESTANTES < 0
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE "VENCIDO" TO WS-SITUACAO-CURSO
               STRING "CERTIFICADO " OBR-CURSO " DO FUNC " FM-COD
                      " " FM-NOME " VENCEU EM " WS-CUR-VENCIMENTO
                   DELIMITED BY SIZE INTO WS-TEXTO-AVISO
           ELSE
               ADD 1 TO WS-QTD-A-VENCER
               MOVE SPACES TO WS-SITUACAO-CURSO
               STRING "VENCE EM " WS-DIAS-RESTANTES " DIAS"
                   DELIMITED BY SIZE INTO WS-SITUACAO-CURSO
               STRING "CERTIFICADO " OBR-CURSO " DO FUNC " FM-COD
                      " " FM-NOME " VENCE EM " WS-CUR-VENCIMENTO
                   DELIMITED BY SIZE INTO WS-TEXTO-AVISO
           END-IF.
           PERFORM RELATA-EXIGENCIA.

           PERFORM CONFERE-AVISADO.
           IF WS-JA-AVISADO = "N"
               PERFORM ENFILEIRA-AVISO
           END-IF.

       CONFERE-EXIGENCIA-FIM.
           EXIT.

       RELATA-EXIGENCIA.
           MOVE SPACES TO CONFORMIDADE-REPORT-LINHA.
           STRING FM-COD " " FM-NOME " " PM-GRADE " " PM-DEPTO " "
                  OBR-CURSO " " WS-ULTIMA-CONCLUSAO "  "
                  WS-CUR-VENCIMENTO "   " WS-SITUACAO-CURSO
               DELIMITED BY SIZE INTO CONFORMIDADE-REPORT-LINHA.
           WRITE CONFORMIDADE-REPORT-LINHA.

       CONFERE-AVISADO.
           MOVE FM-COD TO AVISO-COD.
           MOVE OBR-CURSO TO AVISO-CURSO.
           MOVE WS-CUR-VENCIMENTO TO AVISO-VENCIMENTO.
           MOVE "N" TO WS-JA-AVISADO.
           PERFORM VARYING WS-AVI-IDX FROM 1 BY 1
                   UNTIL WS-AVI-IDX > WS-QTD-AVISADOS
               IF TAB-AVISADO(WS-AVI-IDX) = AVISO-FEITO-REC
                   MOVE "S" TO WS-JA-AVISADO
               END-IF
           END-PERFORM.

      *    o texto ja posto em WS-TEXTO-AVISO vai para o chefe
      *    imediato ou, sem chefe informado, para o gerente do
      *    departamento (papel resolvido pelo PROG10 na entrega).
       ENFILEIRA-AVISO.
           PERFORM ACHA-GERENTE.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE WS-TEXTO-AVISO TO FILA-TEXTO.
           MOVE WS-GERENTE TO FILA-DESTINATARIO.
           MOVE "R" TO FILA-PRIORIDADE.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.

           MOVE FM-COD TO AVISO-COD.
           MOVE OBR-CURSO TO AVISO-CURSO.
           MOVE WS-CUR-VENCIMENTO TO AVISO-VENCIMENTO.
           WRITE AVISO-FEITO-REC.
           IF WS-QTD-AVISADOS < 2000
               ADD 1 TO WS-QTD-AVISADOS
               MOVE AVISO-FEITO-REC TO TAB-AVISADO(WS-QTD-AVISADOS)
           END-IF.
           ADD 1 TO WS-QTD-AVISOS-NOVOS.

       ACHA-GERENTE.
           MOVE FM-COD TO WS-HIER-COD-PEDIDO.
           PERFORM BUSCA-CHEFIA.
           IF WS-HIER-CHEFE-NOME NOT = SPACES
               MOVE WS-HIER-CHEFE-NOME TO WS-GERENTE
           ELSE
               MOVE SPACES TO WS-GERENTE
               STRING "GERENTE:" WS-DEPTO-FUNC
                   DELIMITED BY SIZE INTO WS-GERENTE
           END-IF.

       COPY "CURSPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "HIERPROC.cpy".
