       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG125.
      *    VIGIA DOS CONTRATOS DE EXPERIENCIA.
      * 2026-10-15 primeira versao: abre o acompanhamento
      *            (EXPERIEN.DAT) de cada admitido ativo a partir de
      *            FM-DATA-ADMISSAO - contrato de 45 dias prorrogavel
      *            por mais 45 (EXPER-DIAS-PRIMEIRO/EXPER-DIAS-TOTAL)
      *            - e, EXPER-AVISO-UTEIS dias uteis (padrao 10,
      *            pelo CALENDAR.DAT) antes do fim de cada prazo,
      *            pede a decisao ao gerente do departamento
      *            (PAYMSTR + DEPTMSTR) pela fila do PROG10. sem
      *            decisao a EXPER-ESCALA-UTEIS dias uteis do fim
      *            (padrao 2) o pedido sobe, urgente, para o
      *            supervisor do gerente (DESTDIR.DAT). prazo
      *            passado em branco vira contrato por prazo
      *            indeterminado e vai para o relatorio EXPEREL.DAT.
      *            a decisao e registrada no PROG126. roda na janela
      *            noturna.
      * 2026-10-15 pedido e escalada seguem a linha de comando
      *            (FM-SUPERIOR, rotina de HIERPROC.cpy): chefe
      *            imediato ativo e o chefe dele; gerente de
      *            departamento e DESTDIR ficam para quem nao tem
      *            chefe informado. mestre passa a DYNAMIC.
      * 2026-10-15 layout do DESTDIR.DAT acompanha os campos de
      *            canal de entrega externa (gateway e-mail/SMS).
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EXPSEL.cpy".

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

           SELECT DIRETORIO-DEST-FILE ASSIGN TO "DESTDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRETORIO-STATUS.

           SELECT FILA-MENSAGENS-FILE ASSIGN TO "MSGFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           SELECT EXPERIENCIA-REPORT-FILE ASSIGN TO "EXPEREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPEREL-STATUS.

           COPY "CALSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "EXPFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  DIRETORIO-DEST-FILE.
       01  DIRETORIO-DEST-REC.
           05  DIR-DESTINATARIO   PIC X(20).
           05  DIR-SUPERVISOR     PIC X(20).
           05  DIR-AUSENTE-DE     PIC X(8).
           05  DIR-AUSENTE-ATE    PIC X(8).
           05  DIR-DELEGADO       PIC X(20).
           05  DIR-DIGESTO        PIC X.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".

       FD  EXPERIENCIA-REPORT-FILE.
       01  EXPERIENCIA-REPORT-LINHA PIC X(80).

       COPY "CALFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-DEPTMSTR-STATUS PIC XX.
       01  WS-DIRETORIO-STATUS PIC XX.
       01  WS-FILA-STATUS     PIC XX.
       01  WS-EXPEREL-STATUS  PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DIAS-ADMISSAO PIC 9(7).
       01  WS-DATA-AVISO PIC 9(8).
       01  WS-DATA-ESCALA PIC 9(8).
       01  WS-FASE-PRAZO PIC X(11).
       01  WS-SITUACAO-AVISO PIC X(24).
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-EXPERIENCIA-ALTERADA PIC X VALUE "N".

       01  WS-GERENTE PIC X(20).
       01  WS-SUPERVISOR PIC X(20).

      *    gerentes por departamento, do mestre de departamentos.
       01  WS-TABELA-GERENTES.
           05  TAB-GER OCCURS 30 TIMES.
               10  TAB-GER-DEPTO   PIC X(4).
               10  TAB-GER-GERENTE PIC X(20).
       01  WS-QTD-GERENTES PIC 9(2) VALUE 0.
       01  WS-GER-IDX PIC 9(2).

       01  WS-QTD-ABERTOS PIC 9(4) VALUE 0.
       01  WS-QTD-APONTADOS PIC 9(4) VALUE 0.
       01  WS-QTD-AVISOS-GERENTE PIC 9(4) VALUE 0.
       01  WS-QTD-ESCALADOS PIC 9(4) VALUE 0.
       01  WS-QTD-VENCIDOS PIC 9(4) VALUE 0.

      *    contrato 45+45; pedido de decisao 10 dias uteis antes do
      *    fim do prazo e escalada ao supervisor 2 dias uteis antes.
       01  WS-DIAS-PRIMEIRO PIC 9(3) VALUE 45.
       01  WS-DIAS-TOTAL PIC 9(3) VALUE 90.
       01  WS-AVISO-UTEIS PIC 9(3) VALUE 10.
       01  WS-ESCALA-UTEIS PIC 9(3) VALUE 2.

       COPY "CAMPOSCOM.cpy".
       COPY "CALWS.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "EXPWS.cpy".
       COPY "HIERWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG125" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "EXPER-DIAS-PRIMEIRO" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-DIAS-PRIMEIRO TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-DIAS-PRIMEIRO.
           MOVE "EXPER-DIAS-TOTAL" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-DIAS-TOTAL TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-DIAS-TOTAL.
           MOVE "EXPER-AVISO-UTEIS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-AVISO-UTEIS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-AVISO-UTEIS.
           MOVE "EXPER-ESCALA-UTEIS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-ESCALA-UTEIS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-ESCALA-UTEIS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-GERENTES.
           PERFORM CARREGA-EXPERIENCIA.

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

           OPEN OUTPUT EXPERIENCIA-REPORT-FILE.
           MOVE SPACES TO EXPERIENCIA-REPORT-LINHA.
           STRING "===== CONTRATOS DE EXPERIENCIA EM "
                  WS-DATA-HOJE " ====="
               DELIMITED BY SIZE INTO EXPERIENCIA-REPORT-LINHA.
           WRITE EXPERIENCIA-REPORT-LINHA.
           MOVE "CODIGO NOME                 PRAZO       ULT.DIA  SIT."
               TO EXPERIENCIA-REPORT-LINHA.
           WRITE EXPERIENCIA-REPORT-LINHA.

           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A"
                               AND FM-DATA-ADMISSAO NOT = 0
                           PERFORM AVALIA-EXPERIENCIA
                               THRU AVALIA-EXPERIENCIA-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO EXPERIENCIA-REPORT-LINHA.
           STRING "EM ABERTO " WS-QTD-ABERTOS
                  " APONTADOS " WS-QTD-APONTADOS
                  " AVISOS " WS-QTD-AVISOS-GERENTE
                  " ESCALADOS " WS-QTD-ESCALADOS
                  " VENCIDOS " WS-QTD-VENCIDOS
               DELIMITED BY SIZE INTO EXPERIENCIA-REPORT-LINHA.
           WRITE EXPERIENCIA-REPORT-LINHA.
           DISPLAY EXPERIENCIA-REPORT-LINHA.

           CLOSE EXPERIENCIA-REPORT-FILE.
           CLOSE FILA-MENSAGENS-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.
           IF WS-EXPERIENCIA-ALTERADA = "S"
               PERFORM GRAVA-EXPERIENCIA
           END-IF.

           IF WS-QTD-VENCIDOS > 0
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

      *    admitido ativo ainda dentro dos 90 dias ganha o registro
      *    de acompanhamento; quem tem prazo em aberto entra no
      *    relatorio a partir do dia do pedido ao gerente.
       AVALIA-EXPERIENCIA.
           MOVE FM-COD TO WS-EXP-COD-PEDIDO.
           PERFORM PROCURA-EXPERIENCIA.
           IF WS-EXP-ACHADA = 0
               PERFORM ABRE-EXPERIENCIA
                   THRU ABRE-EXPERIENCIA-FIM
               IF WS-EXP-ACHADA = 0
                   GO TO AVALIA-EXPERIENCIA-FIM
               END-IF
           END-IF.
           IF NOT EXP-EM-ABERTO
               GO TO AVALIA-EXPERIENCIA-FIM
           END-IF.
           ADD 1 TO WS-QTD-ABERTOS.
           IF EXP-PRORROGADO
               MOVE "PRORROGACAO" TO WS-FASE-PRAZO
           ELSE
               MOVE "1O PRAZO" TO WS-FASE-PRAZO
           END-IF.

           IF WS-DATA-HOJE > WS-EXP-PRAZO
               PERFORM MARCA-VENCIDO
               GO TO AVALIA-EXPERIENCIA-FIM
           END-IF.

           MOVE WS-EXP-PRAZO TO WS-CAL-DATA-TESTE.
           MOVE WS-AVISO-UTEIS TO WS-CAL-QTD-UTEIS.
           PERFORM RECUA-DIAS-UTEIS.
           MOVE WS-CAL-DATA-TESTE TO WS-DATA-AVISO.
           MOVE WS-EXP-PRAZO TO WS-CAL-DATA-TESTE.
           MOVE WS-ESCALA-UTEIS TO WS-CAL-QTD-UTEIS.
           PERFORM RECUA-DIAS-UTEIS.
           MOVE WS-CAL-DATA-TESTE TO WS-DATA-ESCALA.
           IF WS-DATA-HOJE < WS-DATA-AVISO
               GO TO AVALIA-EXPERIENCIA-FIM
           END-IF.

           ADD 1 TO WS-QTD-APONTADOS.
           PERFORM ACHA-GERENTE.
           IF EXP-AVISO-GERENTE = 0
               PERFORM ENFILEIRA-PEDIDO-GERENTE
           END-IF.
           MOVE "AGUARDA GERENTE" TO WS-SITUACAO-AVISO.
           IF WS-DATA-HOJE NOT < WS-DATA-ESCALA
               IF EXP-AVISO-SUPERVISOR = 0
                   PERFORM ENFILEIRA-ESCALADA-SUPERVISOR
               END-IF
               MOVE "ESCALADO AO SUPERVISOR" TO WS-SITUACAO-AVISO
           END-IF.
           MOVE EXP-EXPERIENCIA-REC TO TAB-EXP(WS-EXP-ACHADA).

           MOVE SPACES TO EXPERIENCIA-REPORT-LINHA.
           STRING FM-COD " " FM-NOME " " WS-FASE-PRAZO " "
                  WS-EXP-PRAZO " " WS-SITUACAO-AVISO
               DELIMITED BY SIZE INTO EXPERIENCIA-REPORT-LINHA.
           WRITE EXPERIENCIA-REPORT-LINHA.

       AVALIA-EXPERIENCIA-FIM.
           EXIT.

      *    quem ja passou dos 90 dias quando o acompanhamento comecou
      *    nao esta mais em experiencia e nao ganha registro.
       ABRE-EXPERIENCIA.
           COMPUTE WS-DIAS-ADMISSAO =
               FUNCTION INTEGER-OF-DATE(FM-DATA-ADMISSAO).
           MOVE SPACES TO EXP-EXPERIENCIA-REC.
           MOVE FM-COD TO EXP-COD.
           MOVE FM-DATA-ADMISSAO TO EXP-DATA-ADMISSAO.
           COMPUTE EXP-FIM-PRIMEIRO = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-ADMISSAO + WS-DIAS-PRIMEIRO - 1).
           COMPUTE EXP-FIM-SEGUNDO = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-ADMISSAO + WS-DIAS-TOTAL - 1).
           IF EXP-FIM-SEGUNDO < WS-DATA-HOJE
                   OR WS-QTD-EXPERIENCIA = 1000
               GO TO ABRE-EXPERIENCIA-FIM
           END-IF.
           MOVE "1" TO EXP-SITUACAO.
           MOVE SPACE TO EXP-DECISAO.
           MOVE 0 TO EXP-DATA-DECISAO EXP-AVISO-GERENTE
                     EXP-AVISO-SUPERVISOR.
           ADD 1 TO WS-QTD-EXPERIENCIA.
           MOVE WS-QTD-EXPERIENCIA TO WS-EXP-ACHADA.
           MOVE EXP-EXPERIENCIA-REC TO TAB-EXP(WS-EXP-ACHADA).
           MOVE "S" TO WS-EXPERIENCIA-ALTERADA.
           PERFORM CALCULA-PRAZO-EXPERIENCIA.

       ABRE-EXPERIENCIA-FIM.
           EXIT.

      *    o pedido vai para o chefe imediato ativo da linha de
      *    comando (FM-SUPERIOR); sem chefe informado, para o
      *    gerente do departamento do funcionario; sem departamento
      *    cadastrado, vai para RH.
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

      *    escalada para o chefe do chefe na linha de comando; se o
      *    gerente veio do departamento, supervisor dele no
      *    diretorio de destinatarios (o mesmo do PROG36); sem
      *    supervisor cadastrado, vai para RH.
       ACHA-SUPERVISOR.
           MOVE "RH" TO WS-SUPERVISOR.
           IF WS-HIER-CHEFE-NOME NOT = SPACES
                   AND WS-HIER-CHEFE2-NOME NOT = SPACES
               MOVE WS-HIER-CHEFE2-NOME TO WS-SUPERVISOR
               GO TO ACHA-SUPERVISOR-FIM
           END-IF.
           OPEN INPUT DIRETORIO-DEST-FILE.
           IF WS-DIRETORIO-STATUS = "00"
               PERFORM UNTIL WS-DIRETORIO-STATUS NOT = "00"
                   READ DIRETORIO-DEST-FILE
                       AT END
                           MOVE "10" TO WS-DIRETORIO-STATUS
                       NOT AT END
                           IF DIR-DESTINATARIO = WS-GERENTE
                                   AND DIR-SUPERVISOR NOT = SPACES
                               MOVE DIR-SUPERVISOR TO WS-SUPERVISOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DIRETORIO-DEST-FILE.

       ACHA-SUPERVISOR-FIM.
           EXIT.

       ENFILEIRA-PEDIDO-GERENTE.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE WS-GERENTE TO FILA-DESTINATARIO.
           MOVE "R" TO FILA-PRIORIDADE.
           IF EXP-PRORROGADO
               STRING "EXPERIENCIA DO FUNC " FM-COD " ACABA EM "
                      WS-EXP-PRAZO ": EFETIVAR OU DESLIGAR?"
                   DELIMITED BY SIZE INTO FILA-TEXTO
           ELSE
               STRING "EXPERIENCIA DO FUNC " FM-COD " ACABA EM "
                      WS-EXP-PRAZO ": PRORROGAR, EFETIVAR OU "
                      "DESLIGAR?"
                   DELIMITED BY SIZE INTO FILA-TEXTO
           END-IF.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.
           MOVE WS-DATA-HOJE TO EXP-AVISO-GERENTE.
           MOVE "S" TO WS-EXPERIENCIA-ALTERADA.
           ADD 1 TO WS-QTD-AVISOS-GERENTE.

       ENFILEIRA-ESCALADA-SUPERVISOR.
           PERFORM ACHA-SUPERVISOR THRU ACHA-SUPERVISOR-FIM.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE WS-SUPERVISOR TO FILA-DESTINATARIO.
           MOVE "U" TO FILA-PRIORIDADE.
           STRING "SEM DECISAO DE " WS-GERENTE
                  ": EXPERIENCIA FUNC " FM-COD " ACABA "
                  WS-EXP-PRAZO
               DELIMITED BY SIZE INTO FILA-TEXTO.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.
           MOVE WS-DATA-HOJE TO EXP-AVISO-SUPERVISOR.
           MOVE "S" TO WS-EXPERIENCIA-ALTERADA.
           ADD 1 TO WS-QTD-ESCALADOS.

      *    prazo passado sem decisao: o contrato segue por prazo
      *    indeterminado; fica no relatorio e o supervisor sabe.
       MARCA-VENCIDO.
           MOVE "V" TO EXP-SITUACAO.
           MOVE EXP-EXPERIENCIA-REC TO TAB-EXP(WS-EXP-ACHADA).
           MOVE "S" TO WS-EXPERIENCIA-ALTERADA.
           ADD 1 TO WS-QTD-VENCIDOS.
           MOVE SPACES TO EXPERIENCIA-REPORT-LINHA.
           STRING FM-COD " " FM-NOME " " WS-FASE-PRAZO " "
                  WS-EXP-PRAZO " VENCIDO: PRAZO INDETERMINADO"
               DELIMITED BY SIZE INTO EXPERIENCIA-REPORT-LINHA.
           WRITE EXPERIENCIA-REPORT-LINHA.
           DISPLAY EXPERIENCIA-REPORT-LINHA.
           PERFORM ACHA-GERENTE.
           PERFORM ACHA-SUPERVISOR THRU ACHA-SUPERVISOR-FIM.
           MOVE SPACES TO FILA-MENSAGEM-REC.
           MOVE WS-SUPERVISOR TO FILA-DESTINATARIO.
           MOVE "U" TO FILA-PRIORIDADE.
           STRING "EXPERIENCIA FUNC " FM-COD " VENCEU EM "
                  WS-EXP-PRAZO " SEM DECISAO: PRAZO INDETERMINADO"
               DELIMITED BY SIZE INTO FILA-TEXTO.
           MOVE WS-DATA-HOJE TO FILA-DATA-LIBERACAO.
           WRITE FILA-MENSAGEM-REC.

       COPY "CALPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "EXPPROC.cpy".
       COPY "HIERPROC.cpy".
