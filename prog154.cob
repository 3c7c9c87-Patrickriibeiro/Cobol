       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG154.
      *    RECERTIFICACAO TRIMESTRAL DE OPERADORES E SEGREGACAO DE
      *    FUNCOES.
      * 2026-10-15 primeira versao: no primeiro dia do trimestre sem
      *            ciclo aberto, todo operador do OPERCTRL.DAT ganha
      *            uma linha pendente em RECERT.DAT, com prazo de
      *            RECERT-PRAZO-DIAS dias (parametro central, padrao
      *            30) para o supervisor responsavel confirmar ou
      *            revogar no PROG155. pendente com prazo vencido e
      *            bloqueado aqui mesmo, na rodada seguinte ao
      *            prazo. toda rodada reimprime RECERREL.DAT: perfil,
      *            ultimo sign-on, situacao no ciclo e atividade de
      *            cada operador nos ultimos RECERT-JANELA-DIAS
      *            dias (padrao 90) - trilha comum de auditoria por
      *            area, HISTTRAN.DAT e pedidos pendentes da
      *            PAYPEND.DAT - mais as execucoes interativas por
      *            programa do RUNLOG.DAT (que nao guarda operador)
      *            e os conflitos de segregacao de funcoes: o mesmo
      *            ID pedindo e aprovando mudanca salarial, e o
      *            mesmo ID mantendo emprestimos (EMPRESTI) e
      *            insumos da remessa bancaria (ordens judiciais
      *            ou pedidos de salario). bloqueio ou conflito
      *            termina com RC=0004.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    so leitura aqui: as decisoes de aprovacao (linhas
      *    APROVACAO do PROG69) e a manutencao de cada area.
           COPY "AUDITSEL.cpy".

           SELECT HISTORICO-TRANSACOES-FILE ASSIGN TO "HISTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT PENDENTES-FILE ASSIGN TO "PAYPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENTES-STATUS.

           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERREL-STATUS.

           COPY "RCTSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDITFD.cpy".
      *    linha montada pelo GRAVA-AUDITORIA-COMUM.
       01  AUDITORIA-LIDA REDEFINES AUDITORIA-COMUM-LINHA.
           05  AUDL-DATA      PIC 9(8).
           05  AUDL-HORA      PIC X(6).
           05  FILLER         PIC X.
           05  AUDL-NOME      PIC X(20).
           05  FILLER         PIC X.
           05  AUDL-AREA      PIC X(15).
           05  FILLER         PIC X.
           05  AUDL-DESCRICAO PIC X(40).
      *    descricao das decisoes do PROG69:
      *    "APLICADA  000019 POR SUPER1   V20261015".
       01  AUDITORIA-DECISAO REDEFINES AUDITORIA-COMUM-LINHA.
           05  FILLER         PIC X(52).
           05  AUDD-DECISAO   PIC X(9).
           05  FILLER         PIC X.
           05  AUDD-COD       PIC X(6).
           05  FILLER         PIC X(5).
           05  AUDD-APROVADOR PIC X(8).
           05  FILLER         PIC X(11).

       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).
       01  HISTORICO-CAMPOS REDEFINES HISTORICO-TRANSACOES-LINHA.
           05  HT-DATA      PIC 9(8).
           05  HT-HORA      PIC X(6).
           05  FILLER       PIC X(70).
           05  HT-OPERADOR  PIC X(8).
           05  FILLER       PIC X(8).

       FD  PENDENTES-FILE.
       COPY "PENDREC.cpy".

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINHA PIC X(80).

       COPY "RCTFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-PENDENTES-STATUS PIC XX.
       01  WS-RECERREL-STATUS  PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO PIC 9(4).
           05  WS-HOJE-MES PIC 9(2).
           05  WS-HOJE-DIA PIC 9(2).
       01  WS-TRIMESTRE PIC 9.
       01  WS-DIAS-HOJE PIC 9(7).
       01  WS-DATA-PRAZO PIC 9(8).
       01  WS-DATA-CORTE PIC 9(8).
       01  WS-PRAZO-DIAS PIC 9(3) VALUE 30.
       01  WS-ATIVIDADE-DIAS PIC 9(3) VALUE 90.

       01  WS-CICLO-NOVO PIC X VALUE "N".
           88  CICLO-ABERTO-AGORA VALUE "S".
       01  WS-QTD-NOVOS PIC 9(3) VALUE 0.
       01  WS-QTD-BLOQUEADOS PIC 9(3) VALUE 0.
      *    bloqueados nesta rodada, para a trilha de auditoria.
       01  WS-TABELA-BLOQUEIOS.
           05  TAB-BLQ-OPERADOR PIC X(8) OCCURS 20 TIMES
                   INDEXED BY BLQ-IDX.
       01  WS-OPER-ACHADO PIC X.
           88  OPERADOR-NO-CICLO VALUE "S".

      *    atividade de cada operador conhecido, por area.
       01  WS-TABELA-ATIVIDADE.
           05  TAB-ATV OCCURS 200 TIMES INDEXED BY ATV-IDX.
               10  TAB-ATV-OPERADOR PIC X(8).
               10  TAB-ATV-AREA     PIC X(15).
               10  TAB-ATV-QTD      PIC 9(5).
               10  TAB-ATV-ULTIMA   PIC 9(8).
       01  WS-QTD-ATIVIDADES PIC 9(3) VALUE 0.
       01  WS-ATV-OPERADOR PIC X(8).
       01  WS-ATV-AREA PIC X(15).
       01  WS-ATV-DATA PIC 9(8).
       01  WS-ATV-ACHOU PIC X.
       01  WS-QTD-DO-OPERADOR PIC 9(3).

      *    execucoes interativas por programa (o RUNLOG nao guarda
      *    operador).
       01  WS-TABELA-PROGRAMAS.
           05  TAB-PRG OCCURS 100 TIMES INDEXED BY PRG-IDX.
               10  TAB-PRG-NOME PIC X(8).
               10  TAB-PRG-QTD  PIC 9(5).
       01  WS-QTD-PROGRAMAS PIC 9(3) VALUE 0.
       01  WS-PRG-ACHOU PIC X.

      *    conflitos de segregacao de funcoes achados na rodada.
       01  WS-TABELA-CONFLITOS.
           05  TAB-CNF OCCURS 100 TIMES INDEXED BY CNF-IDX.
               10  TAB-CNF-OPERADOR PIC X(8).
               10  TAB-CNF-TEXTO    PIC X(60).
       01  WS-QTD-CONFLITOS PIC 9(3) VALUE 0.
       01  WS-CNF-OPERADOR PIC X(8).
       01  WS-CNF-TEXTO PIC X(60).
       01  WS-TEM-EMPRESTIMO PIC X.
       01  WS-TEM-ORDEM PIC X.
       01  WS-TEM-PEDIDO PIC X.
       01  WS-TEM-APROVACAO PIC X.

       01  WS-SITUACAO-TEXTO PIC X(10).
       01  WS-BLOQ-TEXTO PIC X(10).
       01  WS-QTD-EDIT PIC ZZZZ9.

       COPY "CAMPOSCOM.cpy".
       COPY "RCTWS.cpy".
       COPY "SIGNWS.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG154" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "RECERT-PRAZO-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-PRAZO-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-PRAZO-DIAS.
           MOVE "RECERT-JANELA-DIAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-ATIVIDADE-DIAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-ATIVIDADE-DIAS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DATA-PRAZO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE + WS-PRAZO-DIAS).
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE - WS-ATIVIDADE-DIAS).
           COMPUTE WS-TRIMESTRE = (WS-HOJE-MES + 2) / 3.
           MOVE SPACES TO WS-RCT-CICLO.
           STRING WS-HOJE-ANO "T" WS-TRIMESTRE
               DELIMITED BY SIZE INTO WS-RCT-CICLO.

           PERFORM CARREGA-OPERADORES.
           IF WS-QTD-OPERADORES = 0
               DISPLAY "OPERCTRL.DAT VAZIO OU AUSENTE"
               MOVE "SEM-OPER" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-CICLO.
           IF WS-QTD-RECERT = 0
               MOVE "S" TO WS-CICLO-NOVO
           END-IF.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > WS-QTD-OPERADORES
               PERFORM INCLUI-NO-CICLO
           END-PERFORM.
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > WS-QTD-RECERT
               PERFORM CONFERE-PRAZO
           END-PERFORM.
           IF WS-QTD-BLOQUEADOS > 0
               PERFORM GRAVA-OPERADORES
           END-IF.
           PERFORM REGRAVA-CICLO THRU REGRAVA-CICLO-FIM.

           PERFORM APURA-AUDITORIA.
           PERFORM APURA-HISTORICO.
           PERFORM APURA-PENDENTES.
           PERFORM APURA-EXECUCOES.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > WS-QTD-OPERADORES
               PERFORM CONFERE-SEGREGACAO
           END-PERFORM.

           PERFORM GRAVA-RELATORIO.
           PERFORM REGISTRA-RODADA THRU REGISTRA-RODADA-FIM.

           DISPLAY "CICLO " WS-RCT-CICLO ": " WS-QTD-RECERT
               " OPERADOR(ES), " WS-QTD-NOVOS " NOVO(S), "
               WS-QTD-BLOQUEADOS " BLOQUEADO(S) POR PRAZO, "
               WS-QTD-CONFLITOS " CONFLITO(S)".
           IF WS-QTD-BLOQUEADOS > 0 OR WS-QTD-CONFLITOS > 0
               MOVE "AVISO" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-RECERT TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    operador sem linha no ciclo entra pendente: todos, na
      *    abertura; depois, so quem foi incluido no PROG52 com o
      *    ciclo ja aberto.
       INCLUI-NO-CICLO.
           MOVE "N" TO WS-OPER-ACHADO.
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > WS-QTD-RECERT
               IF TAB-RCT-OPERADOR(RCT-IDX) = TAB-OPER-ID(OPER-IDX)
                   MOVE "S" TO WS-OPER-ACHADO
               END-IF
           END-PERFORM.
           IF NOT OPERADOR-NO-CICLO
               MOVE WS-RCT-CICLO TO RCT-CICLO
               MOVE TAB-OPER-ID(OPER-IDX) TO RCT-OPERADOR
               MOVE TAB-OPER-PERFIL(OPER-IDX) TO RCT-PERFIL
               MOVE TAB-OPER-RESPONSAVEL(OPER-IDX) TO RCT-RESPONSAVEL
               MOVE TAB-OPER-ULTIMO-LOGON(OPER-IDX)
                   TO RCT-ULTIMO-LOGON
               MOVE WS-DATA-PRAZO TO RCT-PRAZO
               MOVE "P" TO RCT-SITUACAO
               MOVE SPACES TO RCT-REVISOR
               MOVE 0 TO RCT-DATA-DECISAO
               PERFORM ACRESCENTA-RECERT
               ADD 1 TO WS-QTD-NOVOS
           END-IF.

      *    pendente com o prazo ja passado: bloqueia o operador no
      *    controle e fecha a linha como vencida.
       CONFERE-PRAZO.
           IF RECERT-PENDENTE(RCT-IDX)
                   AND TAB-RCT-PRAZO(RCT-IDX) < WS-DATA-HOJE
               MOVE "V" TO TAB-RCT-SITUACAO(RCT-IDX)
               MOVE "(PRAZO)" TO TAB-RCT-REVISOR(RCT-IDX)
               MOVE WS-DATA-HOJE TO TAB-RCT-DATA-DECISAO(RCT-IDX)
               ADD 1 TO WS-RCT-ALTERACOES
               PERFORM VARYING OPER-IDX FROM 1 BY 1
                       UNTIL OPER-IDX > WS-QTD-OPERADORES
                   IF TAB-OPER-ID(OPER-IDX) =
                           TAB-RCT-OPERADOR(RCT-IDX)
                       MOVE "S" TO TAB-OPER-BLOQUEADO(OPER-IDX)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-QTD-BLOQUEADOS
               SET BLQ-IDX TO WS-QTD-BLOQUEADOS
               MOVE TAB-RCT-OPERADOR(RCT-IDX)
                   TO TAB-BLQ-OPERADOR(BLQ-IDX)
               DISPLAY "OPERADOR " TAB-RCT-OPERADOR(RCT-IDX)
                   " BLOQUEADO: RECERTIFICACAO VENCIDA EM "
                   TAB-RCT-PRAZO(RCT-IDX)
           END-IF.

      *    trilha comum: a area e quem fez; nas decisoes do PROG69
      *    o nome e quem pediu e o aprovador vem na descricao.
       APURA-AUDITORIA.
           OPEN INPUT AUDITORIA-COMUM-FILE.
           PERFORM UNTIL WS-AUDCOMUM-STATUS NOT = "00"
               READ AUDITORIA-COMUM-FILE
                   AT END
                       MOVE "10" TO WS-AUDCOMUM-STATUS
                   NOT AT END
                       IF AUDL-DATA IS NUMERIC
                               AND AUDL-DATA NOT < WS-DATA-CORTE
                           PERFORM ANOTA-LINHA-AUDITORIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA-COMUM-FILE.

       ANOTA-LINHA-AUDITORIA.
           MOVE AUDL-DATA TO WS-ATV-DATA.
           IF AUDL-AREA = "APROVACAO"
               MOVE AUDL-NOME(1:8) TO WS-ATV-OPERADOR
               MOVE "PEDIDO-SALARIO" TO WS-ATV-AREA
               PERFORM SOMA-ATIVIDADE THRU SOMA-ATIVIDADE-FIM
               MOVE AUDD-APROVADOR TO WS-ATV-OPERADOR
               MOVE "APROVACAO" TO WS-ATV-AREA
               PERFORM SOMA-ATIVIDADE THRU SOMA-ATIVIDADE-FIM
               IF AUDL-NOME(1:8) = AUDD-APROVADOR
                   MOVE AUDD-APROVADOR TO WS-CNF-OPERADOR
                   MOVE SPACES TO WS-CNF-TEXTO
                   STRING "PEDIU E APROVOU A MUDANCA SALARIAL DE "
                          AUDD-COD " EM " AUDL-DATA
                       DELIMITED BY SIZE INTO WS-CNF-TEXTO
                   PERFORM ANOTA-CONFLITO
               END-IF
           ELSE
               MOVE AUDL-NOME(1:8) TO WS-ATV-OPERADOR
               MOVE AUDL-AREA TO WS-ATV-AREA
               PERFORM SOMA-ATIVIDADE THRU SOMA-ATIVIDADE-FIM
           END-IF.

      *    so a calculadora (TESTE) grava o operador no historico;
      *    os lotes gravam o nome do programa, que nao e operador.
       APURA-HISTORICO.
           OPEN INPUT HISTORICO-TRANSACOES-FILE.
           PERFORM UNTIL WS-HISTORICO-STATUS NOT = "00"
               READ HISTORICO-TRANSACOES-FILE
                   AT END
                       MOVE "10" TO WS-HISTORICO-STATUS
                   NOT AT END
                       IF HT-DATA IS NUMERIC
                               AND HT-DATA NOT < WS-DATA-CORTE
                           MOVE HT-DATA TO WS-ATV-DATA
                           MOVE HT-OPERADOR TO WS-ATV-OPERADOR
                           MOVE "HISTTRAN" TO WS-ATV-AREA
                           PERFORM SOMA-ATIVIDADE
                               THRU SOMA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORICO-TRANSACOES-FILE.

      *    pedido ainda na fila do PROG69 tambem e pedido.
       APURA-PENDENTES.
           OPEN INPUT PENDENTES-FILE.
           PERFORM UNTIL WS-PENDENTES-STATUS NOT = "00"
               READ PENDENTES-FILE
                   AT END
                       MOVE "10" TO WS-PENDENTES-STATUS
                   NOT AT END
                       MOVE PEND-DATA TO WS-ATV-DATA
                       MOVE PEND-SOLICITANTE TO WS-ATV-OPERADOR
                       MOVE "PEDIDO-SALARIO" TO WS-ATV-AREA
                       PERFORM SOMA-ATIVIDADE THRU SOMA-ATIVIDADE-FIM
               END-READ
           END-PERFORM.
           CLOSE PENDENTES-FILE.

      *    so conta quem esta no controle de operadores.
       SOMA-ATIVIDADE.
           MOVE "N" TO WS-ATV-ACHOU.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > WS-QTD-OPERADORES
               IF TAB-OPER-ID(OPER-IDX) = WS-ATV-OPERADOR
                   MOVE "S" TO WS-ATV-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ATV-ACHOU = "N"
               GO TO SOMA-ATIVIDADE-FIM
           END-IF.
           MOVE "N" TO WS-ATV-ACHOU.
           PERFORM VARYING ATV-IDX FROM 1 BY 1
                   UNTIL ATV-IDX > WS-QTD-ATIVIDADES
                      OR WS-ATV-ACHOU = "S"
               IF TAB-ATV-OPERADOR(ATV-IDX) = WS-ATV-OPERADOR
                       AND TAB-ATV-AREA(ATV-IDX) = WS-ATV-AREA
                   MOVE "S" TO WS-ATV-ACHOU
                   ADD 1 TO TAB-ATV-QTD(ATV-IDX)
                   IF WS-ATV-DATA > TAB-ATV-ULTIMA(ATV-IDX)
                       MOVE WS-ATV-DATA TO TAB-ATV-ULTIMA(ATV-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ATV-ACHOU = "N" AND WS-QTD-ATIVIDADES < 200
               ADD 1 TO WS-QTD-ATIVIDADES
               SET ATV-IDX TO WS-QTD-ATIVIDADES
               MOVE WS-ATV-OPERADOR TO TAB-ATV-OPERADOR(ATV-IDX)
               MOVE WS-ATV-AREA TO TAB-ATV-AREA(ATV-IDX)
               MOVE 1 TO TAB-ATV-QTD(ATV-IDX)
               MOVE WS-ATV-DATA TO TAB-ATV-ULTIMA(ATV-IDX)
           END-IF.

       SOMA-ATIVIDADE-FIM.
           EXIT.

      *    o RUNLOG nao diz quem rodou: so da para contar as
      *    execucoes interativas de cada programa na janela.
       APURA-EXECUCOES.
           OPEN INPUT RUN-LOG-FILE.
           PERFORM UNTIL WS-RUNLOG-STATUS NOT = "00"
               READ RUN-LOG-FILE
                   AT END
                       MOVE "10" TO WS-RUNLOG-STATUS
                   NOT AT END
                       IF RUN-TIPO = "INI" AND RUN-MODO = "I"
                               AND RUN-DATA IS NUMERIC
                               AND RUN-DATA NOT < WS-DATA-CORTE
                           PERFORM SOMA-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

       SOMA-EXECUCAO.
           MOVE "N" TO WS-PRG-ACHOU.
           PERFORM VARYING PRG-IDX FROM 1 BY 1
                   UNTIL PRG-IDX > WS-QTD-PROGRAMAS
                      OR WS-PRG-ACHOU = "S"
               IF TAB-PRG-NOME(PRG-IDX) = RUN-PROGRAMA
                   MOVE "S" TO WS-PRG-ACHOU
                   ADD 1 TO TAB-PRG-QTD(PRG-IDX)
               END-IF
           END-PERFORM.
           IF WS-PRG-ACHOU = "N" AND WS-QTD-PROGRAMAS < 100
               ADD 1 TO WS-QTD-PROGRAMAS
               SET PRG-IDX TO WS-QTD-PROGRAMAS
               MOVE RUN-PROGRAMA TO TAB-PRG-NOME(PRG-IDX)
               MOVE 1 TO TAB-PRG-QTD(PRG-IDX)
           END-IF.

      *    combinacoes que um so ID nao deve ter na janela: mantem
      *    emprestimos (descontados na folha) e tambem o que vai
      *    para a remessa bancaria; ou pede mudanca salarial e
      *    tambem aprova as dos outros.
       CONFERE-SEGREGACAO.
           MOVE "N" TO WS-TEM-EMPRESTIMO.
           MOVE "N" TO WS-TEM-ORDEM.
           MOVE "N" TO WS-TEM-PEDIDO.
           MOVE "N" TO WS-TEM-APROVACAO.
           PERFORM VARYING ATV-IDX FROM 1 BY 1
                   UNTIL ATV-IDX > WS-QTD-ATIVIDADES
               IF TAB-ATV-OPERADOR(ATV-IDX) = TAB-OPER-ID(OPER-IDX)
                   EVALUATE TAB-ATV-AREA(ATV-IDX)
                       WHEN "EMPRESTIMO"
                           MOVE "S" TO WS-TEM-EMPRESTIMO
                       WHEN "ORDEM-JUDICIAL"
                           MOVE "S" TO WS-TEM-ORDEM
                       WHEN "PEDIDO-SALARIO"
                           MOVE "S" TO WS-TEM-PEDIDO
                       WHEN "APROVACAO"
                           MOVE "S" TO WS-TEM-APROVACAO
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE TAB-OPER-ID(OPER-IDX) TO WS-CNF-OPERADOR.
           IF WS-TEM-EMPRESTIMO = "S" AND WS-TEM-ORDEM = "S"
               MOVE "MANTEM EMPRESTIMOS E ORDENS JUDICIAIS (REMESSA)"
                   TO WS-CNF-TEXTO
               PERFORM ANOTA-CONFLITO
           END-IF.
           IF WS-TEM-EMPRESTIMO = "S" AND WS-TEM-PEDIDO = "S"
               MOVE "MANTEM EMPRESTIMOS E PEDE MUDANCA SALARIAL"
                   TO WS-CNF-TEXTO
               PERFORM ANOTA-CONFLITO
           END-IF.
           IF WS-TEM-PEDIDO = "S" AND WS-TEM-APROVACAO = "S"
               MOVE "PEDE E APROVA MUDANCAS SALARIAIS"
                   TO WS-CNF-TEXTO
               PERFORM ANOTA-CONFLITO
           END-IF.

       ANOTA-CONFLITO.
           IF WS-QTD-CONFLITOS < 100
               ADD 1 TO WS-QTD-CONFLITOS
               SET CNF-IDX TO WS-QTD-CONFLITOS
               MOVE WS-CNF-OPERADOR TO TAB-CNF-OPERADOR(CNF-IDX)
               MOVE WS-CNF-TEXTO TO TAB-CNF-TEXTO(CNF-IDX)
           END-IF.

      *    RECERREL.DAT e refeito a cada rodada.
       GRAVA-RELATORIO.
           OPEN OUTPUT RECERT-REPORT-FILE.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           STRING "RECERTIFICACAO DE OPERADORES - CICLO " WS-RCT-CICLO
                  " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           MOVE WS-ATIVIDADE-DIAS TO WS-QTD-EDIT.
           STRING "ATIVIDADE DESDE " WS-DATA-CORTE " ("
                  FUNCTION TRIM(WS-QTD-EDIT) " DIAS)"
               DELIMITED BY SIZE INTO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > WS-QTD-OPERADORES
               PERFORM IMPRIME-OPERADOR
           END-PERFORM.

           MOVE "EXECUCOES INTERATIVAS POR PROGRAMA (SEM OPERADOR)"
               TO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.
           IF WS-QTD-PROGRAMAS = 0
               MOVE "  NENHUMA NO PERIODO" TO RECERT-REPORT-LINHA
               WRITE RECERT-REPORT-LINHA
           END-IF.
           PERFORM VARYING PRG-IDX FROM 1 BY 1
                   UNTIL PRG-IDX > WS-QTD-PROGRAMAS
               MOVE TAB-PRG-QTD(PRG-IDX) TO WS-QTD-EDIT
               MOVE SPACES TO RECERT-REPORT-LINHA
               STRING "  " TAB-PRG-NOME(PRG-IDX) " " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINHA
               WRITE RECERT-REPORT-LINHA
           END-PERFORM.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.

           MOVE "CONFLITOS DE SEGREGACAO DE FUNCOES"
               TO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.
           IF WS-QTD-CONFLITOS = 0
               MOVE "  NENHUM" TO RECERT-REPORT-LINHA
               WRITE RECERT-REPORT-LINHA
           END-IF.
           PERFORM VARYING CNF-IDX FROM 1 BY 1
                   UNTIL CNF-IDX > WS-QTD-CONFLITOS
               MOVE SPACES TO RECERT-REPORT-LINHA
               STRING "  " TAB-CNF-OPERADOR(CNF-IDX) " "
                      TAB-CNF-TEXTO(CNF-IDX)
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINHA
               WRITE RECERT-REPORT-LINHA
           END-PERFORM.
           CLOSE RECERT-REPORT-FILE.

       IMPRIME-OPERADOR.
           IF TAB-OPER-BLOQUEADO(OPER-IDX) = "S"
               MOVE "BLOQUEADO" TO WS-BLOQ-TEXTO
           ELSE
               MOVE "ATIVO" TO WS-BLOQ-TEXTO
           END-IF.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           STRING "OPERADOR " TAB-OPER-ID(OPER-IDX)
                  " PERFIL " TAB-OPER-PERFIL(OPER-IDX)
                  " RESP " TAB-OPER-RESPONSAVEL(OPER-IDX)
                  " LOGON " TAB-OPER-ULTIMO-LOGON(OPER-IDX)
                  " " WS-BLOQ-TEXTO
               DELIMITED BY SIZE INTO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > WS-QTD-RECERT
               IF TAB-RCT-OPERADOR(RCT-IDX) = TAB-OPER-ID(OPER-IDX)
                   PERFORM IMPRIME-SITUACAO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-QTD-DO-OPERADOR.
           PERFORM VARYING ATV-IDX FROM 1 BY 1
                   UNTIL ATV-IDX > WS-QTD-ATIVIDADES
               IF TAB-ATV-OPERADOR(ATV-IDX) = TAB-OPER-ID(OPER-IDX)
                   ADD 1 TO WS-QTD-DO-OPERADOR
                   MOVE TAB-ATV-QTD(ATV-IDX) TO WS-QTD-EDIT
                   MOVE SPACES TO RECERT-REPORT-LINHA
                   STRING "    " TAB-ATV-AREA(ATV-IDX) " "
                          WS-QTD-EDIT " ULTIMA "
                          TAB-ATV-ULTIMA(ATV-IDX)
                       DELIMITED BY SIZE INTO RECERT-REPORT-LINHA
                   WRITE RECERT-REPORT-LINHA
               END-IF
           END-PERFORM.
           IF WS-QTD-DO-OPERADOR = 0
               MOVE "    SEM ATIVIDADE NO PERIODO"
                   TO RECERT-REPORT-LINHA
               WRITE RECERT-REPORT-LINHA
           END-IF.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           WRITE RECERT-REPORT-LINHA.

       IMPRIME-SITUACAO.
           EVALUATE TRUE
               WHEN RECERT-PENDENTE(RCT-IDX)
                   MOVE "PENDENTE" TO WS-SITUACAO-TEXTO
               WHEN RECERT-CONFIRMADA(RCT-IDX)
                   MOVE "CONFIRMADO" TO WS-SITUACAO-TEXTO
               WHEN RECERT-REVOGADA(RCT-IDX)
                   MOVE "REVOGADO" TO WS-SITUACAO-TEXTO
               WHEN RECERT-VENCIDA(RCT-IDX)
                   MOVE "VENCIDO" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "?" TO WS-SITUACAO-TEXTO
           END-EVALUATE.
           MOVE SPACES TO RECERT-REPORT-LINHA.
           IF RECERT-PENDENTE(RCT-IDX)
               STRING "  CICLO " WS-SITUACAO-TEXTO
                      " PRAZO " TAB-RCT-PRAZO(RCT-IDX)
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINHA
           ELSE
               STRING "  CICLO " WS-SITUACAO-TEXTO
                      " POR " TAB-RCT-REVISOR(RCT-IDX)
                      " EM " TAB-RCT-DATA-DECISAO(RCT-IDX)
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINHA
           END-IF.
           WRITE RECERT-REPORT-LINHA.

      *    abertura do ciclo e cada bloqueio por prazo ficam na
      *    trilha comum, como as decisoes do PROG155.
       REGISTRA-RODADA.
           IF NOT CICLO-ABERTO-AGORA AND WS-QTD-BLOQUEADOS = 0
               GO TO REGISTRA-RODADA-FIM
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.
           MOVE "PROG154" TO WS-NOME-COMUM.
           MOVE "RECERTIFICA" TO WS-OPERADOR-COMUM.
           IF CICLO-ABERTO-AGORA
               MOVE SPACES TO WS-DESCRICAO-AUDITORIA
               STRING "ABERTURA " WS-RCT-CICLO " PRAZO " WS-DATA-PRAZO
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
               PERFORM GRAVA-AUDITORIA-COMUM
           END-IF.
           PERFORM VARYING BLQ-IDX FROM 1 BY 1
                   UNTIL BLQ-IDX > WS-QTD-BLOQUEADOS
               MOVE SPACES TO WS-DESCRICAO-AUDITORIA
               STRING "BLOQUEIO " TAB-BLQ-OPERADOR(BLQ-IDX)
                      " " WS-RCT-CICLO " PRAZO VENCIDO"
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
               PERFORM GRAVA-AUDITORIA-COMUM
           END-PERFORM.
           CLOSE AUDITORIA-COMUM-FILE.

       REGISTRA-RODADA-FIM.
           EXIT.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "RCTPROC.cpy".
