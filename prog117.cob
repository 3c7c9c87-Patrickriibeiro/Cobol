       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG117.
      *    MANUTENCAO DO QUADRO DE VAGAS E DAS REQUISICOES DE VAGA.
      * 2026-10-15 primeira versao: quadro autorizado por
      *            departamento (DEPT-CODIGO) e grade (QUADRO.DAT) e
      *            requisicoes de vaga (REQVAGA.DAT), no molde das
      *            manutencoes de ordens judiciais e de beneficios
      *            (PROG113/PROG114): sign-on de operador, linha de
      *            auditoria a cada mudanca. autorizar postos e
      *            aprovar requisicao e so para supervisor, e quem
      *            abriu a requisicao nao aprova a propria (mesma
      *            regra de quatro olhos do PROG69). aprovar exige
      *            posto livre: autorizado menos ocupado menos vagas
      *            ja aprovadas. a contratacao no cadastro (PROG31)
      *            consome a requisicao aprovada e o PROG118 compara
      *            autorizado, ocupado e aberto no fim do mes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QDRSEL.cpy".

      *    ativos do mestre e o departamento/grade do registro de
      *    pagamento de cada um dao a ocupacao do quadro.
           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

      *    departamento e grade do quadro conferidos contra os
      *    cadastros de cada um, quando existirem.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "QDRFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  GRADES-FILE.
       COPY "GRADEREC.cpy".

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-DEPTMSTR-STATUS PIC XX.
       01  WS-GRADES-STATUS   PIC XX.
       01  WS-TEM-PAYMSTR PIC X VALUE "N".

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR-QUADRO VALUE 1.
           88  OPCAO-AUTORIZAR     VALUE 2.
           88  OPCAO-LISTAR-REQ    VALUE 3.
           88  OPCAO-ABRIR         VALUE 4.
           88  OPCAO-APROVAR       VALUE 5.
           88  OPCAO-CANCELAR      VALUE 6.
           88  OPCAO-SAIR          VALUE 0.

       01  WS-DEPTO-PEDIDO PIC X(4).
       01  WS-GRADE-PEDIDO PIC X(2).
       01  WS-AUTORIZADO-PEDIDO PIC 9(4).
       01  WS-AUTORIZADO-ANTERIOR PIC 9(4).
       01  WS-NUMERO-PEDIDO PIC 9(5).
       01  WS-PROXIMO-NUMERO PIC 9(5).
       01  WS-QTD-LISTADOS PIC 9(3).
       01  WS-CONFIRMA PIC X.
       01  WS-QUADRO-ALTERADO PIC X VALUE "N".
       01  WS-AUTORIZADO-MOSTRADO PIC Z(3)9.
       01  WS-OCUPADO-MOSTRADO PIC Z(3)9.
       01  WS-ABERTO-MOSTRADO PIC Z(3)9.
       01  WS-PENDENTE-MOSTRADO PIC Z(3)9.
       01  WS-SALDO-MOSTRADO PIC -(4)9.

      *    departamentos e grades cadastrados; sem o arquivo, o
      *    codigo digitado vale como veio.
       01  WS-TEM-DEPTOS PIC X VALUE "N".
       01  WS-TABELA-DEPTOS.
           05  TAB-DEPTO-CODIGO OCCURS 50 TIMES PIC X(4).
       01  WS-QTD-DEPTOS PIC 9(3) VALUE 0.
       01  WS-TEM-GRADES PIC X VALUE "N".
       01  WS-TABELA-GRADES.
           05  TAB-GRADE-CODIGO OCCURS 30 TIMES PIC X(2).
       01  WS-QTD-GRADES PIC 9(3) VALUE 0.
       01  WS-TAB-IDX PIC 9(3).
       01  WS-CODIGO-OK PIC X.
           88  CODIGO-CADASTRADO VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "PARMWS.cpy".
       COPY "QDRWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.

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

           PERFORM CARREGA-PARAMETROS.
           MOVE "LIMITE-TENTATIVAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-LIMITE-TENTATIVAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-LIMITE-TENTATIVAS.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-QUADRO.
           PERFORM CARREGA-REQUISICOES.
           PERFORM MONTA-OCUPACAO-QUADRO.
           PERFORM CONTA-REQUISICOES.
           PERFORM CARREGA-DEPTOS-GRADES.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== QUADRO DE VAGAS ====="
               DISPLAY "1=LISTAR QUADRO 2=AUTORIZAR POSTOS "
                   "3=LISTAR REQUISICOES"
               DISPLAY "4=ABRIR REQUISICAO 5=APROVAR 6=CANCELAR "
                   "0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR-QUADRO
                       PERFORM LISTA-QUADRO
                   WHEN OPCAO-AUTORIZAR
                       PERFORM AUTORIZA-POSTOS
                           THRU AUTORIZA-POSTOS-FIM
                   WHEN OPCAO-LISTAR-REQ
                       PERFORM LISTA-REQUISICOES
                   WHEN OPCAO-ABRIR
                       PERFORM ABRE-REQUISICAO
                           THRU ABRE-REQUISICAO-FIM
                   WHEN OPCAO-APROVAR
                       PERFORM APROVA-REQUISICAO
                           THRU APROVA-REQUISICAO-FIM
                   WHEN OPCAO-CANCELAR
                       PERFORM CANCELA-REQUISICAO
                           THRU CANCELA-REQUISICAO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *    o quadro so e regravado se alguem mexeu nele: criar um
      *    QUADRO.DAT vazio ligaria o controle com zero postos.
           IF WS-QUADRO-ALTERADO = "S"
               PERFORM GRAVA-QUADRO
           END-IF.
           PERFORM GRAVA-REQUISICOES.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

      *    cada ativo ocupa o posto do departamento e grade do seu
      *    registro de pagamento; contratado que ainda nao tem
      *    registro ocupa o da requisicao que consumiu.
       MONTA-OCUPACAO-QUADRO.
           MOVE "N" TO WS-TEM-PAYMSTR.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-PAYMSTR
           END-IF.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           IF FM-SITUACAO = "A"
                               PERFORM ANOTA-OCUPADO-DO-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.

       ANOTA-OCUPADO-DO-FUNCIONARIO.
           MOVE FM-COD TO WS-QDR-COD.
           IF WS-TEM-PAYMSTR = "S"
               MOVE FM-COD TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       PERFORM ANOTA-OCUPADO-POR-REQUISICAO
                   NOT INVALID KEY
                       MOVE PM-DEPTO TO WS-QDR-DEPTO
                       MOVE PM-GRADE TO WS-QDR-GRADE
                       PERFORM ANOTA-OCUPADO
               END-READ
           ELSE
               PERFORM ANOTA-OCUPADO-POR-REQUISICAO
           END-IF.

       CARREGA-DEPTOS-GRADES.
           MOVE 0 TO WS-QTD-DEPTOS.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-DEPTOS
               PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
                   READ DEPARTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMSTR-STATUS
                       NOT AT END
                           IF WS-QTD-DEPTOS < 50
                               ADD 1 TO WS-QTD-DEPTOS
                               MOVE DEPT-CODIGO TO
                                   TAB-DEPTO-CODIGO(WS-QTD-DEPTOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.
           MOVE 0 TO WS-QTD-GRADES.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS = "00"
               MOVE "S" TO WS-TEM-GRADES
               PERFORM UNTIL WS-GRADES-STATUS NOT = "00"
                   READ GRADES-FILE
                       AT END
                           MOVE "10" TO WS-GRADES-STATUS
                       NOT AT END
                           IF WS-QTD-GRADES < 30
                               ADD 1 TO WS-QTD-GRADES
                               MOVE GR-CODIGO TO
                                   TAB-GRADE-CODIGO(WS-QTD-GRADES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GRADES-FILE.

      *    pede departamento e grade e confere contra os cadastros;
      *    codigo desconhecido fica na trilha de excecoes.
       PEGA-DEPTO-GRADE.
           MOVE "S" TO WS-CODIGO-OK.
           DISPLAY "DEPARTAMENTO (4 POSICOES):"
           ACCEPT WS-DEPTO-PEDIDO.
           DISPLAY "GRADE (2 POSICOES):"
           ACCEPT WS-GRADE-PEDIDO.
           IF WS-DEPTO-PEDIDO = SPACES OR WS-GRADE-PEDIDO = SPACES
               DISPLAY "DEPARTAMENTO E GRADE SAO OBRIGATORIOS"
               MOVE "N" TO WS-CODIGO-OK
           END-IF.
           IF CODIGO-CADASTRADO AND WS-TEM-DEPTOS = "S"
               MOVE "N" TO WS-CODIGO-OK
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX > WS-QTD-DEPTOS
                   IF TAB-DEPTO-CODIGO(WS-TAB-IDX) = WS-DEPTO-PEDIDO
                       MOVE "S" TO WS-CODIGO-OK
                   END-IF
               END-PERFORM
               IF NOT CODIGO-CADASTRADO
                   DISPLAY "DEPARTAMENTO NAO CADASTRADO"
                   MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
                   MOVE "DEPTO" TO WS-EXCCOM-CAMPO
                   MOVE WS-DEPTO-PEDIDO TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
               END-IF
           END-IF.
           IF CODIGO-CADASTRADO AND WS-TEM-GRADES = "S"
               MOVE "N" TO WS-CODIGO-OK
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX > WS-QTD-GRADES
                   IF TAB-GRADE-CODIGO(WS-TAB-IDX) = WS-GRADE-PEDIDO
                       MOVE "S" TO WS-CODIGO-OK
                   END-IF
               END-PERFORM
               IF NOT CODIGO-CADASTRADO
                   DISPLAY "GRADE NAO CADASTRADA"
                   MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
                   MOVE "GRADE" TO WS-EXCCOM-CAMPO
                   MOVE WS-GRADE-PEDIDO TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
               END-IF
           END-IF.

      *    quadro com a ocupacao de cada celula; saldo negativo e
      *    gente acima do autorizado.
       LISTA-QUADRO.
           IF NOT CONTROLE-DE-QUADRO
               DISPLAY "SEM QUADRO AUTORIZADO (CONTROLE DESLIGADO)"
           END-IF.
           DISPLAY "DEPT GR AUTOR  OCUP ABERT  PEND  SALDO".
           PERFORM VARYING QDR-IDX FROM 1 BY 1
                   UNTIL QDR-IDX > WS-QTD-QUADRO
               MOVE TAB-QDR-AUTORIZADO(QDR-IDX)
                   TO WS-AUTORIZADO-MOSTRADO
               MOVE TAB-QDR-OCUPADO(QDR-IDX) TO WS-OCUPADO-MOSTRADO
               MOVE TAB-QDR-ABERTO(QDR-IDX) TO WS-ABERTO-MOSTRADO
               MOVE TAB-QDR-PENDENTE(QDR-IDX) TO WS-PENDENTE-MOSTRADO
               COMPUTE WS-SALDO-MOSTRADO = TAB-QDR-AUTORIZADO(QDR-IDX)
                   - TAB-QDR-OCUPADO(QDR-IDX)
                   - TAB-QDR-ABERTO(QDR-IDX)
               DISPLAY TAB-QDR-DEPTO(QDR-IDX) " "
                   TAB-QDR-GRADE(QDR-IDX) "  "
                   WS-AUTORIZADO-MOSTRADO "  " WS-OCUPADO-MOSTRADO
                   "  " WS-ABERTO-MOSTRADO "  " WS-PENDENTE-MOSTRADO
                   "  " WS-SALDO-MOSTRADO
           END-PERFORM.

      *    mudanca no quadro autorizado e so para supervisor (mesma
      *    regra da aprovacao de salario no PROG69).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "QUADRO E APROVACAO DE VAGA SO PARA SUPERVISOR"
               MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    reduzir abaixo do ocupado e permitido (a reducao vale
      *    para as proximas contratacoes), mas fica avisado.
       AUTORIZA-POSTOS.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO AUTORIZA-POSTOS-FIM
           END-IF.
           PERFORM PEGA-DEPTO-GRADE.
           IF NOT CODIGO-CADASTRADO
               GO TO AUTORIZA-POSTOS-FIM
           END-IF.
           MOVE WS-DEPTO-PEDIDO TO WS-QDR-DEPTO.
           MOVE WS-GRADE-PEDIDO TO WS-QDR-GRADE.
           PERFORM PROCURA-QUADRO.
           IF NOT QUADRO-ACHADO
               DISPLAY "TABELA DO QUADRO CHEIA"
               GO TO AUTORIZA-POSTOS-FIM
           END-IF.
           MOVE TAB-QDR-AUTORIZADO(QDR-IDX) TO WS-AUTORIZADO-ANTERIOR.
           MOVE WS-AUTORIZADO-ANTERIOR TO WS-AUTORIZADO-MOSTRADO.
           MOVE TAB-QDR-OCUPADO(QDR-IDX) TO WS-OCUPADO-MOSTRADO.
           DISPLAY "AUTORIZADO HOJE: " WS-AUTORIZADO-MOSTRADO
               "  OCUPADO: " WS-OCUPADO-MOSTRADO.
           DISPLAY "NOVA QUANTIDADE AUTORIZADA (0 A 9999):"
           ACCEPT WS-AUTORIZADO-PEDIDO.
           IF WS-AUTORIZADO-PEDIDO NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA, QUADRO MANTIDO"
               MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
               MOVE "QDR-AUTORIZADO" TO WS-EXCCOM-CAMPO
               MOVE WS-AUTORIZADO-PEDIDO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO AUTORIZA-POSTOS-FIM
           END-IF.
           IF WS-AUTORIZADO-PEDIDO < TAB-QDR-OCUPADO(QDR-IDX)
                   + TAB-QDR-ABERTO(QDR-IDX)
               DISPLAY "ATENCAO: ABAIXO DE OCUPADOS MAIS VAGAS "
                   "APROVADAS; NOVAS CONTRATACOES FICAM BARRADAS"
           END-IF.
           MOVE WS-AUTORIZADO-PEDIDO TO TAB-QDR-AUTORIZADO(QDR-IDX).
           MOVE "S" TO WS-QUADRO-ALTERADO.
           MOVE "S" TO WS-QDR-TEM-QUADRO.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "QUADRO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "AUTORIZADO " WS-DEPTO-PEDIDO "/" WS-GRADE-PEDIDO
                  " DE " WS-AUTORIZADO-ANTERIOR
                  " PARA " WS-AUTORIZADO-PEDIDO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "QUADRO ATUALIZADO".

       AUTORIZA-POSTOS-FIM.
           EXIT.

      *    requisicoes em andamento: pendentes de aprovacao e
      *    aprovadas ainda sem contratado.
       LISTA-REQUISICOES.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-QTD-REQUISICOES
               MOVE TAB-REQ(REQ-IDX) TO RQ-REQUISICAO-REC
               IF RQ-PENDENTE OR RQ-APROVADA
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY RQ-NUMERO " " RQ-SITUACAO " " RQ-DEPTO
                       "/" RQ-GRADE " " RQ-DATA-ABERTURA " "
                       RQ-SOLICITANTE " " RQ-MOTIVO
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "NENHUMA REQUISICAO EM ANDAMENTO"
           END-IF.

       PEGA-NUMERO-REQUISICAO.
           DISPLAY "NUMERO DA REQUISICAO:"
           ACCEPT WS-NUMERO-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO RQ-NUMERO.
           PERFORM PROCURA-REQUISICAO.
           IF WS-REQ-ACHADA = 0
               DISPLAY "REQUISICAO INEXISTENTE"
           END-IF.

      *    qualquer operador (menos o de consulta) abre; a vaga so
      *    conta como aberta depois da aprovacao.
       ABRE-REQUISICAO.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO ABRE REQUISICAO"
               MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ABRE-REQUISICAO-FIM
           END-IF.
           IF WS-QTD-REQUISICOES = 500
               DISPLAY "ARQUIVO DE REQUISICOES CHEIO"
               GO TO ABRE-REQUISICAO-FIM
           END-IF.
           PERFORM PEGA-DEPTO-GRADE.
           IF NOT CODIGO-CADASTRADO
               GO TO ABRE-REQUISICAO-FIM
           END-IF.

           MOVE 0 TO WS-PROXIMO-NUMERO.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-QTD-REQUISICOES
               MOVE TAB-REQ(REQ-IDX) TO RQ-REQUISICAO-REC
               IF RQ-NUMERO > WS-PROXIMO-NUMERO
                   MOVE RQ-NUMERO TO WS-PROXIMO-NUMERO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROXIMO-NUMERO.

           MOVE SPACES TO RQ-REQUISICAO-REC.
           MOVE WS-PROXIMO-NUMERO TO RQ-NUMERO.
           MOVE WS-DEPTO-PEDIDO TO RQ-DEPTO.
           MOVE WS-GRADE-PEDIDO TO RQ-GRADE.
           MOVE "P" TO RQ-SITUACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO RQ-DATA-ABERTURA.
           MOVE WS-OPERADOR-ID-DIGITADO TO RQ-SOLICITANTE.
           MOVE 0 TO RQ-DATA-APROVACAO RQ-DATA-PREENCHIDA.
           DISPLAY "MOTIVO (ATE 30 CARACTERES):"
           ACCEPT RQ-MOTIVO.

           ADD 1 TO WS-QTD-REQUISICOES.
           MOVE RQ-REQUISICAO-REC
               TO TAB-REQ(WS-QTD-REQUISICOES).
           MOVE WS-DEPTO-PEDIDO TO WS-QDR-DEPTO.
           MOVE WS-GRADE-PEDIDO TO WS-QDR-GRADE.
           PERFORM PROCURA-QUADRO.
           IF QUADRO-ACHADO
               ADD 1 TO TAB-QDR-PENDENTE(QDR-IDX)
           END-IF.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REQUISICAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "ABERTURA " RQ-NUMERO " " RQ-DEPTO "/" RQ-GRADE
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "REQUISICAO " RQ-NUMERO " ABERTA, AGUARDANDO "
               "APROVACAO".

       ABRE-REQUISICAO-FIM.
           EXIT.

      *    quatro olhos: supervisor, e nunca quem abriu. so aprova
      *    com posto livre na celula (autorizado menos ocupado menos
      *    vagas ja aprovadas).
       APROVA-REQUISICAO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO APROVA-REQUISICAO-FIM
           END-IF.
           PERFORM PEGA-NUMERO-REQUISICAO.
           IF WS-REQ-ACHADA = 0
               GO TO APROVA-REQUISICAO-FIM
           END-IF.
           IF NOT RQ-PENDENTE
               DISPLAY "REQUISICAO NAO ESTA PENDENTE (SITUACAO "
                   RQ-SITUACAO ")"
               GO TO APROVA-REQUISICAO-FIM
           END-IF.
           IF RQ-SOLICITANTE = WS-OPERADOR-ID-DIGITADO
               DISPLAY "REQUISICAO DO PROPRIO OPERADOR, MANTIDA"
               MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
               MOVE "RQ-APROVADOR" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO APROVA-REQUISICAO-FIM
           END-IF.
           MOVE RQ-DEPTO TO WS-QDR-DEPTO.
           MOVE RQ-GRADE TO WS-QDR-GRADE.
           PERFORM PROCURA-QUADRO.
           IF NOT QUADRO-ACHADO
               DISPLAY "TABELA DO QUADRO CHEIA"
               GO TO APROVA-REQUISICAO-FIM
           END-IF.
           PERFORM SALDO-DO-QUADRO.
           IF CONTROLE-DE-QUADRO AND WS-QDR-SALDO NOT > 0
               DISPLAY "SEM POSTO LIVRE NO QUADRO DE " RQ-DEPTO "/"
                   RQ-GRADE ", REQUISICAO MANTIDA PENDENTE"
               MOVE "PROG117" TO WS-EXCCOM-PROGRAMA
               MOVE "QUADRO-COMPLETO" TO WS-EXCCOM-CAMPO
               MOVE RQ-NUMERO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO APROVA-REQUISICAO-FIM
           END-IF.
           DISPLAY RQ-NUMERO " " RQ-DEPTO "/" RQ-GRADE " "
               RQ-SOLICITANTE " " RQ-MOTIVO.
           DISPLAY "CONFIRMA A APROVACAO? (S/N)"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "REQUISICAO MANTIDA PENDENTE"
               GO TO APROVA-REQUISICAO-FIM
           END-IF.

           MOVE "A" TO RQ-SITUACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO RQ-DATA-APROVACAO.
           MOVE WS-OPERADOR-ID-DIGITADO TO RQ-APROVADOR.
           MOVE RQ-REQUISICAO-REC TO TAB-REQ(WS-REQ-ACHADA).
           ADD 1 TO TAB-QDR-ABERTO(QDR-IDX).
           IF TAB-QDR-PENDENTE(QDR-IDX) > 0
               SUBTRACT 1 FROM TAB-QDR-PENDENTE(QDR-IDX)
           END-IF.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REQUISICAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "APROVACAO " RQ-NUMERO " " RQ-DEPTO "/" RQ-GRADE
                  " DE " RQ-SOLICITANTE
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "REQUISICAO APROVADA, VAGA EM ABERTO".

       APROVA-REQUISICAO-FIM.
           EXIT.

      *    quem abriu cancela a propria pendente; aprovada so o
      *    supervisor cancela. preenchida nao se cancela: a saida
      *    do funcionario e que libera o posto.
       CANCELA-REQUISICAO.
           PERFORM PEGA-NUMERO-REQUISICAO.
           IF WS-REQ-ACHADA = 0
               GO TO CANCELA-REQUISICAO-FIM
           END-IF.
           IF NOT RQ-PENDENTE AND NOT RQ-APROVADA
               DISPLAY "REQUISICAO JA ENCERRADA (SITUACAO "
                   RQ-SITUACAO ")"
               GO TO CANCELA-REQUISICAO-FIM
           END-IF.
           IF NOT PERFIL-SUPERVISOR
                   AND (RQ-APROVADA
                   OR RQ-SOLICITANTE NOT = WS-OPERADOR-ID-DIGITADO)
               PERFORM CONFERE-SUPERVISOR
               GO TO CANCELA-REQUISICAO-FIM
           END-IF.
           MOVE RQ-DEPTO TO WS-QDR-DEPTO.
           MOVE RQ-GRADE TO WS-QDR-GRADE.
           PERFORM PROCURA-QUADRO.
           IF QUADRO-ACHADO AND RQ-APROVADA
                   AND TAB-QDR-ABERTO(QDR-IDX) > 0
               SUBTRACT 1 FROM TAB-QDR-ABERTO(QDR-IDX)
           END-IF.
           IF QUADRO-ACHADO AND RQ-PENDENTE
                   AND TAB-QDR-PENDENTE(QDR-IDX) > 0
               SUBTRACT 1 FROM TAB-QDR-PENDENTE(QDR-IDX)
           END-IF.
           MOVE "C" TO RQ-SITUACAO.
           MOVE RQ-REQUISICAO-REC TO TAB-REQ(WS-REQ-ACHADA).

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REQUISICAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CANCELAMENTO " RQ-NUMERO " " RQ-DEPTO "/"
                  RQ-GRADE
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "REQUISICAO CANCELADA".

       CANCELA-REQUISICAO-FIM.
           EXIT.

       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "QDRPROC.cpy".
