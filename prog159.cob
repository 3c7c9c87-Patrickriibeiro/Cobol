       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG159.
      *    REORGANIZACAO DE DEPARTAMENTOS (FUSAO E TROCA DE CODIGO).
      * 2026-10-15 primeira versao: sob sign-on de supervisor,
      *            registra no mapa DEPTMAPA.DAT o codigo antigo, o
      *            novo e a vigencia de cada troca ou fusao, e aplica
      *            as vencidas nos arquivos vivos - PAYMSTR.DAT
      *            (PM-DEPTO), DEPTMSTR.DAT, SOMADEPT.DAT, filtro das
      *            campanhas abertas do PESQCAMP.DAT e, da
      *            competencia da vigencia em diante, DEPTBUDG.DAT e
      *            DEPTACUM.DAT (fusao soma na linha do novo). cada
      *            registro mexido vai antes para DEPTANT.DAT (imagem
      *            anterior) e cada passo para a auditoria comum. o
      *            historico da folha (FOLHAHIS.DAT) nao e regravado:
      *            os relatorios somam o antigo no novo pelo mapa.
      * 2026-10-15 tambem PLCONTAS.DAT, QUADRO.DAT (fusao soma os
      *            postos da grade), REQVAGA.DAT e PESQPLAN.DAT (so
      *            os vivos) e CONTRATO.DAT (os que cobram na
      *            vigencia). cancelar uma troca ja aplicada devolve
      *            as imagens do DEPTANT.DAT e as marca devolvidas.
      * 2026-10-15 tambem CURSOBRI.DAT (exigencia por departamento;
      *            na fusao o curso repetido sai), MUDVIG.DAT (as
      *            programadas, imagem anterior e nova) e PAYPEND.DAT
      *            (as duas imagens da pendencia), com imagem anterior
      *            e devolucao no cancelamento como os demais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DMAPSEL.cpy".

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.

           SELECT DEPTOS-SOMA-FILE ASSIGN TO "SOMADEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMADEPT-STATUS.

           SELECT CAMPANHAS-FILE ASSIGN TO "PESQCAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPANHAS-STATUS.

           SELECT ORCAMENTOS-FILE ASSIGN TO "DEPTBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCAMENTOS-STATUS.

           SELECT ACUMULADO-DEPTO-FILE ASSIGN TO "DEPTACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUMULADO-STATUS.

      *    plano de contas da folha, do PROG109.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLCONTAS-STATUS.

           COPY "QDRSEL.cpy".
           COPY "CTRSEL.cpy".
           COPY "PLANSEL.cpy".
           COPY "CURSSEL.cpy".
           COPY "MUDVSEL.cpy".

      *    mudancas salariais aguardando o supervisor (PROG69).
           SELECT PENDENTES-FILE ASSIGN TO "PAYPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENTES-STATUS.

      *    imagem anterior de todo registro que a reorganizacao
      *    alterou ou excluiu, para desfazer a mao se preciso.
           SELECT IMAGENS-ANTERIORES-FILE ASSIGN TO "DEPTANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGENS-STATUS.

      *    copia de trabalho dos arquivos em linha; so existe
      *    durante a regravacao de cada um.
           SELECT REORG-TRABALHO-FILE ASSIGN TO "DEPTREOR.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "DMAPFD.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  DEPTOS-SOMA-FILE.
       01  DEPTO-SOMA-REC.
           05  DEPTO-CODIGO PIC X(4).
           05  DEPTO-NOME   PIC X(20).

       FD  CAMPANHAS-FILE.
       COPY "CAMPREC.cpy".

       FD  ORCAMENTOS-FILE.
       01  ORCAMENTO-REC.
           05  ORCA-DEPTO       PIC X(4).
           05  ORCA-COMPETENCIA PIC 9(6).
           05  ORCA-VALOR       PIC 9(8).

       FD  ACUMULADO-DEPTO-FILE.
       01  ACUMULADO-DEPTO-REC.
           05  ACUM-DEPTO       PIC X(4).
           05  ACUM-COMPETENCIA PIC 9(6).
           05  ACUM-VALOR       PIC S9(8) SIGN LEADING SEPARATE.

       FD  PLANO-CONTAS-FILE.
       COPY "CONTAREC.cpy".

       COPY "QDRFD.cpy".
       COPY "CTRFD.cpy".
       COPY "PLANFD.cpy".
       COPY "CURSFD.cpy".
       COPY "MUDVFD.cpy".

       FD  PENDENTES-FILE.
       COPY "PENDREC.cpy".

      *    ACAO: A registro regravado (codigo novo, ou a linha que
      *    recebeu a soma da fusao), E registro excluido (departamento
      *    antigo que sumiu no novo, linha somada em outra). CHAVE e
      *    a chave do registro A como ficou depois da troca, por onde
      *    o cancelamento acha o registro para devolver a imagem.
      *    RESTAURADA "S": imagem ja devolvida por um cancelamento.
       FD  IMAGENS-ANTERIORES-FILE.
       01  IMAGEM-ANTERIOR-REC.
           05  ANT-DATA         PIC 9(8).
           05  ANT-HORA         PIC 9(6).
           05  ANT-OPERADOR     PIC X(8).
           05  ANT-DEPTO-ANTIGO PIC X(4).
           05  ANT-DEPTO-NOVO   PIC X(4).
           05  ANT-ARQUIVO      PIC X(12).
           05  ANT-ACAO         PIC X.
           05  ANT-IMAGEM       PIC X(170).
           05  ANT-CHAVE        PIC X(30).
           05  ANT-RESTAURADA   PIC X.
               88  IMAGEM-RESTAURADA VALUE "S".

       FD  REORG-TRABALHO-FILE.
       01  REORG-TRABALHO-REC PIC X(244).

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PAGMSTR-STATUS    PIC XX.
       01  WS-DEPTMSTR-STATUS   PIC XX.
       01  WS-SOMADEPT-STATUS   PIC XX.
       01  WS-CAMPANHAS-STATUS  PIC XX.
       01  WS-ORCAMENTOS-STATUS PIC XX.
       01  WS-ACUMULADO-STATUS  PIC XX.
       01  WS-IMAGENS-STATUS    PIC XX.
       01  WS-TRABALHO-STATUS   PIC XX.
       01  WS-PLCONTAS-STATUS   PIC XX.
       01  WS-PENDENTES-STATUS  PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR    VALUE 1.
           88  OPCAO-REGISTRAR VALUE 2.
           88  OPCAO-APLICAR   VALUE 3.
           88  OPCAO-CANCELAR  VALUE 4.
           88  OPCAO-SAIR      VALUE 0.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-HORA-AGORA PIC 9(6).
       01  WS-CONFIRMA PIC X.
           88  CONFIRMADO VALUE "S".

      *    a troca em andamento.
       01  WS-DEPTO-ANTIGO PIC X(4).
       01  WS-DEPTO-NOVO   PIC X(4).
       01  WS-COMPETENCIA-EFETIVA PIC 9(6).
       01  WS-DATA-VIGENCIA PIC 9(8).
       01  WS-DMAP-ACHADO PIC 9(2).
       01  WS-DMAP-GRAVA-IDX PIC 9(2).
       01  WS-MAPA-CONFLITO PIC X.
           88  MAPA-EM-CONFLITO VALUE "S".
       01  WS-ANTIGO-NO-MESTRE PIC X.
       01  WS-NOVO-NO-MESTRE   PIC X.
       01  WS-NOVO-NO-SOMADEPT PIC X.
       01  WS-ANT-ARQUIVO PIC X(12).
       01  WS-ANT-ACAO    PIC X.
       01  WS-ANT-CHAVE   PIC X(30).

      *    registros mexidos por arquivo na troca em andamento.
       01  WS-QTD-PAGAMENTOS PIC 9(5).
       01  WS-QTD-MESTRE     PIC 9(3).
       01  WS-QTD-SOMADEPT   PIC 9(3).
       01  WS-QTD-CAMPANHAS  PIC 9(3).
       01  WS-QTD-ORCAMENTOS PIC 9(3).
       01  WS-QTD-ACUMULADOS PIC 9(3).
       01  WS-QTD-PLCONTAS   PIC 9(3).
       01  WS-QTD-CELULAS    PIC 9(3).
       01  WS-QTD-VAGAS      PIC 9(3).
       01  WS-QTD-COBRANCAS  PIC 9(4).
       01  WS-QTD-ACOES      PIC 9(3).
       01  WS-QTD-EXIGENCIAS PIC 9(3).
       01  WS-QTD-MUDANCAS   PIC 9(4).
       01  WS-QTD-PENDENCIAS PIC 9(4).
       01  WS-QTD-VENCIDOS   PIC 9(2).
       01  WS-QTD-APLICADOS  PIC 9(2).

      *    linhas por competencia do orcamento e do acumulado que a
      *    troca atinge: o antigo da vigencia em diante e, na
      *    fusao, a linha do novo na mesma competencia, que recebe
      *    a soma. as demais passam direto para a copia.
       01  WS-TABELA-COMPETENCIAS.
           05  TAB-CMP OCCURS 200 TIMES.
               10  TAB-CMP-COMPETENCIA PIC 9(6).
               10  TAB-CMP-VALOR PIC S9(9) SIGN LEADING SEPARATE.
       01  WS-QTD-CMP PIC 9(3) VALUE 0.
       01  WS-CMP-IDX PIC 9(3).
       01  WS-CMP-ACHADO-IDX PIC 9(3).
       01  WS-CMP-PROCURADA PIC 9(6).
       01  WS-LINHA-ATINGIDA PIC X.
           88  LINHA-ATINGIDA VALUE "S".

      *    o mesmo para o quadro de vagas, por grade.
       01  WS-TABELA-GRADES.
           05  TAB-GRD OCCURS 50 TIMES.
               10  TAB-GRD-GRADE PIC X(2).
               10  TAB-GRD-AUTORIZADO PIC S9(5) SIGN LEADING SEPARATE.
       01  WS-QTD-GRD PIC 9(2) VALUE 0.
       01  WS-GRD-IDX PIC 9(2).
       01  WS-GRD-ACHADO-IDX PIC 9(2).
       01  WS-GRD-PROCURADA PIC X(2).

      *    chaves que o novo ja tem no plano de contas (componente)
      *    e nos planos de acao (campanha + pergunta): a linha do
      *    antigo com chave repetida sai, a do novo fica.
       01  WS-TABELA-CHAVES-NOVO.
           05  TAB-CHN OCCURS 500 TIMES PIC X(20).
       01  WS-QTD-CHN PIC 9(3) VALUE 0.
       01  WS-CHN-IDX PIC 9(3).
       01  WS-CHN-PROCURADA PIC X(20).
       01  WS-CHN-ACHADA PIC X.
           88  CHAVE-DO-NOVO VALUE "S".

      *    cancelamento de reorganizacao aplicada: as imagens
      *    anteriores ainda nao devolvidas, por arquivo, e as de um
      *    arquivo de cada vez em tabela.
       01  WS-NOMES-ARQUIVOS-REORG.
           05  FILLER PIC X(12) VALUE "PAYMSTR.DAT".
           05  FILLER PIC X(12) VALUE "DEPTMSTR.DAT".
           05  FILLER PIC X(12) VALUE "SOMADEPT.DAT".
           05  FILLER PIC X(12) VALUE "PESQCAMP.DAT".
           05  FILLER PIC X(12) VALUE "DEPTBUDG.DAT".
           05  FILLER PIC X(12) VALUE "DEPTACUM.DAT".
           05  FILLER PIC X(12) VALUE "PLCONTAS.DAT".
           05  FILLER PIC X(12) VALUE "QUADRO.DAT".
           05  FILLER PIC X(12) VALUE "REQVAGA.DAT".
           05  FILLER PIC X(12) VALUE "CONTRATO.DAT".
           05  FILLER PIC X(12) VALUE "PESQPLAN.DAT".
           05  FILLER PIC X(12) VALUE "CURSOBRI.DAT".
           05  FILLER PIC X(12) VALUE "MUDVIG.DAT".
           05  FILLER PIC X(12) VALUE "PAYPEND.DAT".
       01  WS-ARQUIVOS-REORG REDEFINES WS-NOMES-ARQUIVOS-REORG.
           05  TAB-ARQ-NOME OCCURS 14 TIMES PIC X(12).
       01  WS-QTD-IMAGENS-ARQUIVO.
           05  TAB-ARQ-QTD OCCURS 14 TIMES PIC 9(5).
       01  WS-ARQ-IDX PIC 9(2).
       01  WS-TABELA-IMAGENS.
           05  TAB-IMG OCCURS 2000 TIMES.
               10  TAB-IMG-IMAGEM PIC X(170).
               10  TAB-IMG-CHAVE  PIC X(30).
               10  TAB-IMG-ACAO   PIC X.
               10  TAB-IMG-USADA  PIC X.
       01  WS-QTD-IMG PIC 9(4).
       01  WS-IMG-IDX PIC 9(4).
       01  WS-IMG-ACHADA PIC 9(4).
       01  WS-CHAVE-ATUAL PIC X(30).
       01  WS-QTD-RESTAURADOS PIC 9(5).
       01  WS-QTD-SOBRAS PIC 9(5).
       01  WS-TOTAL-RESTAURADOS PIC 9(6).
       01  WS-TOTAL-SOBRAS PIC 9(6).
       01  WS-TOTAL-IMAGENS PIC 9(6).
       01  WS-DESFAZ-SITUACAO PIC X.
           88  DESFAZ-LIBERADO VALUE "S".

      *    o departamento das duas imagens do pagamento (layout do
      *    PAYREC) dentro de um registro de mudanca programada
      *    (MUDVFD) e de pendencia (PENDREC), para ler a imagem
      *    guardada no DEPTANT.DAT.
       01  WS-MUDANCA-DEPTOS.
           05  FILLER             PIC X(56).
           05  WS-MUDG-ANT-DEPTO  PIC X(4).
           05  FILLER             PIC X(24).
           05  WS-MUDG-NOVA-DEPTO PIC X(4).
           05  FILLER             PIC X(16).
       01  WS-PENDENCIA-DEPTOS.
           05  FILLER             PIC X(25).
           05  WS-PENG-ANT-DEPTO  PIC X(4).
           05  FILLER             PIC X(24).
           05  WS-PENG-NOVA-DEPTO PIC X(4).
           05  FILLER             PIC X(24).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DMAPWS.cpy".
       COPY "DATAWS.cpy".
       COPY "QDRWS.cpy".
       COPY "CTRWS.cpy".
       COPY "PLANWS.cpy".
       COPY "CURSWS.cpy".
       COPY "MUDVWS.cpy".

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
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "REORGANIZACAO DE DEPARTAMENTOS E SO PARA "
                   "SUPERVISOR"
               MOVE "PROG159" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGA-MAPA-DEPTOS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== REORGANIZACAO DE DEPARTAMENTOS ====="
               DISPLAY "1=LISTAR 2=REGISTRAR 3=APLICAR VENCIDAS "
                   "4=CANCELAR 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR    PERFORM LISTA-MAPA
                   WHEN OPCAO-REGISTRAR
                       PERFORM REGISTRA-MAPEAMENTO
                           THRU REGISTRA-MAPEAMENTO-FIM
                   WHEN OPCAO-APLICAR
                       PERFORM APLICA-VENCIDOS
                   WHEN OPCAO-CANCELAR
                       PERFORM CANCELA-MAPEAMENTO
                           THRU CANCELA-MAPEAMENTO-FIM
                   WHEN OPCAO-SAIR      CONTINUE
                   WHEN OTHER           DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       LISTA-MAPA.
           IF WS-QTD-DMAP = 0
               DISPLAY "NENHUMA REORGANIZACAO REGISTRADA"
           END-IF.
           PERFORM VARYING DMAP-IDX FROM 1 BY 1
                   UNTIL DMAP-IDX > WS-QTD-DMAP
               DISPLAY TAB-DMAP-ANTIGO(DMAP-IDX) " -> "
                   TAB-DMAP-NOVO(DMAP-IDX) " VIGENCIA "
                   TAB-DMAP-VIGENCIA(DMAP-IDX) " TIPO "
                   TAB-DMAP-TIPO(DMAP-IDX) " SITUACAO "
                   TAB-DMAP-SITUACAO(DMAP-IDX) " "
                   TAB-DMAP-REGISTRADO-POR(DMAP-IDX) " "
                   TAB-DMAP-APLICADO-POR(DMAP-IDX) " "
                   TAB-DMAP-DATA-APLICACAO(DMAP-IDX)
           END-PERFORM.

      *    o mapa so aceita linhas que resolvem sem ambiguidade: um
      *    mapeamento vivo por codigo antigo, codigo novo que nao
      *    foi (nem vai ser) reorganizado, e pelo menos um dos dois
      *    no mestre de departamentos - o antigo pode ja ter sumido
      *    do DEPTMSTR numa troca feita a mao, que e justamente o
      *    orfao que se quer acertar.
       REGISTRA-MAPEAMENTO.
           IF WS-QTD-DMAP = 50
               DISPLAY "MAPA DE DEPARTAMENTOS CHEIO"
               GO TO REGISTRA-MAPEAMENTO-FIM
           END-IF.
           DISPLAY "CODIGO ANTIGO (4 CARACTERES):"
           MOVE SPACES TO WS-DEPTO-ANTIGO.
           ACCEPT WS-DEPTO-ANTIGO.
           DISPLAY "CODIGO NOVO (4 CARACTERES):"
           MOVE SPACES TO WS-DEPTO-NOVO.
           ACCEPT WS-DEPTO-NOVO.
           IF WS-DEPTO-ANTIGO = SPACES OR WS-DEPTO-NOVO = SPACES
                   OR WS-DEPTO-ANTIGO = WS-DEPTO-NOVO
               DISPLAY "CODIGOS INVALIDOS"
               MOVE "CODIGO" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM REJEITA-MAPEAMENTO
               GO TO REGISTRA-MAPEAMENTO-FIM
           END-IF.
           DISPLAY "VIGENCIA (AAAAMMDD):"
           MOVE 0 TO WS-DATA-CONFERIDA.
           ACCEPT WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "DATA INVALIDA"
               MOVE "VIGENCIA" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-CONFERIDA TO WS-EXCCOM-VALOR
               PERFORM REJEITA-MAPEAMENTO
               GO TO REGISTRA-MAPEAMENTO-FIM
           END-IF.

           MOVE "N" TO WS-MAPA-CONFLITO.
           PERFORM VARYING DMAP-IDX FROM 1 BY 1
                   UNTIL DMAP-IDX > WS-QTD-DMAP
               IF NOT DMAP-CANCELADO(DMAP-IDX)
                   IF TAB-DMAP-ANTIGO(DMAP-IDX) = WS-DEPTO-ANTIGO
                       DISPLAY WS-DEPTO-ANTIGO
                           " JA TEM REORGANIZACAO NO MAPA"
                       MOVE "S" TO WS-MAPA-CONFLITO
                   END-IF
                   IF TAB-DMAP-ANTIGO(DMAP-IDX) = WS-DEPTO-NOVO
                       DISPLAY WS-DEPTO-NOVO
                           " ESTA SENDO REORGANIZADO, USE "
                           TAB-DMAP-NOVO(DMAP-IDX)
                       MOVE "S" TO WS-MAPA-CONFLITO
                   END-IF
                   IF TAB-DMAP-NOVO(DMAP-IDX) = WS-DEPTO-ANTIGO
                           AND DMAP-PENDENTE(DMAP-IDX)
                       DISPLAY WS-DEPTO-ANTIGO
                           " AINDA VAI RECEBER "
                           TAB-DMAP-ANTIGO(DMAP-IDX)
                           ", APLIQUE ESSA ANTES"
                       MOVE "S" TO WS-MAPA-CONFLITO
                   END-IF
               END-IF
           END-PERFORM.
           IF MAPA-EM-CONFLITO
               MOVE "CODIGO" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM REJEITA-MAPEAMENTO
               GO TO REGISTRA-MAPEAMENTO-FIM
           END-IF.

           PERFORM CONFERE-MESTRE-DEPTOS.
           IF WS-ANTIGO-NO-MESTRE = "N" AND WS-NOVO-NO-MESTRE = "N"
               DISPLAY "NEM " WS-DEPTO-ANTIGO " NEM " WS-DEPTO-NOVO
                   " ESTAO NO DEPTMSTR"
               MOVE "DEPARTAMENTO" TO WS-EXCCOM-CAMPO
               MOVE WS-DEPTO-NOVO TO WS-EXCCOM-VALOR
               PERFORM REJEITA-MAPEAMENTO
               GO TO REGISTRA-MAPEAMENTO-FIM
           END-IF.
           IF WS-ANTIGO-NO-MESTRE = "N"
               DISPLAY "AVISO: " WS-DEPTO-ANTIGO
                   " JA NAO ESTA NO DEPTMSTR (SO OS ORFAOS MUDAM)"
           END-IF.

           ADD 1 TO WS-QTD-DMAP.
           SET DMAP-IDX TO WS-QTD-DMAP.
           MOVE WS-DEPTO-ANTIGO TO TAB-DMAP-ANTIGO(DMAP-IDX).
           MOVE WS-DEPTO-NOVO TO TAB-DMAP-NOVO(DMAP-IDX).
           MOVE WS-DATA-CONFERIDA TO TAB-DMAP-VIGENCIA(DMAP-IDX).
           IF WS-NOVO-NO-MESTRE = "S"
               MOVE "F" TO TAB-DMAP-TIPO(DMAP-IDX)
           ELSE
               MOVE "T" TO TAB-DMAP-TIPO(DMAP-IDX)
           END-IF.
           MOVE "P" TO TAB-DMAP-SITUACAO(DMAP-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO
               TO TAB-DMAP-REGISTRADO-POR(DMAP-IDX).
           MOVE WS-DATA-HOJE TO TAB-DMAP-DATA-REGISTRO(DMAP-IDX).
           MOVE SPACES TO TAB-DMAP-APLICADO-POR(DMAP-IDX).
           MOVE 0 TO TAB-DMAP-DATA-APLICACAO(DMAP-IDX).
           PERFORM GRAVA-MAPA-DEPTOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REORG-REGISTRA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " TIPO " TAB-DMAP-TIPO(DMAP-IDX)
                  " VIG " WS-DATA-CONFERIDA
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           IF WS-NOVO-NO-MESTRE = "S"
               DISPLAY "FUSAO REGISTRADA: " WS-DEPTO-ANTIGO
                   " SOME DENTRO DE " WS-DEPTO-NOVO
           ELSE
               DISPLAY "TROCA REGISTRADA: " WS-DEPTO-ANTIGO
                   " PASSA A SER " WS-DEPTO-NOVO
           END-IF.

       REGISTRA-MAPEAMENTO-FIM.
           EXIT.

       REJEITA-MAPEAMENTO.
           MOVE "PROG159" TO WS-EXCCOM-PROGRAMA.
           PERFORM GRAVA-EXCECAO-COMUM.

      *    quem esta no mestre de departamentos: decide entre fusao
      *    (o novo ja existe) e troca de codigo.
       CONFERE-MESTRE-DEPTOS.
           MOVE "N" TO WS-ANTIGO-NO-MESTRE.
           MOVE "N" TO WS-NOVO-NO-MESTRE.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS = "00"
               PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
                   READ DEPARTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMSTR-STATUS
                       NOT AT END
                           IF DEPT-CODIGO = WS-DEPTO-ANTIGO
                               MOVE "S" TO WS-ANTIGO-NO-MESTRE
                           END-IF
                           IF DEPT-CODIGO = WS-DEPTO-NOVO
                               MOVE "S" TO WS-NOVO-NO-MESTRE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.

      *    a pendente so muda de situacao; a ja aplicada devolve
      *    antes aos arquivos vivos as imagens anteriores guardadas
      *    em DEPTANT.DAT. o historico da folha lancado no codigo
      *    novo enquanto valeu a troca fica como foi lancado.
       CANCELA-MAPEAMENTO.
           DISPLAY "CODIGO ANTIGO DA REORGANIZACAO A CANCELAR:"
           MOVE SPACES TO WS-DEPTO-ANTIGO.
           ACCEPT WS-DEPTO-ANTIGO.
           MOVE 0 TO WS-DMAP-ACHADO.
           PERFORM VARYING DMAP-IDX FROM 1 BY 1
                   UNTIL DMAP-IDX > WS-QTD-DMAP
               IF TAB-DMAP-ANTIGO(DMAP-IDX) = WS-DEPTO-ANTIGO
                       AND (DMAP-PENDENTE(DMAP-IDX)
                         OR DMAP-APLICADO(DMAP-IDX))
                   SET WS-DMAP-ACHADO TO DMAP-IDX
               END-IF
           END-PERFORM.
           IF WS-DMAP-ACHADO = 0
               DISPLAY "NENHUMA REORGANIZACAO PENDENTE OU APLICADA "
                   "PARA " WS-DEPTO-ANTIGO
               GO TO CANCELA-MAPEAMENTO-FIM
           END-IF.
           SET DMAP-IDX TO WS-DMAP-ACHADO.
           IF DMAP-APLICADO(DMAP-IDX)
               PERFORM DESFAZ-MAPEAMENTO THRU DESFAZ-MAPEAMENTO-FIM
               IF NOT DESFAZ-LIBERADO
                   GO TO CANCELA-MAPEAMENTO-FIM
               END-IF
           END-IF.
           SET DMAP-IDX TO WS-DMAP-ACHADO.
           MOVE "C" TO TAB-DMAP-SITUACAO(DMAP-IDX).
           PERFORM GRAVA-MAPA-DEPTOS.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REORG-CANCELA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING TAB-DMAP-ANTIGO(DMAP-IDX) ">"
                  TAB-DMAP-NOVO(DMAP-IDX) " VIG "
                  TAB-DMAP-VIGENCIA(DMAP-IDX)
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "REORGANIZACAO CANCELADA".

       CANCELA-MAPEAMENTO-FIM.
           EXIT.

      *    devolve as imagens anteriores da troca em DMAP-IDX ainda
      *    nao devolvidas. recusa se o codigo novo ja foi
      *    reorganizado de novo (a cadeia se desfaz do fim para o
      *    comeco) ou se um arquivo tem mais imagens que a tabela.
       DESFAZ-MAPEAMENTO.
           MOVE "N" TO WS-DESFAZ-SITUACAO.
           MOVE TAB-DMAP-ANTIGO(DMAP-IDX) TO WS-DEPTO-ANTIGO.
           MOVE TAB-DMAP-NOVO(DMAP-IDX) TO WS-DEPTO-NOVO.
           MOVE "N" TO WS-MAPA-CONFLITO.
           PERFORM VARYING DMAP-IDX FROM 1 BY 1
                   UNTIL DMAP-IDX > WS-QTD-DMAP
               IF TAB-DMAP-ANTIGO(DMAP-IDX) = WS-DEPTO-NOVO
                       AND DMAP-APLICADO(DMAP-IDX)
                   DISPLAY WS-DEPTO-NOVO " JA FOI REORGANIZADO EM "
                       TAB-DMAP-NOVO(DMAP-IDX) ", CANCELE ESSA ANTES"
                   MOVE "S" TO WS-MAPA-CONFLITO
               END-IF
           END-PERFORM.
           IF MAPA-EM-CONFLITO
               MOVE "CANCELA" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM REJEITA-MAPEAMENTO
               GO TO DESFAZ-MAPEAMENTO-FIM
           END-IF.

           PERFORM CONTA-IMAGENS-DESFAZ.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > 14
               IF TAB-ARQ-QTD(WS-ARQ-IDX) > 2000
                   DISPLAY TAB-ARQ-NOME(WS-ARQ-IDX) " TEM "
                       TAB-ARQ-QTD(WS-ARQ-IDX)
                       " IMAGENS, MAIS QUE AS 2000 DA TABELA"
                   MOVE "S" TO WS-MAPA-CONFLITO
               END-IF
           END-PERFORM.
           IF MAPA-EM-CONFLITO
               MOVE "IMAGENS" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM REJEITA-MAPEAMENTO
               GO TO DESFAZ-MAPEAMENTO-FIM
           END-IF.

           DISPLAY WS-DEPTO-ANTIGO " -> " WS-DEPTO-NOVO
               " JA APLICADA: " WS-TOTAL-IMAGENS
               " IMAGEM(NS) ANTERIOR(ES) A DEVOLVER".
           IF WS-TOTAL-IMAGENS = 0
               DISPLAY "NENHUMA IMAGEM EM DEPTANT.DAT: SO O MAPA "
                   "SERA CANCELADO"
           END-IF.
           DISPLAY "DESFAZER E CANCELAR (S/N)?".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           INSPECT WS-CONFIRMA CONVERTING "s" TO "S".
           IF NOT CONFIRMADO
               GO TO DESFAZ-MAPEAMENTO-FIM
           END-IF.

           MOVE 0 TO WS-TOTAL-RESTAURADOS.
           MOVE 0 TO WS-TOTAL-SOBRAS.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > 14
               IF TAB-ARQ-QTD(WS-ARQ-IDX) > 0
                   PERFORM DESFAZ-ARQUIVO
               END-IF
           END-PERFORM.
           IF WS-TOTAL-IMAGENS > 0
               PERFORM MARCA-IMAGENS-RESTAURADAS
           END-IF.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REORG-DESFAZ" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " DEVOLV " WS-TOTAL-RESTAURADOS
                  " SOBRA " WS-TOTAL-SOBRAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY WS-TOTAL-RESTAURADOS " IMAGEM(NS) DEVOLVIDA(S)".
           IF WS-TOTAL-SOBRAS > 0
               DISPLAY WS-TOTAL-SOBRAS " SEM REGISTRO PARA DEVOLVER "
                   "(VER DEPTANT.DAT)"
           END-IF.
           MOVE "S" TO WS-DESFAZ-SITUACAO.

       DESFAZ-MAPEAMENTO-FIM.
           EXIT.

      *    imagens ainda nao devolvidas da troca, por arquivo.
       CONTA-IMAGENS-DESFAZ.
           MOVE ZEROS TO WS-QTD-IMAGENS-ARQUIVO.
           MOVE 0 TO WS-TOTAL-IMAGENS.
           OPEN INPUT IMAGENS-ANTERIORES-FILE.
           IF WS-IMAGENS-STATUS = "00"
               PERFORM UNTIL WS-IMAGENS-STATUS NOT = "00"
                   READ IMAGENS-ANTERIORES-FILE
                       AT END
                           MOVE "10" TO WS-IMAGENS-STATUS
                       NOT AT END
                           IF ANT-DEPTO-ANTIGO = WS-DEPTO-ANTIGO
                                   AND ANT-DEPTO-NOVO = WS-DEPTO-NOVO
                                   AND NOT IMAGEM-RESTAURADA
                               PERFORM ANOTA-IMAGEM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE IMAGENS-ANTERIORES-FILE.

       ANOTA-IMAGEM-ARQUIVO.
           ADD 1 TO WS-TOTAL-IMAGENS.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > 14
               IF TAB-ARQ-NOME(WS-ARQ-IDX) = ANT-ARQUIVO
                   ADD 1 TO TAB-ARQ-QTD(WS-ARQ-IDX)
               END-IF
           END-PERFORM.

       DESFAZ-ARQUIVO.
           MOVE TAB-ARQ-NOME(WS-ARQ-IDX) TO WS-ANT-ARQUIVO.
           PERFORM CARREGA-IMAGENS.
           MOVE 0 TO WS-QTD-RESTAURADOS.
           EVALUATE WS-ANT-ARQUIVO
               WHEN "PAYMSTR.DAT"
                   PERFORM DESFAZ-PAGAMENTOS
               WHEN "DEPTMSTR.DAT"
                   PERFORM DESFAZ-MESTRE THRU DESFAZ-MESTRE-FIM
               WHEN "SOMADEPT.DAT"
                   PERFORM DESFAZ-SOMADEPT THRU DESFAZ-SOMADEPT-FIM
               WHEN "PESQCAMP.DAT"
                   PERFORM DESFAZ-CAMPANHAS THRU DESFAZ-CAMPANHAS-FIM
               WHEN "DEPTBUDG.DAT"
                   PERFORM DESFAZ-ORCAMENTOS
                       THRU DESFAZ-ORCAMENTOS-FIM
               WHEN "DEPTACUM.DAT"
                   PERFORM DESFAZ-ACUMULADOS
                       THRU DESFAZ-ACUMULADOS-FIM
               WHEN "PLCONTAS.DAT"
                   PERFORM DESFAZ-PLCONTAS THRU DESFAZ-PLCONTAS-FIM
               WHEN "QUADRO.DAT"
                   PERFORM DESFAZ-QUADRO THRU DESFAZ-QUADRO-FIM
               WHEN "REQVAGA.DAT"
                   PERFORM DESFAZ-REQUISICOES
                       THRU DESFAZ-REQUISICOES-FIM
               WHEN "CONTRATO.DAT"
                   PERFORM DESFAZ-CONTRATOS THRU DESFAZ-CONTRATOS-FIM
               WHEN "PESQPLAN.DAT"
                   PERFORM DESFAZ-PLANOS THRU DESFAZ-PLANOS-FIM
               WHEN "CURSOBRI.DAT"
                   PERFORM DESFAZ-EXIGENCIAS
                       THRU DESFAZ-EXIGENCIAS-FIM
               WHEN "MUDVIG.DAT"
                   PERFORM DESFAZ-MUDANCAS THRU DESFAZ-MUDANCAS-FIM
               WHEN "PAYPEND.DAT"
                   PERFORM DESFAZ-PENDENCIAS
                       THRU DESFAZ-PENDENCIAS-FIM
           END-EVALUATE.
           MOVE 0 TO WS-QTD-SOBRAS.
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-QTD-IMG
               IF TAB-IMG-USADA(WS-IMG-IDX) = "N"
                   ADD 1 TO WS-QTD-SOBRAS
               END-IF
           END-PERFORM.
           ADD WS-QTD-RESTAURADOS TO WS-TOTAL-RESTAURADOS.
           ADD WS-QTD-SOBRAS TO WS-TOTAL-SOBRAS.
           DISPLAY "  " WS-ANT-ARQUIVO " " WS-QTD-RESTAURADOS
               " DEVOLVIDA(S) " WS-QTD-SOBRAS " SEM REGISTRO".

      *    as imagens da troca em andamento para o arquivo
      *    WS-ANT-ARQUIVO.
       CARREGA-IMAGENS.
           MOVE 0 TO WS-QTD-IMG.
           OPEN INPUT IMAGENS-ANTERIORES-FILE.
           IF WS-IMAGENS-STATUS = "00"
               PERFORM UNTIL WS-IMAGENS-STATUS NOT = "00"
                   READ IMAGENS-ANTERIORES-FILE
                       AT END
                           MOVE "10" TO WS-IMAGENS-STATUS
                       NOT AT END
                           IF ANT-DEPTO-ANTIGO = WS-DEPTO-ANTIGO
                                   AND ANT-DEPTO-NOVO = WS-DEPTO-NOVO
                                   AND ANT-ARQUIVO = WS-ANT-ARQUIVO
                                   AND NOT IMAGEM-RESTAURADA
                                   AND WS-QTD-IMG < 2000
                               ADD 1 TO WS-QTD-IMG
                               MOVE ANT-IMAGEM
                                   TO TAB-IMG-IMAGEM(WS-QTD-IMG)
                               MOVE ANT-CHAVE
                                   TO TAB-IMG-CHAVE(WS-QTD-IMG)
                               MOVE ANT-ACAO
                                   TO TAB-IMG-ACAO(WS-QTD-IMG)
                               MOVE "N" TO TAB-IMG-USADA(WS-QTD-IMG)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE IMAGENS-ANTERIORES-FILE.

      *    imagem A ainda nao usada com a chave WS-CHAVE-ATUAL:
      *    posicao em WS-IMG-ACHADA (zero = o registro nao foi
      *    mexido pela troca).
       PROCURA-IMAGEM-TROCADA.
           MOVE 0 TO WS-IMG-ACHADA.
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-QTD-IMG
                      OR WS-IMG-ACHADA > 0
               IF TAB-IMG-ACAO(WS-IMG-IDX) = "A"
                       AND TAB-IMG-USADA(WS-IMG-IDX) = "N"
                       AND TAB-IMG-CHAVE(WS-IMG-IDX) = WS-CHAVE-ATUAL
                   MOVE WS-IMG-IDX TO WS-IMG-ACHADA
               END-IF
           END-PERFORM.
           IF WS-IMG-ACHADA > 0
               MOVE "S" TO TAB-IMG-USADA(WS-IMG-ACHADA)
               ADD 1 TO WS-QTD-RESTAURADOS
           END-IF.

      *    registros que a troca excluiu: voltam inteiros no fim da
      *    copia de trabalho.
       ACRESCENTA-IMAGENS-EXCLUIDAS.
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-QTD-IMG
               IF TAB-IMG-ACAO(WS-IMG-IDX) = "E"
                   MOVE TAB-IMG-IMAGEM(WS-IMG-IDX)
                       TO REORG-TRABALHO-REC
                   WRITE REORG-TRABALHO-REC
                   MOVE "S" TO TAB-IMG-USADA(WS-IMG-IDX)
                   ADD 1 TO WS-QTD-RESTAURADOS
               END-IF
           END-PERFORM.

      *    mestre de pagamento: regravado no lugar, como na troca.
       DESFAZ-PAGAMENTOS.
           OPEN I-O PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               PERFORM UNTIL WS-PAGMSTR-STATUS NOT = "00"
                   READ PAGAMENTO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PAGMSTR-STATUS
                       NOT AT END
                           MOVE PM-COD TO WS-CHAVE-ATUAL
                           PERFORM PROCURA-IMAGEM-TROCADA
                           IF WS-IMG-ACHADA > 0
                               MOVE WS-DEPTO-ANTIGO TO PM-DEPTO
                               REWRITE PM-PAGAMENTO-REC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PAGAMENTO-MASTER-FILE.

      *    arquivos em linha: o registro que a troca regravou volta
      *    ao codigo antigo (o resto do que mudou depois fica) e o
      *    que ela excluiu volta inteiro no fim do arquivo.
       DESFAZ-MESTRE.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS NOT = "00"
               CLOSE DEPARTAMENTOS-FILE
               GO TO DESFAZ-MESTRE-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
               READ DEPARTAMENTOS-FILE
                   AT END
                       MOVE "10" TO WS-DEPTMSTR-STATUS
                   NOT AT END
                       MOVE DEPT-CODIGO TO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO DEPT-CODIGO
                       END-IF
                       MOVE DEPT-DEPARTAMENTO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE DEPARTAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT DEPARTAMENTOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO DEPT-DEPARTAMENTO-REC
                       WRITE DEPT-DEPARTAMENTO-REC
               END-READ
           END-PERFORM.
           CLOSE DEPARTAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-MESTRE-FIM.
           EXIT.

       DESFAZ-SOMADEPT.
           OPEN INPUT DEPTOS-SOMA-FILE.
           IF WS-SOMADEPT-STATUS NOT = "00"
               CLOSE DEPTOS-SOMA-FILE
               GO TO DESFAZ-SOMADEPT-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-SOMADEPT-STATUS NOT = "00"
               READ DEPTOS-SOMA-FILE
                   AT END
                       MOVE "10" TO WS-SOMADEPT-STATUS
                   NOT AT END
                       MOVE DEPTO-CODIGO TO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO DEPTO-CODIGO
                       END-IF
                       MOVE DEPTO-SOMA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE DEPTOS-SOMA-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT DEPTOS-SOMA-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO DEPTO-SOMA-REC
                       WRITE DEPTO-SOMA-REC
               END-READ
           END-PERFORM.
           CLOSE DEPTOS-SOMA-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-SOMADEPT-FIM.
           EXIT.

       DESFAZ-CAMPANHAS.
           OPEN INPUT CAMPANHAS-FILE.
           IF WS-CAMPANHAS-STATUS NOT = "00"
               CLOSE CAMPANHAS-FILE
               GO TO DESFAZ-CAMPANHAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-CAMPANHAS-STATUS NOT = "00"
               READ CAMPANHAS-FILE
                   AT END
                       MOVE "10" TO WS-CAMPANHAS-STATUS
                   NOT AT END
                       MOVE CAMP-ID TO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO CAMP-FILTRO-DEPTO
                       END-IF
                       MOVE CAMP-CAMPANHA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE CAMPANHAS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT CAMPANHAS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO CAMP-CAMPANHA-REC
                       WRITE CAMP-CAMPANHA-REC
               END-READ
           END-PERFORM.
           CLOSE CAMPANHAS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-CAMPANHAS-FIM.
           EXIT.

      *    linhas somadas na fusao: a linha do novo que recebeu a
      *    soma volta a ser a imagem A e as E voltam no fim.
       DESFAZ-ORCAMENTOS.
           OPEN INPUT ORCAMENTOS-FILE.
           IF WS-ORCAMENTOS-STATUS NOT = "00"
               CLOSE ORCAMENTOS-FILE
               GO TO DESFAZ-ORCAMENTOS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-ORCAMENTOS-STATUS NOT = "00"
               READ ORCAMENTOS-FILE
                   AT END
                       MOVE "10" TO WS-ORCAMENTOS-STATUS
                   NOT AT END
                       MOVE ORCAMENTO-REC TO REORG-TRABALHO-REC
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING ORCA-DEPTO ORCA-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE TAB-IMG-IMAGEM(WS-IMG-ACHADA)
                               TO REORG-TRABALHO-REC
                       END-IF
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE ORCAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT ORCAMENTOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO ORCAMENTO-REC
                       WRITE ORCAMENTO-REC
               END-READ
           END-PERFORM.
           CLOSE ORCAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-ORCAMENTOS-FIM.
           EXIT.

       DESFAZ-ACUMULADOS.
           OPEN INPUT ACUMULADO-DEPTO-FILE.
           IF WS-ACUMULADO-STATUS NOT = "00"
               CLOSE ACUMULADO-DEPTO-FILE
               GO TO DESFAZ-ACUMULADOS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-ACUMULADO-STATUS NOT = "00"
               READ ACUMULADO-DEPTO-FILE
                   AT END
                       MOVE "10" TO WS-ACUMULADO-STATUS
                   NOT AT END
                       MOVE ACUMULADO-DEPTO-REC TO REORG-TRABALHO-REC
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING ACUM-DEPTO ACUM-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE TAB-IMG-IMAGEM(WS-IMG-ACHADA)
                               TO REORG-TRABALHO-REC
                       END-IF
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE ACUMULADO-DEPTO-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT ACUMULADO-DEPTO-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO ACUMULADO-DEPTO-REC
                       WRITE ACUMULADO-DEPTO-REC
               END-READ
           END-PERFORM.
           CLOSE ACUMULADO-DEPTO-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-ACUMULADOS-FIM.
           EXIT.

       DESFAZ-PLCONTAS.
           OPEN INPUT PLANO-CONTAS-FILE.
           IF WS-PLCONTAS-STATUS NOT = "00"
               CLOSE PLANO-CONTAS-FILE
               GO TO DESFAZ-PLCONTAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-PLCONTAS-STATUS NOT = "00"
               READ PLANO-CONTAS-FILE
                   AT END
                       MOVE "10" TO WS-PLCONTAS-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING PLC-DEPTO PLC-COMPONENTE
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO PLC-DEPTO
                       END-IF
                       MOVE PLC-CONTA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE PLANO-CONTAS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT PLANO-CONTAS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO PLC-CONTA-REC
                       WRITE PLC-CONTA-REC
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-PLCONTAS-FIM.
           EXIT.

       DESFAZ-QUADRO.
           OPEN INPUT QUADRO-VAGAS-FILE.
           IF WS-QDR-STATUS NOT = "00"
               CLOSE QUADRO-VAGAS-FILE
               GO TO DESFAZ-QUADRO-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-QDR-STATUS NOT = "00"
               READ QUADRO-VAGAS-FILE
                   AT END
                       MOVE "10" TO WS-QDR-STATUS
                   NOT AT END
                       MOVE QDR-QUADRO-REC TO REORG-TRABALHO-REC
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING QDR-DEPTO QDR-GRADE
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE TAB-IMG-IMAGEM(WS-IMG-ACHADA)
                               TO REORG-TRABALHO-REC
                       END-IF
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE QUADRO-VAGAS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT QUADRO-VAGAS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO QDR-QUADRO-REC
                       WRITE QDR-QUADRO-REC
               END-READ
           END-PERFORM.
           CLOSE QUADRO-VAGAS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-QUADRO-FIM.
           EXIT.

       DESFAZ-REQUISICOES.
           OPEN INPUT REQUISICOES-FILE.
           IF WS-REQ-STATUS NOT = "00"
               CLOSE REQUISICOES-FILE
               GO TO DESFAZ-REQUISICOES-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-REQ-STATUS NOT = "00"
               READ REQUISICOES-FILE
                   AT END
                       MOVE "10" TO WS-REQ-STATUS
                   NOT AT END
                       MOVE RQ-NUMERO TO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO RQ-DEPTO
                       END-IF
                       MOVE RQ-REQUISICAO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE REQUISICOES-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT REQUISICOES-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO RQ-REQUISICAO-REC
                       WRITE RQ-REQUISICAO-REC
               END-READ
           END-PERFORM.
           CLOSE REQUISICOES-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-REQUISICOES-FIM.
           EXIT.

       DESFAZ-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE.
           IF WS-CONTRATOS-STATUS NOT = "00"
               CLOSE CONTRATOS-FILE
               GO TO DESFAZ-CONTRATOS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-CONTRATOS-STATUS NOT = "00"
               READ CONTRATOS-FILE
                   AT END
                       MOVE "10" TO WS-CONTRATOS-STATUS
                   NOT AT END
                       MOVE CTR-NUMERO TO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO CTR-DEPTO
                       END-IF
                       MOVE CTR-CONTRATO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE CONTRATOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT CONTRATOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO CTR-CONTRATO-REC
                       WRITE CTR-CONTRATO-REC
               END-READ
           END-PERFORM.
           CLOSE CONTRATOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-CONTRATOS-FIM.
           EXIT.

       DESFAZ-PLANOS.
           OPEN INPUT PLANOS-FILE.
           IF WS-PLANO-STATUS NOT = "00"
               CLOSE PLANOS-FILE
               GO TO DESFAZ-PLANOS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-PLANO-STATUS NOT = "00"
               READ PLANOS-FILE
                   AT END
                       MOVE "10" TO WS-PLANO-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING PL-CAMPANHA PL-DEPTO PL-PERGUNTA
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE WS-DEPTO-ANTIGO TO PL-DEPTO
                       END-IF
                       MOVE PL-PLANO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE PLANOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT PLANOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO PL-PLANO-REC
                       WRITE PL-PLANO-REC
               END-READ
           END-PERFORM.
           CLOSE PLANOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-PLANOS-FIM.
           EXIT.

       DESFAZ-EXIGENCIAS.
           OPEN INPUT OBRIGATORIOS-FILE.
           IF WS-OBRIGATORIOS-STATUS NOT = "00"
               CLOSE OBRIGATORIOS-FILE
               GO TO DESFAZ-EXIGENCIAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-OBRIGATORIOS-STATUS NOT = "00"
               READ OBRIGATORIOS-FILE
                   AT END
                       MOVE "10" TO WS-OBRIGATORIOS-STATUS
                   NOT AT END
                       IF OBR-POR-DEPTO
                           MOVE OBR-REQUISITO-REC TO WS-CHAVE-ATUAL
                           PERFORM PROCURA-IMAGEM-TROCADA
                           IF WS-IMG-ACHADA > 0
                               MOVE WS-DEPTO-ANTIGO TO OBR-CHAVE
                           END-IF
                       END-IF
                       MOVE OBR-REQUISITO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE OBRIGATORIOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT OBRIGATORIOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO OBR-REQUISITO-REC
                       WRITE OBR-REQUISITO-REC
               END-READ
           END-PERFORM.
           CLOSE OBRIGATORIOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-EXIGENCIAS-FIM.
           EXIT.

      *    mudanca programada: volta ao antigo so a imagem (anterior
      *    ou nova) que estava nele antes da troca.
       DESFAZ-MUDANCAS.
           OPEN INPUT MUDANCAS-VIGENCIA-FILE.
           IF WS-MUDVIG-STATUS NOT = "00"
               CLOSE MUDANCAS-VIGENCIA-FILE
               GO TO DESFAZ-MUDANCAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-MUDVIG-STATUS NOT = "00"
               READ MUDANCAS-VIGENCIA-FILE
                   AT END
                       MOVE "10" TO WS-MUDVIG-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING MV-COD MV-DATA-VIGENCIA
                              MV-DATA-APROVACAO MV-SOLICITANTE
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE TAB-IMG-IMAGEM(WS-IMG-ACHADA)
                               TO WS-MUDANCA-DEPTOS
                           IF WS-MUDG-ANT-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-ANTIGO TO MV-ANT-DEPTO
                           END-IF
                           IF WS-MUDG-NOVA-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-ANTIGO TO MV-NOVA-DEPTO
                           END-IF
                       END-IF
                       MOVE MV-MUDANCA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE MUDANCAS-VIGENCIA-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT MUDANCAS-VIGENCIA-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO MV-MUDANCA-REC
                       WRITE MV-MUDANCA-REC
               END-READ
           END-PERFORM.
           CLOSE MUDANCAS-VIGENCIA-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-MUDANCAS-FIM.
           EXIT.

      *    pendencia: a mesma regra da mudanca programada. (9:4) e o
      *    PM-DEPTO dentro da imagem, no layout do PAYREC.
       DESFAZ-PENDENCIAS.
           OPEN INPUT PENDENTES-FILE.
           IF WS-PENDENTES-STATUS NOT = "00"
               CLOSE PENDENTES-FILE
               GO TO DESFAZ-PENDENCIAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-PENDENTES-STATUS NOT = "00"
               READ PENDENTES-FILE
                   AT END
                       MOVE "10" TO WS-PENDENTES-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       STRING PEND-IMAGEM-NOVA(1:6) PEND-DATA
                              PEND-SOLICITANTE PEND-ACAO
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM PROCURA-IMAGEM-TROCADA
                       IF WS-IMG-ACHADA > 0
                           MOVE TAB-IMG-IMAGEM(WS-IMG-ACHADA)
                               TO WS-PENDENCIA-DEPTOS
                           IF WS-PENG-ANT-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-ANTIGO
                                   TO PEND-IMAGEM-ANTERIOR(9:4)
                           END-IF
                           IF WS-PENG-NOVA-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-ANTIGO
                                   TO PEND-IMAGEM-NOVA(9:4)
                           END-IF
                       END-IF
                       MOVE PEND-MUDANCA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           PERFORM ACRESCENTA-IMAGENS-EXCLUIDAS.
           CLOSE PENDENTES-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT PENDENTES-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO PEND-MUDANCA-REC
                       WRITE PEND-MUDANCA-REC
               END-READ
           END-PERFORM.
           CLOSE PENDENTES-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.
       DESFAZ-PENDENCIAS-FIM.
           EXIT.

      *    marca como devolvidas as imagens da troca cancelada, para
      *    que uma nova troca com os mesmos codigos nao as reuse.
       MARCA-IMAGENS-RESTAURADAS.
           OPEN INPUT IMAGENS-ANTERIORES-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-IMAGENS-STATUS NOT = "00"
               READ IMAGENS-ANTERIORES-FILE
                   AT END
                       MOVE "10" TO WS-IMAGENS-STATUS
                   NOT AT END
                       IF ANT-DEPTO-ANTIGO = WS-DEPTO-ANTIGO
                               AND ANT-DEPTO-NOVO = WS-DEPTO-NOVO
                           MOVE "S" TO ANT-RESTAURADA
                       END-IF
                       MOVE IMAGEM-ANTERIOR-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE IMAGENS-ANTERIORES-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT IMAGENS-ANTERIORES-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO IMAGEM-ANTERIOR-REC
                       WRITE IMAGEM-ANTERIOR-REC
               END-READ
           END-PERFORM.
           CLOSE IMAGENS-ANTERIORES-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

      *    as pendentes com vigencia ate hoje, na ordem do mapa
      *    (uma cadeia VEND -> COML -> CMRC sai na ordem certa),
      *    cada uma confirmada pelo supervisor.
       APLICA-VENCIDOS.
           MOVE 0 TO WS-QTD-VENCIDOS.
           MOVE 0 TO WS-QTD-APLICADOS.
           PERFORM VARYING DMAP-IDX FROM 1 BY 1
                   UNTIL DMAP-IDX > WS-QTD-DMAP
               IF DMAP-PENDENTE(DMAP-IDX)
                       AND TAB-DMAP-VIGENCIA(DMAP-IDX) <= WS-DATA-HOJE
                   ADD 1 TO WS-QTD-VENCIDOS
                   SET WS-DMAP-ACHADO TO DMAP-IDX
                   DISPLAY TAB-DMAP-ANTIGO(DMAP-IDX) " -> "
                       TAB-DMAP-NOVO(DMAP-IDX) " VIGENCIA "
                       TAB-DMAP-VIGENCIA(DMAP-IDX)
                   DISPLAY "APLICAR AGORA (S/N)?"
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   INSPECT WS-CONFIRMA CONVERTING "s" TO "S"
                   IF CONFIRMADO
                       PERFORM APLICA-MAPEAMENTO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QTD-VENCIDOS = 0
               DISPLAY "NENHUMA REORGANIZACAO PENDENTE VENCIDA"
           ELSE
               DISPLAY WS-QTD-APLICADOS " DE " WS-QTD-VENCIDOS
                   " REORGANIZACAO(OES) APLICADA(S)"
           END-IF.

      *    aplica a linha WS-DMAP-ACHADO do mapa em todos os
      *    arquivos vivos. o tipo e decidido de novo aqui: o
      *    mestre pode ter mudado desde o registro.
       APLICA-MAPEAMENTO.
           SET DMAP-IDX TO WS-DMAP-ACHADO.
           MOVE TAB-DMAP-ANTIGO(DMAP-IDX) TO WS-DEPTO-ANTIGO.
           MOVE TAB-DMAP-NOVO(DMAP-IDX) TO WS-DEPTO-NOVO.
           MOVE TAB-DMAP-VIGENCIA(DMAP-IDX)(1:6)
               TO WS-COMPETENCIA-EFETIVA.
           MOVE TAB-DMAP-VIGENCIA(DMAP-IDX) TO WS-DATA-VIGENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-HORA-AGORA.
           PERFORM CONFERE-MESTRE-DEPTOS.

           OPEN EXTEND IMAGENS-ANTERIORES-FILE.
           IF WS-IMAGENS-STATUS NOT = "00"
               CLOSE IMAGENS-ANTERIORES-FILE
               OPEN OUTPUT IMAGENS-ANTERIORES-FILE
           END-IF.
           PERFORM REORGANIZA-PAGAMENTOS.
           PERFORM REORGANIZA-MESTRE THRU REORGANIZA-MESTRE-FIM.
           PERFORM REORGANIZA-SOMADEPT THRU REORGANIZA-SOMADEPT-FIM.
           PERFORM REORGANIZA-CAMPANHAS
               THRU REORGANIZA-CAMPANHAS-FIM.
           PERFORM REORGANIZA-ORCAMENTOS
               THRU REORGANIZA-ORCAMENTOS-FIM.
           PERFORM REORGANIZA-ACUMULADOS
               THRU REORGANIZA-ACUMULADOS-FIM.
           PERFORM REORGANIZA-PLCONTAS THRU REORGANIZA-PLCONTAS-FIM.
           PERFORM REORGANIZA-QUADRO THRU REORGANIZA-QUADRO-FIM.
           PERFORM REORGANIZA-REQUISICOES
               THRU REORGANIZA-REQUISICOES-FIM.
           PERFORM REORGANIZA-CONTRATOS THRU REORGANIZA-CONTRATOS-FIM.
           PERFORM REORGANIZA-PLANOS THRU REORGANIZA-PLANOS-FIM.
           PERFORM REORGANIZA-EXIGENCIAS
               THRU REORGANIZA-EXIGENCIAS-FIM.
           PERFORM REORGANIZA-MUDANCAS THRU REORGANIZA-MUDANCAS-FIM.
           PERFORM REORGANIZA-PENDENCIAS
               THRU REORGANIZA-PENDENCIAS-FIM.
           CLOSE IMAGENS-ANTERIORES-FILE.

           SET DMAP-IDX TO WS-DMAP-ACHADO.
           IF WS-NOVO-NO-MESTRE = "S"
               MOVE "F" TO TAB-DMAP-TIPO(DMAP-IDX)
           ELSE
               MOVE "T" TO TAB-DMAP-TIPO(DMAP-IDX)
           END-IF.
           MOVE "A" TO TAB-DMAP-SITUACAO(DMAP-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO
               TO TAB-DMAP-APLICADO-POR(DMAP-IDX).
           MOVE WS-DATA-HOJE TO TAB-DMAP-DATA-APLICACAO(DMAP-IDX).
           PERFORM GRAVA-MAPA-DEPTOS.
           ADD 1 TO WS-QTD-APLICADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "REORG-APLICA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " " TAB-DMAP-TIPO(DMAP-IDX)
                  " PAG " WS-QTD-PAGAMENTOS
                  " ORC " WS-QTD-ORCAMENTOS
                  " ACU " WS-QTD-ACUMULADOS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " MESTRE " WS-QTD-MESTRE
                  " SOMA " WS-QTD-SOMADEPT
                  " CAMP " WS-QTD-CAMPANHAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " PLC " WS-QTD-PLCONTAS
                  " QDR " WS-QTD-CELULAS
                  " REQ " WS-QTD-VAGAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " CTR " WS-QTD-COBRANCAS
                  " PLA " WS-QTD-ACOES
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-DEPTO-ANTIGO ">" WS-DEPTO-NOVO
                  " OBR " WS-QTD-EXIGENCIAS
                  " MUD " WS-QTD-MUDANCAS
                  " PEN " WS-QTD-PENDENCIAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

           DISPLAY "APLICADA " WS-DEPTO-ANTIGO " -> " WS-DEPTO-NOVO.
           DISPLAY "  PAYMSTR " WS-QTD-PAGAMENTOS
               " DEPTMSTR " WS-QTD-MESTRE
               " SOMADEPT " WS-QTD-SOMADEPT
               " PESQCAMP " WS-QTD-CAMPANHAS.
           DISPLAY "  DEPTBUDG " WS-QTD-ORCAMENTOS
               " DEPTACUM " WS-QTD-ACUMULADOS
               " PLCONTAS " WS-QTD-PLCONTAS
               " QUADRO " WS-QTD-CELULAS.
           DISPLAY "  REQVAGA " WS-QTD-VAGAS
               " CONTRATO " WS-QTD-COBRANCAS
               " PESQPLAN " WS-QTD-ACOES.
           DISPLAY "  CURSOBRI " WS-QTD-EXIGENCIAS
               " MUDVIG " WS-QTD-MUDANCAS
               " PAYPEND " WS-QTD-PENDENCIAS
               " (IMAGENS ANTERIORES EM DEPTANT.DAT)".

       GRAVA-MAPA-DEPTOS.
           OPEN OUTPUT MAPA-DEPTOS-FILE.
           PERFORM VARYING WS-DMAP-GRAVA-IDX FROM 1 BY 1
                   UNTIL WS-DMAP-GRAVA-IDX > WS-QTD-DMAP
               MOVE TAB-DMAP(WS-DMAP-GRAVA-IDX) TO MAPA-DEPTO-REC
               WRITE MAPA-DEPTO-REC
           END-PERFORM.
           CLOSE MAPA-DEPTOS-FILE.

      *    o chamador poe o registro em ANT-IMAGEM e o arquivo, a
      *    acao e a chave em WS-ANT-ARQUIVO / WS-ANT-ACAO /
      *    WS-ANT-CHAVE.
       GRAVA-IMAGEM-ANTERIOR.
           MOVE WS-DATA-HOJE TO ANT-DATA.
           MOVE WS-HORA-AGORA TO ANT-HORA.
           MOVE WS-OPERADOR-ID-DIGITADO TO ANT-OPERADOR.
           MOVE WS-DEPTO-ANTIGO TO ANT-DEPTO-ANTIGO.
           MOVE WS-DEPTO-NOVO TO ANT-DEPTO-NOVO.
           MOVE WS-ANT-ARQUIVO TO ANT-ARQUIVO.
           MOVE WS-ANT-ACAO TO ANT-ACAO.
           MOVE WS-ANT-CHAVE TO ANT-CHAVE.
           MOVE SPACE TO ANT-RESTAURADA.
           WRITE IMAGEM-ANTERIOR-REC.

      *    mestre de pagamento: regravado no lugar, registro a
      *    registro.
       REORGANIZA-PAGAMENTOS.
           MOVE 0 TO WS-QTD-PAGAMENTOS.
           MOVE "PAYMSTR.DAT" TO WS-ANT-ARQUIVO.
           MOVE "A" TO WS-ANT-ACAO.
           OPEN I-O PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               PERFORM UNTIL WS-PAGMSTR-STATUS NOT = "00"
                   READ PAGAMENTO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PAGMSTR-STATUS
                       NOT AT END
                           IF PM-DEPTO = WS-DEPTO-ANTIGO
                               MOVE SPACES TO ANT-IMAGEM
                               MOVE PM-PAGAMENTO-REC TO ANT-IMAGEM
                               MOVE PM-COD TO WS-ANT-CHAVE
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                               MOVE WS-DEPTO-NOVO TO PM-DEPTO
                               REWRITE PM-PAGAMENTO-REC
                               ADD 1 TO WS-QTD-PAGAMENTOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PAGAMENTO-MASTER-FILE.

      *    mestre de departamentos: na troca o antigo vira o novo
      *    (descricao e gerente ficam); na fusao o antigo sai.
       REORGANIZA-MESTRE.
           MOVE 0 TO WS-QTD-MESTRE.
           MOVE "DEPTMSTR.DAT" TO WS-ANT-ARQUIVO.
           IF WS-ANTIGO-NO-MESTRE = "N"
               GO TO REORGANIZA-MESTRE-FIM
           END-IF.
           OPEN INPUT DEPARTAMENTOS-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
               READ DEPARTAMENTOS-FILE
                   AT END
                       MOVE "10" TO WS-DEPTMSTR-STATUS
                   NOT AT END
                       MOVE DEPT-DEPARTAMENTO-REC
                           TO REORG-TRABALHO-REC
                       IF DEPT-CODIGO = WS-DEPTO-ANTIGO
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE DEPT-DEPARTAMENTO-REC TO ANT-IMAGEM
                           MOVE WS-DEPTO-NOVO TO WS-ANT-CHAVE
                           ADD 1 TO WS-QTD-MESTRE
                           IF WS-NOVO-NO-MESTRE = "S"
                               MOVE "E" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                           ELSE
                               MOVE "A" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                               MOVE WS-DEPTO-NOVO TO DEPT-CODIGO
                               MOVE DEPT-DEPARTAMENTO-REC
                                   TO REORG-TRABALHO-REC
                               WRITE REORG-TRABALHO-REC
                           END-IF
                       ELSE
                           WRITE REORG-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT DEPARTAMENTOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC
                           TO DEPT-DEPARTAMENTO-REC
                       WRITE DEPT-DEPARTAMENTO-REC
               END-READ
           END-PERFORM.
           CLOSE DEPARTAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-MESTRE-FIM.
           EXIT.

      *    tabela de departamentos da soma (PROG3): mesma regra do
      *    mestre, com a fusao decidida pelo proprio arquivo (o
      *    novo pode estar num e nao no outro).
       REORGANIZA-SOMADEPT.
           MOVE 0 TO WS-QTD-SOMADEPT.
           MOVE "SOMADEPT.DAT" TO WS-ANT-ARQUIVO.
           MOVE "N" TO WS-NOVO-NO-SOMADEPT.
           OPEN INPUT DEPTOS-SOMA-FILE.
           IF WS-SOMADEPT-STATUS NOT = "00"
               CLOSE DEPTOS-SOMA-FILE
               GO TO REORGANIZA-SOMADEPT-FIM
           END-IF.
           PERFORM UNTIL WS-SOMADEPT-STATUS NOT = "00"
               READ DEPTOS-SOMA-FILE
                   AT END
                       MOVE "10" TO WS-SOMADEPT-STATUS
                   NOT AT END
                       IF DEPTO-CODIGO = WS-DEPTO-NOVO
                           MOVE "S" TO WS-NOVO-NO-SOMADEPT
                       END-IF
                       IF DEPTO-CODIGO = WS-DEPTO-ANTIGO
                           ADD 1 TO WS-QTD-SOMADEPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPTOS-SOMA-FILE.
           IF WS-QTD-SOMADEPT = 0
               GO TO REORGANIZA-SOMADEPT-FIM
           END-IF.

           OPEN INPUT DEPTOS-SOMA-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-SOMADEPT-STATUS NOT = "00"
               READ DEPTOS-SOMA-FILE
                   AT END
                       MOVE "10" TO WS-SOMADEPT-STATUS
                   NOT AT END
                       MOVE DEPTO-SOMA-REC TO REORG-TRABALHO-REC
                       IF DEPTO-CODIGO = WS-DEPTO-ANTIGO
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE DEPTO-SOMA-REC TO ANT-IMAGEM
                           MOVE WS-DEPTO-NOVO TO WS-ANT-CHAVE
                           IF WS-NOVO-NO-SOMADEPT = "S"
                               MOVE "E" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                           ELSE
                               MOVE "A" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                               MOVE WS-DEPTO-NOVO TO DEPTO-CODIGO
                               MOVE DEPTO-SOMA-REC
                                   TO REORG-TRABALHO-REC
                               WRITE REORG-TRABALHO-REC
                           END-IF
                       ELSE
                           WRITE REORG-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPTOS-SOMA-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT DEPTOS-SOMA-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO DEPTO-SOMA-REC
                       WRITE DEPTO-SOMA-REC
               END-READ
           END-PERFORM.
           CLOSE DEPTOS-SOMA-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-SOMADEPT-FIM.
           EXIT.

      *    so as campanhas abertas trocam o filtro; a campanha
      *    fechada e fotografia do que foi (PESQHIST).
       REORGANIZA-CAMPANHAS.
           MOVE 0 TO WS-QTD-CAMPANHAS.
           MOVE "PESQCAMP.DAT" TO WS-ANT-ARQUIVO.
           MOVE "A" TO WS-ANT-ACAO.
           OPEN INPUT CAMPANHAS-FILE.
           IF WS-CAMPANHAS-STATUS NOT = "00"
               CLOSE CAMPANHAS-FILE
               GO TO REORGANIZA-CAMPANHAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-CAMPANHAS-STATUS NOT = "00"
               READ CAMPANHAS-FILE
                   AT END
                       MOVE "10" TO WS-CAMPANHAS-STATUS
                   NOT AT END
                       IF CAMP-FILTRO-DEPTO = WS-DEPTO-ANTIGO
                               AND CAMP-SITUACAO = "A"
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE CAMP-CAMPANHA-REC TO ANT-IMAGEM
                           MOVE CAMP-ID TO WS-ANT-CHAVE
                           PERFORM GRAVA-IMAGEM-ANTERIOR
                           MOVE WS-DEPTO-NOVO TO CAMP-FILTRO-DEPTO
                           ADD 1 TO WS-QTD-CAMPANHAS
                       END-IF
                       MOVE CAMP-CAMPANHA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE CAMPANHAS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           IF WS-QTD-CAMPANHAS > 0
               OPEN INPUT REORG-TRABALHO-FILE
               OPEN OUTPUT CAMPANHAS-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ REORG-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE REORG-TRABALHO-REC
                               TO CAMP-CAMPANHA-REC
                           WRITE CAMP-CAMPANHA-REC
                   END-READ
               END-PERFORM
               CLOSE CAMPANHAS-FILE
               CLOSE REORG-TRABALHO-FILE
           END-IF.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-CAMPANHAS-FIM.
           EXIT.

      *    orcamento da competencia da vigencia em diante: a linha
      *    do antigo passa ao novo; havendo linha do novo na mesma
      *    competencia (fusao), os valores se somam numa so. as
      *    competencias anteriores ficam com o codigo antigo e o
      *    PROG96 as soma no novo pelo mapa.
       REORGANIZA-ORCAMENTOS.
           MOVE 0 TO WS-QTD-ORCAMENTOS.
           MOVE 0 TO WS-QTD-CMP.
           MOVE "DEPTBUDG.DAT" TO WS-ANT-ARQUIVO.
           OPEN INPUT ORCAMENTOS-FILE.
           IF WS-ORCAMENTOS-STATUS NOT = "00"
               CLOSE ORCAMENTOS-FILE
               GO TO REORGANIZA-ORCAMENTOS-FIM
           END-IF.
           PERFORM UNTIL WS-ORCAMENTOS-STATUS NOT = "00"
               READ ORCAMENTOS-FILE
                   AT END
                       MOVE "10" TO WS-ORCAMENTOS-STATUS
                   NOT AT END
                       IF ORCA-DEPTO = WS-DEPTO-ANTIGO
                               AND ORCA-COMPETENCIA >=
                                   WS-COMPETENCIA-EFETIVA
                           MOVE ORCA-COMPETENCIA
                               TO WS-CMP-PROCURADA
                           PERFORM ANOTA-COMPETENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORCAMENTOS-FILE.
           IF WS-QTD-CMP = 0
               GO TO REORGANIZA-ORCAMENTOS-FIM
           END-IF.

           OPEN INPUT ORCAMENTOS-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-ORCAMENTOS-STATUS NOT = "00"
               READ ORCAMENTOS-FILE
                   AT END
                       MOVE "10" TO WS-ORCAMENTOS-STATUS
                   NOT AT END
                       PERFORM TRATA-LINHA-ORCAMENTO
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CMP
               MOVE WS-DEPTO-NOVO TO ORCA-DEPTO
               MOVE TAB-CMP-COMPETENCIA(WS-CMP-IDX)
                   TO ORCA-COMPETENCIA
               MOVE TAB-CMP-VALOR(WS-CMP-IDX) TO ORCA-VALOR
               MOVE ORCAMENTO-REC TO REORG-TRABALHO-REC
               WRITE REORG-TRABALHO-REC
           END-PERFORM.
           CLOSE ORCAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT ORCAMENTOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO ORCAMENTO-REC
                       WRITE ORCAMENTO-REC
               END-READ
           END-PERFORM.
           CLOSE ORCAMENTOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-ORCAMENTOS-FIM.
           EXIT.

      *    linha do antigo, ou do novo numa competencia que recebe o
      *    antigo: vai para a tabela (somada) com imagem anterior; a
      *    primeira de cada competencia fica como A, as demais E.
       TRATA-LINHA-ORCAMENTO.
           MOVE ORCAMENTO-REC TO REORG-TRABALHO-REC.
           MOVE ORCA-COMPETENCIA TO WS-CMP-PROCURADA.
           PERFORM PROCURA-COMPETENCIA.
           MOVE "N" TO WS-LINHA-ATINGIDA.
           IF WS-CMP-ACHADO-IDX > 0
               IF ORCA-DEPTO = WS-DEPTO-ANTIGO
                       OR ORCA-DEPTO = WS-DEPTO-NOVO
                   MOVE "S" TO WS-LINHA-ATINGIDA
               END-IF
           END-IF.
           IF LINHA-ATINGIDA
               MOVE SPACES TO ANT-IMAGEM
               MOVE ORCAMENTO-REC TO ANT-IMAGEM
               MOVE SPACES TO WS-ANT-CHAVE
               STRING WS-DEPTO-NOVO ORCA-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-ANT-CHAVE
               IF TAB-CMP-VALOR(WS-CMP-ACHADO-IDX) < 0
                   MOVE 0 TO TAB-CMP-VALOR(WS-CMP-ACHADO-IDX)
                   MOVE "A" TO WS-ANT-ACAO
               ELSE
                   MOVE "E" TO WS-ANT-ACAO
               END-IF
               PERFORM GRAVA-IMAGEM-ANTERIOR
               ADD ORCA-VALOR TO TAB-CMP-VALOR(WS-CMP-ACHADO-IDX)
               ADD 1 TO WS-QTD-ORCAMENTOS
           ELSE
               WRITE REORG-TRABALHO-REC
           END-IF.

      *    acumulado do PROG3: mesma regra do orcamento.
       REORGANIZA-ACUMULADOS.
           MOVE 0 TO WS-QTD-ACUMULADOS.
           MOVE 0 TO WS-QTD-CMP.
           MOVE "DEPTACUM.DAT" TO WS-ANT-ARQUIVO.
           OPEN INPUT ACUMULADO-DEPTO-FILE.
           IF WS-ACUMULADO-STATUS NOT = "00"
               CLOSE ACUMULADO-DEPTO-FILE
               GO TO REORGANIZA-ACUMULADOS-FIM
           END-IF.
           PERFORM UNTIL WS-ACUMULADO-STATUS NOT = "00"
               READ ACUMULADO-DEPTO-FILE
                   AT END
                       MOVE "10" TO WS-ACUMULADO-STATUS
                   NOT AT END
                       IF ACUM-DEPTO = WS-DEPTO-ANTIGO
                               AND ACUM-COMPETENCIA >=
                                   WS-COMPETENCIA-EFETIVA
                           MOVE ACUM-COMPETENCIA
                               TO WS-CMP-PROCURADA
                           PERFORM ANOTA-COMPETENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACUMULADO-DEPTO-FILE.
           IF WS-QTD-CMP = 0
               GO TO REORGANIZA-ACUMULADOS-FIM
           END-IF.

           OPEN INPUT ACUMULADO-DEPTO-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-ACUMULADO-STATUS NOT = "00"
               READ ACUMULADO-DEPTO-FILE
                   AT END
                       MOVE "10" TO WS-ACUMULADO-STATUS
                   NOT AT END
                       PERFORM TRATA-LINHA-ACUMULADO
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CMP
               MOVE WS-DEPTO-NOVO TO ACUM-DEPTO
               MOVE TAB-CMP-COMPETENCIA(WS-CMP-IDX)
                   TO ACUM-COMPETENCIA
               MOVE TAB-CMP-VALOR(WS-CMP-IDX) TO ACUM-VALOR
               MOVE ACUMULADO-DEPTO-REC TO REORG-TRABALHO-REC
               WRITE REORG-TRABALHO-REC
           END-PERFORM.
           CLOSE ACUMULADO-DEPTO-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT ACUMULADO-DEPTO-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO ACUMULADO-DEPTO-REC
                       WRITE ACUMULADO-DEPTO-REC
               END-READ
           END-PERFORM.
           CLOSE ACUMULADO-DEPTO-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-ACUMULADOS-FIM.
           EXIT.

       TRATA-LINHA-ACUMULADO.
           MOVE ACUMULADO-DEPTO-REC TO REORG-TRABALHO-REC.
           MOVE ACUM-COMPETENCIA TO WS-CMP-PROCURADA.
           PERFORM PROCURA-COMPETENCIA.
           MOVE "N" TO WS-LINHA-ATINGIDA.
           IF WS-CMP-ACHADO-IDX > 0
               IF ACUM-DEPTO = WS-DEPTO-ANTIGO
                       OR ACUM-DEPTO = WS-DEPTO-NOVO
                   MOVE "S" TO WS-LINHA-ATINGIDA
               END-IF
           END-IF.
           IF LINHA-ATINGIDA
               MOVE SPACES TO ANT-IMAGEM
               MOVE ACUMULADO-DEPTO-REC TO ANT-IMAGEM
               MOVE SPACES TO WS-ANT-CHAVE
               STRING WS-DEPTO-NOVO ACUM-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-ANT-CHAVE
               IF TAB-CMP-VALOR(WS-CMP-ACHADO-IDX) < 0
                   MOVE 0 TO TAB-CMP-VALOR(WS-CMP-ACHADO-IDX)
                   MOVE "A" TO WS-ANT-ACAO
               ELSE
                   MOVE "E" TO WS-ANT-ACAO
               END-IF
               PERFORM GRAVA-IMAGEM-ANTERIOR
               ADD ACUM-VALOR TO TAB-CMP-VALOR(WS-CMP-ACHADO-IDX)
               ADD 1 TO WS-QTD-ACUMULADOS
           ELSE
               WRITE REORG-TRABALHO-REC
           END-IF.

      *    competencia atingida pela troca (WS-CMP-PROCURADA) na
      *    tabela; valor -1 marca competencia ainda sem linha lida
      *    na segunda passada.
       ANOTA-COMPETENCIA.
           PERFORM PROCURA-COMPETENCIA.
           IF WS-CMP-ACHADO-IDX = 0 AND WS-QTD-CMP < 200
               ADD 1 TO WS-QTD-CMP
               MOVE WS-CMP-PROCURADA
                   TO TAB-CMP-COMPETENCIA(WS-QTD-CMP)
               MOVE -1 TO TAB-CMP-VALOR(WS-QTD-CMP)
           END-IF.

       PROCURA-COMPETENCIA.
           MOVE 0 TO WS-CMP-ACHADO-IDX.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CMP
               IF TAB-CMP-COMPETENCIA(WS-CMP-IDX) = WS-CMP-PROCURADA
                   MOVE WS-CMP-IDX TO WS-CMP-ACHADO-IDX
               END-IF
           END-PERFORM.

      *    plano de contas da folha: a conta do antigo passa ao
      *    novo; na fusao, componente que o novo ja tem fica com a
      *    conta do novo e a linha do antigo sai.
       REORGANIZA-PLCONTAS.
           MOVE 0 TO WS-QTD-PLCONTAS.
           MOVE 0 TO WS-QTD-CHN.
           MOVE "PLCONTAS.DAT" TO WS-ANT-ARQUIVO.
           OPEN INPUT PLANO-CONTAS-FILE.
           IF WS-PLCONTAS-STATUS NOT = "00"
               CLOSE PLANO-CONTAS-FILE
               GO TO REORGANIZA-PLCONTAS-FIM
           END-IF.
           PERFORM UNTIL WS-PLCONTAS-STATUS NOT = "00"
               READ PLANO-CONTAS-FILE
                   AT END
                       MOVE "10" TO WS-PLCONTAS-STATUS
                   NOT AT END
                       IF PLC-DEPTO = WS-DEPTO-NOVO
                           MOVE PLC-COMPONENTE TO WS-CHN-PROCURADA
                           PERFORM ANOTA-CHAVE-NOVO
                       END-IF
                       IF PLC-DEPTO = WS-DEPTO-ANTIGO
                           ADD 1 TO WS-QTD-PLCONTAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS-FILE.
           IF WS-QTD-PLCONTAS = 0
               GO TO REORGANIZA-PLCONTAS-FIM
           END-IF.

           OPEN INPUT PLANO-CONTAS-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-PLCONTAS-STATUS NOT = "00"
               READ PLANO-CONTAS-FILE
                   AT END
                       MOVE "10" TO WS-PLCONTAS-STATUS
                   NOT AT END
                       MOVE PLC-CONTA-REC TO REORG-TRABALHO-REC
                       IF PLC-DEPTO = WS-DEPTO-ANTIGO
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE PLC-CONTA-REC TO ANT-IMAGEM
                           MOVE SPACES TO WS-ANT-CHAVE
                           STRING WS-DEPTO-NOVO PLC-COMPONENTE
                               DELIMITED BY SIZE INTO WS-ANT-CHAVE
                           MOVE PLC-COMPONENTE TO WS-CHN-PROCURADA
                           PERFORM PROCURA-CHAVE-NOVO
                           IF CHAVE-DO-NOVO
                               MOVE "E" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                           ELSE
                               MOVE "A" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                               MOVE WS-DEPTO-NOVO TO PLC-DEPTO
                               MOVE PLC-CONTA-REC
                                   TO REORG-TRABALHO-REC
                               WRITE REORG-TRABALHO-REC
                           END-IF
                       ELSE
                           WRITE REORG-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT PLANO-CONTAS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO PLC-CONTA-REC
                       WRITE PLC-CONTA-REC
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-PLCONTAS-FIM.
           EXIT.

      *    quadro de vagas: a celula do antigo passa ao novo; havendo
      *    celula do novo na mesma grade (fusao), os postos
      *    autorizados se somam numa so, como no orcamento.
       REORGANIZA-QUADRO.
           MOVE 0 TO WS-QTD-CELULAS.
           MOVE 0 TO WS-QTD-GRD.
           MOVE "QUADRO.DAT" TO WS-ANT-ARQUIVO.
           OPEN INPUT QUADRO-VAGAS-FILE.
           IF WS-QDR-STATUS NOT = "00"
               CLOSE QUADRO-VAGAS-FILE
               GO TO REORGANIZA-QUADRO-FIM
           END-IF.
           PERFORM UNTIL WS-QDR-STATUS NOT = "00"
               READ QUADRO-VAGAS-FILE
                   AT END
                       MOVE "10" TO WS-QDR-STATUS
                   NOT AT END
                       IF QDR-DEPTO = WS-DEPTO-ANTIGO
                           MOVE QDR-GRADE TO WS-GRD-PROCURADA
                           PERFORM ANOTA-GRADE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUADRO-VAGAS-FILE.
           IF WS-QTD-GRD = 0
               GO TO REORGANIZA-QUADRO-FIM
           END-IF.

           OPEN INPUT QUADRO-VAGAS-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-QDR-STATUS NOT = "00"
               READ QUADRO-VAGAS-FILE
                   AT END
                       MOVE "10" TO WS-QDR-STATUS
                   NOT AT END
                       PERFORM TRATA-LINHA-QUADRO
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-QTD-GRD
               MOVE WS-DEPTO-NOVO TO QDR-DEPTO
               MOVE TAB-GRD-GRADE(WS-GRD-IDX) TO QDR-GRADE
               MOVE TAB-GRD-AUTORIZADO(WS-GRD-IDX) TO QDR-AUTORIZADO
               MOVE QDR-QUADRO-REC TO REORG-TRABALHO-REC
               WRITE REORG-TRABALHO-REC
           END-PERFORM.
           CLOSE QUADRO-VAGAS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT QUADRO-VAGAS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO QDR-QUADRO-REC
                       WRITE QDR-QUADRO-REC
               END-READ
           END-PERFORM.
           CLOSE QUADRO-VAGAS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-QUADRO-FIM.
           EXIT.

       TRATA-LINHA-QUADRO.
           MOVE QDR-QUADRO-REC TO REORG-TRABALHO-REC.
           MOVE QDR-GRADE TO WS-GRD-PROCURADA.
           PERFORM PROCURA-GRADE.
           MOVE "N" TO WS-LINHA-ATINGIDA.
           IF WS-GRD-ACHADO-IDX > 0
               IF QDR-DEPTO = WS-DEPTO-ANTIGO
                       OR QDR-DEPTO = WS-DEPTO-NOVO
                   MOVE "S" TO WS-LINHA-ATINGIDA
               END-IF
           END-IF.
           IF LINHA-ATINGIDA
               MOVE SPACES TO ANT-IMAGEM
               MOVE QDR-QUADRO-REC TO ANT-IMAGEM
               MOVE SPACES TO WS-ANT-CHAVE
               STRING WS-DEPTO-NOVO QDR-GRADE
                   DELIMITED BY SIZE INTO WS-ANT-CHAVE
               IF TAB-GRD-AUTORIZADO(WS-GRD-ACHADO-IDX) < 0
                   MOVE 0 TO TAB-GRD-AUTORIZADO(WS-GRD-ACHADO-IDX)
                   MOVE "A" TO WS-ANT-ACAO
               ELSE
                   MOVE "E" TO WS-ANT-ACAO
               END-IF
               PERFORM GRAVA-IMAGEM-ANTERIOR
               ADD QDR-AUTORIZADO
                   TO TAB-GRD-AUTORIZADO(WS-GRD-ACHADO-IDX)
               ADD 1 TO WS-QTD-CELULAS
           ELSE
               WRITE REORG-TRABALHO-REC
           END-IF.

      *    grade atingida pela troca (WS-GRD-PROCURADA) na tabela;
      *    -1 como em ANOTA-COMPETENCIA.
       ANOTA-GRADE.
           PERFORM PROCURA-GRADE.
           IF WS-GRD-ACHADO-IDX = 0 AND WS-QTD-GRD < 50
               ADD 1 TO WS-QTD-GRD
               MOVE WS-GRD-PROCURADA TO TAB-GRD-GRADE(WS-QTD-GRD)
               MOVE -1 TO TAB-GRD-AUTORIZADO(WS-QTD-GRD)
           END-IF.

       PROCURA-GRADE.
           MOVE 0 TO WS-GRD-ACHADO-IDX.
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-QTD-GRD
               IF TAB-GRD-GRADE(WS-GRD-IDX) = WS-GRD-PROCURADA
                   MOVE WS-GRD-IDX TO WS-GRD-ACHADO-IDX
               END-IF
           END-PERFORM.

      *    requisicoes de vaga: so as vivas (pendente ou aprovada)
      *    trocam de departamento; preenchida e cancelada sao
      *    historia, como a campanha fechada.
       REORGANIZA-REQUISICOES.
           MOVE 0 TO WS-QTD-VAGAS.
           MOVE "REQVAGA.DAT" TO WS-ANT-ARQUIVO.
           MOVE "A" TO WS-ANT-ACAO.
           OPEN INPUT REQUISICOES-FILE.
           IF WS-REQ-STATUS NOT = "00"
               CLOSE REQUISICOES-FILE
               GO TO REORGANIZA-REQUISICOES-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-REQ-STATUS NOT = "00"
               READ REQUISICOES-FILE
                   AT END
                       MOVE "10" TO WS-REQ-STATUS
                   NOT AT END
                       IF RQ-DEPTO = WS-DEPTO-ANTIGO
                               AND (RQ-PENDENTE OR RQ-APROVADA)
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE RQ-REQUISICAO-REC TO ANT-IMAGEM
                           MOVE RQ-NUMERO TO WS-ANT-CHAVE
                           PERFORM GRAVA-IMAGEM-ANTERIOR
                           MOVE WS-DEPTO-NOVO TO RQ-DEPTO
                           ADD 1 TO WS-QTD-VAGAS
                       END-IF
                       MOVE RQ-REQUISICAO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE REQUISICOES-FILE.
           CLOSE REORG-TRABALHO-FILE.

           IF WS-QTD-VAGAS > 0
               OPEN INPUT REORG-TRABALHO-FILE
               OPEN OUTPUT REQUISICOES-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ REORG-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE REORG-TRABALHO-REC
                               TO RQ-REQUISICAO-REC
                           WRITE RQ-REQUISICAO-REC
                   END-READ
               END-PERFORM
               CLOSE REQUISICOES-FILE
               CLOSE REORG-TRABALHO-FILE
           END-IF.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-REQUISICOES-FIM.
           EXIT.

      *    contratos recorrentes: os que ainda cobram na vigencia
      *    (sem fim ou fim a partir dela) passam a cobrar no novo;
      *    os encerrados antes ficam como foram faturados.
       REORGANIZA-CONTRATOS.
           MOVE 0 TO WS-QTD-COBRANCAS.
           MOVE "CONTRATO.DAT" TO WS-ANT-ARQUIVO.
           MOVE "A" TO WS-ANT-ACAO.
           OPEN INPUT CONTRATOS-FILE.
           IF WS-CONTRATOS-STATUS NOT = "00"
               CLOSE CONTRATOS-FILE
               GO TO REORGANIZA-CONTRATOS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-CONTRATOS-STATUS NOT = "00"
               READ CONTRATOS-FILE
                   AT END
                       MOVE "10" TO WS-CONTRATOS-STATUS
                   NOT AT END
                       IF CTR-DEPTO = WS-DEPTO-ANTIGO
                               AND (CTR-FIM = 0
                                 OR CTR-FIM >= WS-DATA-VIGENCIA)
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE CTR-CONTRATO-REC TO ANT-IMAGEM
                           MOVE CTR-NUMERO TO WS-ANT-CHAVE
                           PERFORM GRAVA-IMAGEM-ANTERIOR
                           MOVE WS-DEPTO-NOVO TO CTR-DEPTO
                           ADD 1 TO WS-QTD-COBRANCAS
                       END-IF
                       MOVE CTR-CONTRATO-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE CONTRATOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           IF WS-QTD-COBRANCAS > 0
               OPEN INPUT REORG-TRABALHO-FILE
               OPEN OUTPUT CONTRATOS-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ REORG-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE REORG-TRABALHO-REC
                               TO CTR-CONTRATO-REC
                           WRITE CTR-CONTRATO-REC
                   END-READ
               END-PERFORM
               CLOSE CONTRATOS-FILE
               CLOSE REORG-TRABALHO-FILE
           END-IF.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-CONTRATOS-FIM.
           EXIT.

      *    planos de acao: os pendentes do antigo passam ao novo; o
      *    concluido fica com o codigo da campanha em que foi
      *    aberto. na fusao, se o novo ja tem plano da mesma
      *    campanha e pergunta, vale o dele e o do antigo sai.
       REORGANIZA-PLANOS.
           MOVE 0 TO WS-QTD-ACOES.
           MOVE 0 TO WS-QTD-CHN.
           MOVE "PESQPLAN.DAT" TO WS-ANT-ARQUIVO.
           OPEN INPUT PLANOS-FILE.
           IF WS-PLANO-STATUS NOT = "00"
               CLOSE PLANOS-FILE
               GO TO REORGANIZA-PLANOS-FIM
           END-IF.
           PERFORM UNTIL WS-PLANO-STATUS NOT = "00"
               READ PLANOS-FILE
                   AT END
                       MOVE "10" TO WS-PLANO-STATUS
                   NOT AT END
                       IF PL-DEPTO = WS-DEPTO-NOVO
                           MOVE SPACES TO WS-CHN-PROCURADA
                           STRING PL-CAMPANHA PL-PERGUNTA
                               DELIMITED BY SIZE INTO WS-CHN-PROCURADA
                           PERFORM ANOTA-CHAVE-NOVO
                       END-IF
                       IF PL-DEPTO = WS-DEPTO-ANTIGO AND PL-PENDENTE
                           ADD 1 TO WS-QTD-ACOES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANOS-FILE.
           IF WS-QTD-ACOES = 0
               GO TO REORGANIZA-PLANOS-FIM
           END-IF.

           OPEN INPUT PLANOS-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-PLANO-STATUS NOT = "00"
               READ PLANOS-FILE
                   AT END
                       MOVE "10" TO WS-PLANO-STATUS
                   NOT AT END
                       MOVE PL-PLANO-REC TO REORG-TRABALHO-REC
                       IF PL-DEPTO = WS-DEPTO-ANTIGO AND PL-PENDENTE
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE PL-PLANO-REC TO ANT-IMAGEM
                           MOVE SPACES TO WS-ANT-CHAVE
                           STRING PL-CAMPANHA WS-DEPTO-NOVO PL-PERGUNTA
                               DELIMITED BY SIZE INTO WS-ANT-CHAVE
                           MOVE SPACES TO WS-CHN-PROCURADA
                           STRING PL-CAMPANHA PL-PERGUNTA
                               DELIMITED BY SIZE INTO WS-CHN-PROCURADA
                           PERFORM PROCURA-CHAVE-NOVO
                           IF CHAVE-DO-NOVO
                               MOVE "E" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                           ELSE
                               MOVE "A" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                               MOVE WS-DEPTO-NOVO TO PL-DEPTO
                               MOVE PL-PLANO-REC TO REORG-TRABALHO-REC
                               WRITE REORG-TRABALHO-REC
                           END-IF
                       ELSE
                           WRITE REORG-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT PLANOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO PL-PLANO-REC
                       WRITE PL-PLANO-REC
               END-READ
           END-PERFORM.
           CLOSE PLANOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-PLANOS-FIM.
           EXIT.

      *    cursos obrigatorios por departamento: a exigencia do
      *    antigo passa ao novo; na fusao, curso que o novo ja
      *    exige fica so uma vez e a linha do antigo sai.
       REORGANIZA-EXIGENCIAS.
           MOVE 0 TO WS-QTD-EXIGENCIAS.
           MOVE 0 TO WS-QTD-CHN.
           MOVE "CURSOBRI.DAT" TO WS-ANT-ARQUIVO.
           OPEN INPUT OBRIGATORIOS-FILE.
           IF WS-OBRIGATORIOS-STATUS NOT = "00"
               CLOSE OBRIGATORIOS-FILE
               GO TO REORGANIZA-EXIGENCIAS-FIM
           END-IF.
           PERFORM UNTIL WS-OBRIGATORIOS-STATUS NOT = "00"
               READ OBRIGATORIOS-FILE
                   AT END
                       MOVE "10" TO WS-OBRIGATORIOS-STATUS
                   NOT AT END
                       IF OBR-POR-DEPTO AND OBR-CHAVE = WS-DEPTO-NOVO
                           MOVE OBR-CURSO TO WS-CHN-PROCURADA
                           PERFORM ANOTA-CHAVE-NOVO
                       END-IF
                       IF OBR-POR-DEPTO AND OBR-CHAVE = WS-DEPTO-ANTIGO
                           ADD 1 TO WS-QTD-EXIGENCIAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBRIGATORIOS-FILE.
           IF WS-QTD-EXIGENCIAS = 0
               GO TO REORGANIZA-EXIGENCIAS-FIM
           END-IF.

           OPEN INPUT OBRIGATORIOS-FILE.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-OBRIGATORIOS-STATUS NOT = "00"
               READ OBRIGATORIOS-FILE
                   AT END
                       MOVE "10" TO WS-OBRIGATORIOS-STATUS
                   NOT AT END
                       MOVE OBR-REQUISITO-REC TO REORG-TRABALHO-REC
                       IF OBR-POR-DEPTO AND OBR-CHAVE = WS-DEPTO-ANTIGO
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE OBR-REQUISITO-REC TO ANT-IMAGEM
                           MOVE SPACES TO WS-ANT-CHAVE
                           STRING OBR-TIPO WS-DEPTO-NOVO OBR-CURSO
                               DELIMITED BY SIZE INTO WS-ANT-CHAVE
                           MOVE OBR-CURSO TO WS-CHN-PROCURADA
                           PERFORM PROCURA-CHAVE-NOVO
                           IF CHAVE-DO-NOVO
                               MOVE "E" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                           ELSE
                               MOVE "A" TO WS-ANT-ACAO
                               PERFORM GRAVA-IMAGEM-ANTERIOR
                               MOVE WS-DEPTO-NOVO TO OBR-CHAVE
                               MOVE OBR-REQUISITO-REC
                                   TO REORG-TRABALHO-REC
                               WRITE REORG-TRABALHO-REC
                           END-IF
                       ELSE
                           WRITE REORG-TRABALHO-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBRIGATORIOS-FILE.
           CLOSE REORG-TRABALHO-FILE.

           OPEN INPUT REORG-TRABALHO-FILE.
           OPEN OUTPUT OBRIGATORIOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ REORG-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE REORG-TRABALHO-REC TO OBR-REQUISITO-REC
                       WRITE OBR-REQUISITO-REC
               END-READ
           END-PERFORM.
           CLOSE OBRIGATORIOS-FILE.
           CLOSE REORG-TRABALHO-FILE.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-EXIGENCIAS-FIM.
           EXIT.

      *    mudancas salariais programadas (PROG121): o APLICA-MUDANCA
      *    leva a imagem nova inteira (inclusao) ou o departamento
      *    que difere da anterior aprovada (alteracao), entao as duas
      *    imagens trocam o antigo pelo novo. as efetivadas sao
      *    historia e ficam.
       REORGANIZA-MUDANCAS.
           MOVE 0 TO WS-QTD-MUDANCAS.
           MOVE "MUDVIG.DAT" TO WS-ANT-ARQUIVO.
           MOVE "A" TO WS-ANT-ACAO.
           OPEN INPUT MUDANCAS-VIGENCIA-FILE.
           IF WS-MUDVIG-STATUS NOT = "00"
               CLOSE MUDANCAS-VIGENCIA-FILE
               GO TO REORGANIZA-MUDANCAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-MUDVIG-STATUS NOT = "00"
               READ MUDANCAS-VIGENCIA-FILE
                   AT END
                       MOVE "10" TO WS-MUDVIG-STATUS
                   NOT AT END
                       IF MV-PROGRAMADA
                               AND (MV-ANT-DEPTO = WS-DEPTO-ANTIGO
                                 OR MV-NOVA-DEPTO = WS-DEPTO-ANTIGO)
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE MV-MUDANCA-REC TO ANT-IMAGEM
                           MOVE SPACES TO WS-ANT-CHAVE
                           STRING MV-COD MV-DATA-VIGENCIA
                                  MV-DATA-APROVACAO MV-SOLICITANTE
                               DELIMITED BY SIZE INTO WS-ANT-CHAVE
                           PERFORM GRAVA-IMAGEM-ANTERIOR
                           IF MV-ANT-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-NOVO TO MV-ANT-DEPTO
                           END-IF
                           IF MV-NOVA-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-NOVO TO MV-NOVA-DEPTO
                           END-IF
                           ADD 1 TO WS-QTD-MUDANCAS
                       END-IF
                       MOVE MV-MUDANCA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE MUDANCAS-VIGENCIA-FILE.
           CLOSE REORG-TRABALHO-FILE.

           IF WS-QTD-MUDANCAS > 0
               OPEN INPUT REORG-TRABALHO-FILE
               OPEN OUTPUT MUDANCAS-VIGENCIA-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ REORG-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE REORG-TRABALHO-REC TO MV-MUDANCA-REC
                           WRITE MV-MUDANCA-REC
                   END-READ
               END-PERFORM
               CLOSE MUDANCAS-VIGENCIA-FILE
               CLOSE REORG-TRABALHO-FILE
           END-IF.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-MUDANCAS-FIM.
           EXIT.

      *    mudancas ainda sem decisao do supervisor: o PROG69 passa
      *    as duas imagens para o MUDVIG.DAT, entao as duas trocam
      *    o antigo pelo novo, como la. (9:4) e o PM-DEPTO dentro da
      *    imagem, no layout do PAYREC.
       REORGANIZA-PENDENCIAS.
           MOVE 0 TO WS-QTD-PENDENCIAS.
           MOVE "PAYPEND.DAT" TO WS-ANT-ARQUIVO.
           MOVE "A" TO WS-ANT-ACAO.
           OPEN INPUT PENDENTES-FILE.
           IF WS-PENDENTES-STATUS NOT = "00"
               CLOSE PENDENTES-FILE
               GO TO REORGANIZA-PENDENCIAS-FIM
           END-IF.
           OPEN OUTPUT REORG-TRABALHO-FILE.
           PERFORM UNTIL WS-PENDENTES-STATUS NOT = "00"
               READ PENDENTES-FILE
                   AT END
                       MOVE "10" TO WS-PENDENTES-STATUS
                   NOT AT END
                       MOVE PEND-MUDANCA-REC TO WS-PENDENCIA-DEPTOS
                       IF WS-PENG-ANT-DEPTO = WS-DEPTO-ANTIGO
                               OR WS-PENG-NOVA-DEPTO = WS-DEPTO-ANTIGO
                           MOVE SPACES TO ANT-IMAGEM
                           MOVE PEND-MUDANCA-REC TO ANT-IMAGEM
                           MOVE SPACES TO WS-ANT-CHAVE
                           STRING PEND-IMAGEM-NOVA(1:6) PEND-DATA
                                  PEND-SOLICITANTE PEND-ACAO
                               DELIMITED BY SIZE INTO WS-ANT-CHAVE
                           PERFORM GRAVA-IMAGEM-ANTERIOR
                           IF WS-PENG-ANT-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-NOVO
                                   TO PEND-IMAGEM-ANTERIOR(9:4)
                           END-IF
                           IF WS-PENG-NOVA-DEPTO = WS-DEPTO-ANTIGO
                               MOVE WS-DEPTO-NOVO
                                   TO PEND-IMAGEM-NOVA(9:4)
                           END-IF
                           ADD 1 TO WS-QTD-PENDENCIAS
                       END-IF
                       MOVE PEND-MUDANCA-REC TO REORG-TRABALHO-REC
                       WRITE REORG-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE PENDENTES-FILE.
           CLOSE REORG-TRABALHO-FILE.

           IF WS-QTD-PENDENCIAS > 0
               OPEN INPUT REORG-TRABALHO-FILE
               OPEN OUTPUT PENDENTES-FILE
               PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
                   READ REORG-TRABALHO-FILE
                       AT END
                           MOVE "10" TO WS-TRABALHO-STATUS
                       NOT AT END
                           MOVE REORG-TRABALHO-REC TO PEND-MUDANCA-REC
                           WRITE PEND-MUDANCA-REC
                   END-READ
               END-PERFORM
               CLOSE PENDENTES-FILE
               CLOSE REORG-TRABALHO-FILE
           END-IF.
           DELETE FILE REORG-TRABALHO-FILE.

       REORGANIZA-PENDENCIAS-FIM.
           EXIT.

       ANOTA-CHAVE-NOVO.
           PERFORM PROCURA-CHAVE-NOVO.
           IF NOT CHAVE-DO-NOVO AND WS-QTD-CHN < 500
               ADD 1 TO WS-QTD-CHN
               MOVE WS-CHN-PROCURADA TO TAB-CHN(WS-QTD-CHN)
           END-IF.

       PROCURA-CHAVE-NOVO.
           MOVE "N" TO WS-CHN-ACHADA.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-QTD-CHN
               IF TAB-CHN(WS-CHN-IDX) = WS-CHN-PROCURADA
                   MOVE "S" TO WS-CHN-ACHADA
               END-IF
           END-PERFORM.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "DMAPPROC.cpy".
       COPY "DATAPROC.cpy".
