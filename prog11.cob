      *            delegado, com o destinatario original anotado no
      *            texto logado; o PROG36 suspende as cobrancas do
      *            ausente pelo mesmo cadastro.
      * 2026-10-15 entrega a destinatario com canal no diretorio
      *            (DIR-CANAL/ENDERECO, E-mail ou SMS) sai tambem no
      *            MSGGWOUT.DAT para o gateway; o retorno (entregue,
      *            devolvida, falha) e o reenvio pelo outro canal
      *            ficam com o PROG141.
      * 2026-10-15 destinatario da fila pode ser papel (GERENTE:depto,
      *            SUPERIOR:cod, SUPERVISOR:cod, FUNCIONARIO:cod, RH),
      *            resolvido na hora da entrega pelo DEPTMSTR, pela
      *            linha de comando do FUNCMSTR e pelo diretorio; o
      *            MENSLOG grava o papel (MLOG-PAPEL) junto da pessoa
      *            resolvida e papel sem pessoa vai para a fila morta
      *            com motivo R.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAS-STATUS.

      *    saida para o gateway de e-mail/SMS: cada entrega a quem
      *    tem canal no diretorio sai tambem por aqui (ver GWSREC).
           SELECT GATEWAY-SAIDA-FILE ASSIGN TO "MSGGWOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-STATUS.

      *    papeis da fila (GERENTE:, SUPERIOR:, SUPERVISOR:,
      *    FUNCIONARIO:, RH) sao resolvidos na hora da entrega pelo
      *    mestre de departamentos e pela linha de comando do mestre
      *    de funcionarios.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "PARMSEL.cpy".
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
      *    papel enderecado na fila (GERENTE:VEND, RH...) quando a
      *    entrega saiu por papel; MLOG-DESTINATARIO e a pessoa a
      *    quem ele foi resolvido. brancos = endereco direto.
           05  MLOG-PAPEL          PIC X(20).

       FD  CONTADOR-MENSAGEM-FILE.
       01  CONTADOR-MENSAGEM-REC   PIC 9(4).
      *    "S" = entregas de rotina ficam retidas para o digesto
      *    diario (PROG89); urgentes passam direto.
           05  DIR-DIGESTO        PIC X.
      *    canais de entrega externa pelo gateway (PROG10/PROG141):
      *    E = e-mail, S = SMS, branco = sem canal; o segundo par e
      *    o canal alternativo para reenviar a entrega que falhou.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       FD  MENSAGENS-MORTAS-FILE.
       01  MENSAGEM-MORTA-REC.
           05  MORTA-CODIGO-MOTIVO PIC X.
           05  MORTA-DESCRICAO     PIC X(30).

       FD  GATEWAY-SAIDA-FILE.
       COPY "GWSREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       COPY "AUDITFD.cpy".
       COPY "RUNFD.cpy".
       COPY "PARMFD.cpy".
               10  TAB-DIR-AUSENTE-ATE  PIC X(8).
               10  TAB-DIR-DELEGADO     PIC X(20).
               10  TAB-DIR-DIGESTO      PIC X.
               10  TAB-DIR-CANAL-1      PIC X.
               10  TAB-DIR-ENDERECO-1   PIC X(40).
               10  TAB-DIR-CANAL-2      PIC X.
               10  TAB-DIR-ENDERECO-2   PIC X(40).
       01  WS-QTD-DIRETORIO PIC 9(3) VALUE 0.

      *    redirecionamento por ausencia: destinatario original da
       01  WS-TEXTO-DELEGADO PIC X(80).

       01  WS-DIGESTO-STATUS PIC XX.
       01  WS-GATEWAY-STATUS PIC XX.
       01  WS-QTD-GATEWAY PIC 9(4) VALUE 0.
       01  WS-GATEWAY-ACHADO PIC X.
       01  WS-SEGURA-DIGESTO PIC X VALUE "N".
       01  WS-QTD-DIGESTO PIC 9(4) VALUE 0.

           88  MENSAGEM-FUTURA VALUE "S".
       01  WS-QTD-FUTURAS PIC 9(4) VALUE 0.

      *    enderecamento por papel: o papel da entrega corrente
      *    (brancos = endereco direto) e a pessoa resolvida.
       01  WS-EH-PAPEL PIC X VALUE "N".
           88  DESTINO-EH-PAPEL VALUE "S".
       01  WS-PAPEL-ATUAL PIC X(20) VALUE SPACES.
       01  WS-PESSOA-PAPEL PIC X(20).
       01  WS-QTD-PAPEIS PIC 9(4) VALUE 0.
       01  WS-DEPTMSTR-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-TEM-FUNCMSTR PIC X VALUE "N".

      *    gerentes por departamento, do mestre de departamentos.
       01  WS-TABELA-GERENTES.
           05  TAB-GER OCCURS 30 TIMES.
               10  TAB-GER-DEPTO   PIC X(4).
               10  TAB-GER-GERENTE PIC X(20).
       01  WS-QTD-GERENTES PIC 9(2) VALUE 0.
       01  WS-GER-IDX PIC 9(2).
       01  WS-DEPTO-PEDIDO PIC X(4).

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "FILERRWS.cpy".
       COPY "HIERWS.cpy".

      *    teto logico do relatorio de entrega: o parametro pode
      *    baixa-lo, mas nunca passar das 100 entradas fisicas da
               10  TAB-MSG-PRIORIDADE  PIC X.
               10  TAB-MSG-TEXTO       PIC X(80).
               10  TAB-MSG-LISTA       PIC X(20).
               10  TAB-MSG-PAPEL       PIC X(20).
       01  TABELA-MENSAGENS-QTD PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM CONFERE-STATUS-ARQUIVO
               THRU CONFERE-STATUS-ARQUIVO-FIM.

           OPEN EXTEND GATEWAY-SAIDA-FILE.
           IF WS-GATEWAY-STATUS = "35"
               CLOSE GATEWAY-SAIDA-FILE
               OPEN OUTPUT GATEWAY-SAIDA-FILE
           END-IF.
           MOVE "MSGGWOUT.DAT" TO WS-FILERR-ARQUIVO.
           MOVE "OPEN" TO WS-FILERR-OPERACAO.
           MOVE WS-GATEWAY-STATUS TO WS-FILERR-STATUS.
           PERFORM CONFERE-STATUS-ARQUIVO
               THRU CONFERE-STATUS-ARQUIVO-FIM.

           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
           PERFORM CARREGA-DIRETORIO.
           PERFORM CARREGA-MODELOS.
           PERFORM CARREGA-LISTAS.
           PERFORM CARREGA-GERENTES.

           MOVE "N" TO WS-TEM-FUNCMSTR.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "S" TO WS-TEM-FUNCMSTR
           END-IF.

       FINALIZACAO.
           CLOSE MENSAGEM-LOG-FILE.
           CLOSE GATEWAY-SAIDA-FILE.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE MENSAGENS-MORTAS-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.

           OPEN OUTPUT CONTADOR-MENSAGEM-FILE.
           MOVE ID-MENSAGEM TO CONTADOR-MENSAGEM-REC.
           MOVE WS-DATA-ENVIO    TO MLOG-DATA-ENVIO.
           MOVE WS-HORA-ENVIO    TO MLOG-HORA-ENVIO.
           MOVE MINHA-MENSAGEM   TO MLOG-TEXTO.
           MOVE WS-PAPEL-ATUAL   TO MLOG-PAPEL.
           WRITE MENSAGEM-LOG-REC.
           MOVE "MENSLOG.DAT" TO WS-FILERR-ARQUIVO.
           MOVE "WRITE" TO WS-FILERR-OPERACAO.
           PERFORM CONFERE-STATUS-ARQUIVO
               THRU CONFERE-STATUS-ARQUIVO-FIM.

           PERFORM GRAVA-SAIDA-GATEWAY
               THRU GRAVA-SAIDA-GATEWAY-FIM.

           MOVE WS-DESTINATARIO TO WS-NOME-COMUM.
           MOVE "MENSAGEM"      TO WS-OPERADOR-COMUM.
           MOVE MINHA-MENSAGEM  TO WS-DESCRICAO-AUDITORIA.
               MOVE WS-PRIORIDADE   TO TAB-MSG-PRIORIDADE(TAB-IDX)
               MOVE MINHA-MENSAGEM  TO TAB-MSG-TEXTO(TAB-IDX)
               MOVE WS-LISTA-ATUAL  TO TAB-MSG-LISTA(TAB-IDX)
               MOVE WS-PAPEL-ATUAL  TO TAB-MSG-PAPEL(TAB-IDX)
           END-IF.

      *    destinatario com canal no diretorio recebe a entrega
      *    tambem pelo gateway: no primeiro canal cadastrado, ou no
      *    segundo quando so ele existe. a volta (entregue,
      *    devolvida, falha e o reenvio pelo outro canal) e do
      *    PROG141. sem canal, a entrega fica so no MENSLOG.
       GRAVA-SAIDA-GATEWAY.
           MOVE "N" TO WS-GATEWAY-ACHADO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > WS-QTD-DIRETORIO
                       OR WS-GATEWAY-ACHADO = "S"
               IF TAB-DIR-DESTINATARIO(DIR-IDX) = WS-DESTINATARIO
                   MOVE "S" TO WS-GATEWAY-ACHADO
               END-IF
           END-PERFORM.
           IF WS-GATEWAY-ACHADO NOT = "S"
               GO TO GRAVA-SAIDA-GATEWAY-FIM
           END-IF.
           SET DIR-IDX DOWN BY 1.
           MOVE SPACES TO GATEWAY-SAIDA-REC.
           IF TAB-DIR-CANAL-1(DIR-IDX) NOT = SPACE
               MOVE TAB-DIR-CANAL-1(DIR-IDX) TO GWS-CANAL
               MOVE TAB-DIR-ENDERECO-1(DIR-IDX) TO GWS-ENDERECO
           ELSE
               IF TAB-DIR-CANAL-2(DIR-IDX) NOT = SPACE
                   MOVE TAB-DIR-CANAL-2(DIR-IDX) TO GWS-CANAL
                   MOVE TAB-DIR-ENDERECO-2(DIR-IDX) TO GWS-ENDERECO
               ELSE
                   GO TO GRAVA-SAIDA-GATEWAY-FIM
               END-IF
           END-IF.
           MOVE ID-MENSAGEM     TO GWS-MLOG-ID.
           MOVE 1               TO GWS-TENTATIVA.
           MOVE WS-DESTINATARIO TO GWS-DESTINATARIO.
           MOVE WS-PRIORIDADE   TO GWS-PRIORIDADE.
           MOVE WS-DATA-ENVIO   TO GWS-DATA.
           MOVE WS-HORA-ENVIO   TO GWS-HORA.
           MOVE MINHA-MENSAGEM  TO GWS-TEXTO.
           WRITE GATEWAY-SAIDA-REC.
           MOVE "MSGGWOUT.DAT" TO WS-FILERR-ARQUIVO.
           MOVE "WRITE" TO WS-FILERR-OPERACAO.
           MOVE WS-GATEWAY-STATUS TO WS-FILERR-STATUS.
           PERFORM CONFERE-STATUS-ARQUIVO
               THRU CONFERE-STATUS-ARQUIVO-FIM.
           ADD 1 TO WS-QTD-GATEWAY.

       GRAVA-SAIDA-GATEWAY-FIM.
           EXIT.

      *    rotina para destinatario marcado com digesto fica
      *    retida; urgente passa direto, como sempre.
       CONFERE-DIGESTO.
               ELSE
                   MOVE FILA-PRIORIDADE TO WS-PRIORIDADE
                   PERFORM VERIFICA-SE-LISTA
                   PERFORM VERIFICA-SE-PAPEL
                   IF DESTINO-EH-LISTA
                       PERFORM ENVIA-PARA-LISTA
                   ELSE
                   IF DESTINO-EH-PAPEL
                       PERFORM ENVIA-PARA-PAPEL
                   ELSE
                       MOVE SPACES TO WS-LISTA-ATUAL
                       MOVE FILA-DESTINATARIO TO WS-DESTINATARIO
                       PERFORM MONTA-TEXTO-MENSAGEM
                       PERFORM ADICIONAR-ID-E-EXIBE
                   END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM GRAVA-MENSAGEM-MORTA
                                   TAB-DIR-DELEGADO(DIR-IDX)
                               MOVE DIR-DIGESTO TO
                                   TAB-DIR-DIGESTO(DIR-IDX)
                               MOVE DIR-CANAL-1 TO
                                   TAB-DIR-CANAL-1(DIR-IDX)
                               MOVE DIR-ENDERECO-1 TO
                                   TAB-DIR-ENDERECO-1(DIR-IDX)
                               MOVE DIR-CANAL-2 TO
                                   TAB-DIR-CANAL-2(DIR-IDX)
                               MOVE DIR-ENDERECO-2 TO
                                   TAB-DIR-ENDERECO-2(DIR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE FILA-DESTINATARIO TO WS-PROCURA-NOME
                   PERFORM PROCURA-DESTINATARIO
                   PERFORM VERIFICA-SE-LISTA
                   PERFORM VERIFICA-SE-PAPEL
                   IF NOME-NO-DIRETORIO OR DESTINO-EH-LISTA
                           OR DESTINO-EH-PAPEL
                       MOVE "S" TO WS-FILA-VALIDA
                   ELSE
                       MOVE "D" TO WS-MOTIVO-CODIGO
           END-PERFORM.
           MOVE SPACES TO WS-LISTA-ATUAL.

      *    papel reconhecido pelo prefixo (ver FILAREC.cpy).
       VERIFICA-SE-PAPEL.
           MOVE "N" TO WS-EH-PAPEL.
           IF FILA-DESTINATARIO(1:8) = "GERENTE:"
                   OR FILA-DESTINATARIO(1:9) = "SUPERIOR:"
                   OR FILA-DESTINATARIO(1:11) = "SUPERVISOR:"
                   OR FILA-DESTINATARIO(1:12) = "FUNCIONARIO:"
                   OR FILA-DESTINATARIO = "RH"
               MOVE "S" TO WS-EH-PAPEL
           END-IF.

      *    a pessoa do papel e decidida agora, na entrega, e nao
      *    quando a mensagem entrou na fila; o papel vai junto para
      *    o log. papel sem pessoa vai para a fila morta.
       ENVIA-PARA-PAPEL.
           PERFORM RESOLVE-PAPEL
               THRU RESOLVE-PAPEL-FIM.
           IF WS-PESSOA-PAPEL = SPACES
               PERFORM GRAVA-MENSAGEM-MORTA
           ELSE
               MOVE SPACES TO WS-LISTA-ATUAL
               MOVE FILA-DESTINATARIO TO WS-PAPEL-ATUAL
               MOVE WS-PESSOA-PAPEL TO WS-DESTINATARIO
               DISPLAY "PAPEL " WS-PAPEL-ATUAL " RESOLVIDO PARA "
                   WS-DESTINATARIO
               ADD 1 TO WS-QTD-PAPEIS
               PERFORM MONTA-TEXTO-MENSAGEM
               PERFORM ADICIONAR-ID-E-EXIBE
               MOVE SPACES TO WS-PAPEL-ATUAL
           END-IF.

      *    GERENTE:<depto> pelo mestre de departamentos; SUPERIOR:,
      *    SUPERVISOR: e FUNCIONARIO: pela linha de comando do
      *    mestre de funcionarios (HIERPROC.cpy), com o supervisor
      *    do chefe no diretorio quando a linha acaba no chefe (o
      *    mesmo do PROG36); RH pelo gerente do departamento RH ou,
      *    sem ele, a caixa RH do diretorio. a pessoa resolvida tem
      *    de constar no diretorio, como qualquer destinatario.
       RESOLVE-PAPEL.
           MOVE SPACES TO WS-PESSOA-PAPEL.
           MOVE "R" TO WS-MOTIVO-CODIGO.
           MOVE SPACES TO WS-MOTIVO-DESCRICAO.

           IF FILA-DESTINATARIO(1:8) = "GERENTE:"
               MOVE FILA-DESTINATARIO(9:4) TO WS-DEPTO-PEDIDO
               PERFORM ACHA-GERENTE-DEPTO
               IF WS-PESSOA-PAPEL = SPACES
                   MOVE "DEPTO SEM GERENTE CADASTRADO"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO RESOLVE-PAPEL-FIM
               END-IF
           END-IF.

           IF FILA-DESTINATARIO = "RH"
               MOVE "RH" TO WS-DEPTO-PEDIDO
               PERFORM ACHA-GERENTE-DEPTO
               IF WS-PESSOA-PAPEL = SPACES
                   MOVE "RH" TO WS-PROCURA-NOME
                   PERFORM PROCURA-DESTINATARIO
                   IF NOME-NO-DIRETORIO
                       MOVE "RH" TO WS-PESSOA-PAPEL
                   ELSE
                       MOVE "RH SEM GERENTE NEM CAIXA"
                           TO WS-MOTIVO-DESCRICAO
                       GO TO RESOLVE-PAPEL-FIM
                   END-IF
               END-IF
           END-IF.

           IF FILA-DESTINATARIO(1:9) = "SUPERIOR:"
                   OR FILA-DESTINATARIO(1:11) = "SUPERVISOR:"
                   OR FILA-DESTINATARIO(1:12) = "FUNCIONARIO:"
               IF WS-TEM-FUNCMSTR NOT = "S"
                   MOVE "MESTRE FUNCIONARIOS AUSENTE"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO RESOLVE-PAPEL-FIM
               END-IF
               MOVE SPACES TO FM-FUNCIONARIO-REC
           END-IF.

           IF FILA-DESTINATARIO(1:9) = "SUPERIOR:"
               MOVE FILA-DESTINATARIO(10:6) TO WS-HIER-COD-PEDIDO
               PERFORM BUSCA-CHEFIA
               MOVE WS-HIER-CHEFE-NOME TO WS-PESSOA-PAPEL
               IF WS-PESSOA-PAPEL = SPACES
                   MOVE "SEM CHEFE ATIVO NA LINHA"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO RESOLVE-PAPEL-FIM
               END-IF
           END-IF.

           IF FILA-DESTINATARIO(1:11) = "SUPERVISOR:"
               MOVE FILA-DESTINATARIO(12:6) TO WS-HIER-COD-PEDIDO
               PERFORM BUSCA-CHEFIA
               MOVE WS-HIER-CHEFE2-NOME TO WS-PESSOA-PAPEL
               IF WS-PESSOA-PAPEL = SPACES
                       AND WS-HIER-CHEFE-NOME NOT = SPACES
                   PERFORM VARYING DIR-IDX FROM 1 BY 1
                           UNTIL DIR-IDX > WS-QTD-DIRETORIO
                       IF TAB-DIR-DESTINATARIO(DIR-IDX) =
                               WS-HIER-CHEFE-NOME
                           MOVE TAB-DIR-SUPERVISOR(DIR-IDX)
                               TO WS-PESSOA-PAPEL
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-PESSOA-PAPEL = SPACES
                   MOVE "SEM SUPERVISOR PARA O CHEFE"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO RESOLVE-PAPEL-FIM
               END-IF
           END-IF.

           IF FILA-DESTINATARIO(1:12) = "FUNCIONARIO:"
               MOVE FILA-DESTINATARIO(13:6) TO FM-COD
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO FM-SITUACAO
               END-READ
               IF FM-SITUACAO = "A"
                   MOVE FM-NOME TO WS-PESSOA-PAPEL
               ELSE
                   MOVE "FUNCIONARIO INATIVO OU AUSENTE"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO RESOLVE-PAPEL-FIM
               END-IF
           END-IF.

           MOVE WS-PESSOA-PAPEL TO WS-PROCURA-NOME.
           PERFORM PROCURA-DESTINATARIO.
           IF NOT NOME-NO-DIRETORIO
               MOVE "PESSOA DO PAPEL FORA DO DIR."
                   TO WS-MOTIVO-DESCRICAO
               MOVE SPACES TO WS-PESSOA-PAPEL
           END-IF.

       RESOLVE-PAPEL-FIM.
           EXIT.

       ACHA-GERENTE-DEPTO.
           MOVE SPACES TO WS-PESSOA-PAPEL.
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-QTD-GERENTES
               IF TAB-GER-DEPTO(WS-GER-IDX) = WS-DEPTO-PEDIDO
                   MOVE TAB-GER-GERENTE(WS-GER-IDX)
                       TO WS-PESSOA-PAPEL
               END-IF
           END-PERFORM.

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

      *    carrega a biblioteca de modelos (MSGTMPL.DAT) numa
      *    tabela em memoria. sem biblioteca, so registros de texto
      *    por extenso passam.
           IF WS-QTD-DIGESTO > 0
               DISPLAY "RETIDAS PARA DIGESTO: " WS-QTD-DIGESTO
           END-IF.
           IF WS-QTD-PAPEIS > 0
               DISPLAY "ENTREGUES POR PAPEL: " WS-QTD-PAPEIS
           END-IF.
           IF WS-QTD-GATEWAY > 0
               DISPLAY "ENVIADAS AO GATEWAY E-MAIL/SMS: "
                   WS-QTD-GATEWAY
           END-IF.
           DISPLAY "-- URGENTES --".
           PERFORM VARYING TAB-IDX FROM 1 BY 1
                   UNTIL TAB-IDX > TABELA-MENSAGENS-QTD
                       TAB-MSG-DESTINO(TAB-IDX) " VIA "
                       TAB-MSG-LISTA(TAB-IDX) " "
                       TAB-MSG-TEXTO(TAB-IDX)
           ELSE
           IF TAB-MSG-PAPEL(TAB-IDX) NOT = SPACES
               DISPLAY TAB-MSG-ID(TAB-IDX) " "
                       TAB-MSG-DESTINO(TAB-IDX) " COMO "
                       TAB-MSG-PAPEL(TAB-IDX) " "
                       TAB-MSG-TEXTO(TAB-IDX)
           ELSE
               DISPLAY TAB-MSG-ID(TAB-IDX) " "
                       TAB-MSG-DESTINO(TAB-IDX) " "
                       TAB-MSG-TEXTO(TAB-IDX)
           END-IF
           END-IF.

       COPY "AUDITPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "FILERRPROC.cpy".
       COPY "HIERPROC.cpy".
