      *            catalogada em RELCATAL.DAT para o expurgo de
      *            retencao do PROG102 - o extrato para o time da
      *            folha deixa de ser concatenacao sem fim.
      * 2026-10-15 CPF e PIS capturados no cadastro (interativo com
      *            re-pergunta, e no lote em duas colunas novas no
      *            fim do CADROST), conferidos pelos digitos
      *            verificadores oficiais (DOCWS/DOCPROC) e contra os
      *            demais funcionarios ativos do mestre - numero
      *            repetido nao entra.
      * 2026-10-15 controle de quadro (QDRSEL/QDRFD/QDRWS/QDRPROC):
      *            com o QUADRO.DAT presente, contratar (codigo que nao
      *            esta ativo no mestre) exige requisicao de vaga
      *            aprovada (no lote, numa coluna nova no fim do
      *            CADROST) e posto livre no departamento e na grade
      *            dela; o funcionario gravado preenche a requisicao.
      *            quadro completo ou requisicao invalida recusa.
      * 2026-10-15 recadastro de codigo ja existente conserva o
      *            superior (FM-SUPERIOR, mantido no PROG41); codigo
      *            novo entra sem superior.
      * 2026-10-15 passo da janela noturna (PROG150): o modo lote e
      *            apurado antes do INI; ja concluido na retomada,
      *            encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.

      *    mestre de pagamento, so para saber em que departamento
      *    e grade cada ativo ocupa o posto no controle de quadro.
           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           COPY "QDRSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "EXCSEL.cpy".
           05  CADROST-END-CEP        PIC 9(8).
           05  CADROST-DATA-ADMISSAO  PIC 9(8).
           05  CADROST-DATA-NASCIMENTO PIC 9(8).
           05  CADROST-CPF            PIC 9(11).
           05  CADROST-PIS            PIC 9(11).
           05  CADROST-REQUISICAO     PIC 9(5).

       COPY "CKPTFD.cpy".
       COPY "RELGERFD.cpy".
           05  TRAVA-OPERADOR  PIC X(8).
           05  TRAVA-DATA-HORA PIC X(14).

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       COPY "QDRFD.cpy".
       COPY "RUNFD.cpy".
       COPY "PARMFD.cpy".
       COPY "EXCFD.cpy".

       01  WS-DATA-ADMISSAO PIC 9(8) VALUE 0.
       01  WS-DATA-NASCIMENTO-CAD PIC 9(8) VALUE 0.
       01  WS-CPF-CAD PIC 9(11) VALUE 0.
       01  WS-PIS-CAD PIC 9(11) VALUE 0.

      *    tipo do documento procurado na conferencia de repetidos:
      *    C=CPF P=PIS.
       01  WS-DOC-TIPO PIC X.
       01  WS-DOC-REPETIDO PIC X.
           88  DOCUMENTO-REPETIDO VALUE "S".

       COPY "DVWS.cpy".
       COPY "DOCWS.cpy".

       COPY "UFTABWS.cpy".

       01  WS-ESPERA-IDX PIC 9(7).
       01  WS-MESTRE-ABERTO PIC X VALUE "N".
           88  MESTRE-ABERTO VALUE "S".
       01  WS-FUNCIONARIO-GRAVADO PIC X VALUE "N".
           88  FUNCIONARIO-GRAVADO VALUE "S".
       01  WS-FUNCIONARIO-NOVO PIC X(142).
       01  WS-SUPERIOR-ATUAL PIC X(6).

      *    controle de quadro: contratacao (codigo que nao esta
      *    ativo no mestre) so com requisicao de vaga aprovada e
      *    com posto livre no departamento e na grade dela.
       01  WS-PAGMSTR-STATUS PIC XX.
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-REQUISICAO-CAD PIC 9(5) VALUE 0.
       01  WS-CONTRATACAO PIC X VALUE "N".
           88  E-CONTRATACAO VALUE "S".
       01  WS-CADASTRO-OK PIC X VALUE "S".
           88  CADASTRO-LIBERADO VALUE "S".
       01  WS-QDR-MOTIVO PIC X(15).
       COPY "QDRWS.cpy".

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG31" TO WS-RUNLOG-PROGRAMA.
      *    com o roster presente esta e uma execucao em lote (caso da
      *    janela noturna, sem operador no terminal): o sign-on e todo
      *    o cadastro interativo sao dispensados. o modo vai no log
      *    desde o INI.
           PERFORM VERIFICA-MODO-LOTE.
           IF MODO-LOTE
               MOVE "L" TO WS-RUNLOG-MODO
           END-IF.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "LIMITE-TENTATIVAS" TO WS-PARM-NOME-PEDIDO.
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           PERFORM PREPARA-CONTROLE-QUADRO.

           IF MODO-LOTE
               DISPLAY "EXECUCAO EM LOTE, CADASTRO ENCONTRADO"
               PERFORM PROCESSA-LOTE-CADASTRO
                   THRU PROCESSA-LOTE-CADASTRO-FIM
           ELSE
               PERFORM CALCULA-DV-DO-COD
               DISPLAY "CODIGO COMPLETO (COM DIGITO): " COD

               PERFORM PEGA-REQUISICAO-VAGA
                   THRU PEGA-REQUISICAO-VAGA-FIM

               IF CADASTRO-LIBERADO
                   DISPLAY "INFORME A IDADE DO FUNCIONARIO"
                   ACCEPT IDADE

                   DISPLAY "INFORME O ENDERECO DO FUNCIONARIO"
                   DISPLAY "RUA/NUMERO:"
                   ACCEPT ENDERECO-RUA
                   DISPLAY "CIDADE:"
                   ACCEPT ENDERECO-CIDADE
                   PERFORM PEGA-UF-CEP-VALIDADOS

                   PERFORM PEGA-DATAS-VALIDADAS

                   PERFORM PEGA-DOCUMENTOS-VALIDADOS

                   PERFORM GRAVA-FUNCIONARIO
                       THRU GRAVA-FUNCIONARIO-FIM
                   IF E-CONTRATACAO AND FUNCIONARIO-GRAVADO
                       PERFORM CONSOME-REQUISICAO-VAGA
                   END-IF
                   PERFORM GERA-EXTRATO-FOLHA
               END-IF
               PERFORM SOLTA-TRAVA-MESTRE
           END-IF.

               MOVE 0 TO WS-DATA-NASCIMENTO-CAD
           END-IF.

      *    CPF e PIS com re-pergunta enquanto o digito verificador
      *    nao bater ou o numero ja for de outro funcionario ativo.
      *    tentativas esgotadas zeram o numero com rastro na trilha
      *    de excecoes; a conferencia noturna (PROG45) aponta os
      *    zerados ate alguem completar pela manutencao.
       PEGA-DOCUMENTOS-VALIDADOS.
           MOVE 0 TO WS-END-TENTATIVAS.
           MOVE "N" TO WS-DOC-RESULTADO.
           PERFORM UNTIL DOCUMENTO-VALIDO
                   OR WS-END-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY "CPF (11 DIGITOS):"
               ACCEPT WS-CPF-CAD
               ADD 1 TO WS-END-TENTATIVAS
               MOVE WS-CPF-CAD TO WS-DOC-NUMERO
               PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
               IF NOT DOCUMENTO-VALIDO
                   DISPLAY "CPF INVALIDO"
               ELSE
                   MOVE "C" TO WS-DOC-TIPO
                   PERFORM PROCURA-DOCUMENTO-REPETIDO
                       THRU PROCURA-DOCUMENTO-REPETIDO-FIM
                   IF DOCUMENTO-REPETIDO
                       DISPLAY "CPF JA CADASTRADO PARA " FM-COD
                           " " FM-NOME
                       MOVE "N" TO WS-DOC-RESULTADO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY "TENTATIVAS ESGOTADAS, CPF FICA ZERADO"
               MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
               MOVE "CPF" TO WS-EXCCOM-CAMPO
               MOVE WS-CPF-CAD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE 0 TO WS-CPF-CAD
           END-IF.
           MOVE 0 TO WS-END-TENTATIVAS.
           MOVE "N" TO WS-DOC-RESULTADO.
           PERFORM UNTIL DOCUMENTO-VALIDO
                   OR WS-END-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY "PIS/PASEP (11 DIGITOS):"
               ACCEPT WS-PIS-CAD
               ADD 1 TO WS-END-TENTATIVAS
               MOVE WS-PIS-CAD TO WS-DOC-NUMERO
               PERFORM VALIDA-PIS THRU VALIDA-PIS-FIM
               IF NOT DOCUMENTO-VALIDO
                   DISPLAY "PIS INVALIDO"
               ELSE
                   MOVE "P" TO WS-DOC-TIPO
                   PERFORM PROCURA-DOCUMENTO-REPETIDO
                       THRU PROCURA-DOCUMENTO-REPETIDO-FIM
                   IF DOCUMENTO-REPETIDO
                       DISPLAY "PIS JA CADASTRADO PARA " FM-COD
                           " " FM-NOME
                       MOVE "N" TO WS-DOC-RESULTADO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY "TENTATIVAS ESGOTADAS, PIS FICA ZERADO"
               MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
               MOVE "PIS" TO WS-EXCCOM-CAMPO
               MOVE WS-PIS-CAD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE 0 TO WS-PIS-CAD
           END-IF.

      *    varre o mestre atras de outro funcionario ativo com o
      *    mesmo numero (WS-DOC-NUMERO, tipo em WS-DOC-TIPO). o
      *    proprio codigo nao conta - recadastro regrava por cima.
      *    achando, o registro do dono fica em FM-FUNCIONARIO-REC
      *    para a mensagem.
       PROCURA-DOCUMENTO-REPETIDO.
           MOVE "N" TO WS-DOC-REPETIDO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               CLOSE FUNCIONARIO-MASTER-FILE
               GO TO PROCURA-DOCUMENTO-REPETIDO-FIM
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   OR DOCUMENTO-REPETIDO
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A" AND FM-COD NOT = COD
                           IF (WS-DOC-TIPO = "C"
                                   AND FM-CPF = WS-DOC-NUMERO)
                               OR (WS-DOC-TIPO = "P"
                                   AND FM-PIS = WS-DOC-NUMERO)
                               MOVE "S" TO WS-DOC-REPETIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER-FILE.

       PROCURA-DOCUMENTO-REPETIDO-FIM.
           EXIT.

       PEGA-UF-CEP-VALIDADOS.
           MOVE 0 TO WS-END-TENTATIVAS.
           MOVE "N" TO WS-UFCEP-OK.
           MOVE CADROST-END-CEP       TO ENDERECO-CEP.
           MOVE CADROST-DATA-ADMISSAO TO WS-DATA-ADMISSAO.
           MOVE CADROST-DATA-NASCIMENTO TO WS-DATA-NASCIMENTO-CAD.
      *    roster antigo, sem as colunas de CPF/PIS, chega com
      *    brancos no lugar: vale como nao informado.
           IF CADROST-CPF NUMERIC
               MOVE CADROST-CPF TO WS-CPF-CAD
           ELSE
               MOVE 0 TO WS-CPF-CAD
           END-IF.
           IF CADROST-PIS NUMERIC
               MOVE CADROST-PIS TO WS-PIS-CAD
           ELSE
               MOVE 0 TO WS-PIS-CAD
           END-IF.
           IF CADROST-REQUISICAO NUMERIC
               MOVE CADROST-REQUISICAO TO WS-REQUISICAO-CAD
           ELSE
               MOVE 0 TO WS-REQUISICAO-CAD
           END-IF.
      *    no lote nao ha quem re-digite: endereco com UF ou CEP
      *    invalido, ou data fora do calendario, rejeita o registro
      *    para a trilha de excecoes e o funcionario nao entra no
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO APLICA-CADASTRO-LOTE-FIM
           END-IF.
      *    CPF/PIS nao informado entra zerado com aviso na trilha;
      *    informado com digito errado ou repetido rejeita.
           IF WS-CPF-CAD = 0
               MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
               MOVE "CPF-AUSENTE" TO WS-EXCCOM-CAMPO
               MOVE CADROST-NOME TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           ELSE
               MOVE WS-CPF-CAD TO WS-DOC-NUMERO
               PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
               IF NOT DOCUMENTO-VALIDO
                   DISPLAY "CADASTRO REJEITADO (CPF): " CADROST-NOME
                   MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
                   MOVE "CPF" TO WS-EXCCOM-CAMPO
                   MOVE WS-CPF-CAD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO APLICA-CADASTRO-LOTE-FIM
               END-IF
               MOVE "C" TO WS-DOC-TIPO
               PERFORM PROCURA-DOCUMENTO-REPETIDO
                   THRU PROCURA-DOCUMENTO-REPETIDO-FIM
               IF DOCUMENTO-REPETIDO
                   DISPLAY "CADASTRO REJEITADO (CPF REPETIDO): "
                       CADROST-NOME
                   MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
                   MOVE "CPF-REPETIDO" TO WS-EXCCOM-CAMPO
                   MOVE WS-CPF-CAD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO APLICA-CADASTRO-LOTE-FIM
               END-IF
           END-IF.
           IF WS-PIS-CAD = 0
               MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
               MOVE "PIS-AUSENTE" TO WS-EXCCOM-CAMPO
               MOVE CADROST-NOME TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           ELSE
               MOVE WS-PIS-CAD TO WS-DOC-NUMERO
               PERFORM VALIDA-PIS THRU VALIDA-PIS-FIM
               IF NOT DOCUMENTO-VALIDO
                   DISPLAY "CADASTRO REJEITADO (PIS): " CADROST-NOME
                   MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
                   MOVE "PIS" TO WS-EXCCOM-CAMPO
                   MOVE WS-PIS-CAD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO APLICA-CADASTRO-LOTE-FIM
               END-IF
               MOVE "P" TO WS-DOC-TIPO
               PERFORM PROCURA-DOCUMENTO-REPETIDO
                   THRU PROCURA-DOCUMENTO-REPETIDO-FIM
               IF DOCUMENTO-REPETIDO
                   DISPLAY "CADASTRO REJEITADO (PIS REPETIDO): "
                       CADROST-NOME
                   MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
                   MOVE "PIS-REPETIDO" TO WS-EXCCOM-CAMPO
                   MOVE WS-PIS-CAD TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO APLICA-CADASTRO-LOTE-FIM
               END-IF
           END-IF.
      *    contratacao sem requisicao aprovada, ou com o quadro
      *    do departamento completo, rejeita.
           MOVE "S" TO WS-CADASTRO-OK.
           MOVE "N" TO WS-CONTRATACAO.
           IF CONTROLE-DE-QUADRO
               PERFORM CONFERE-CONTRATACAO
               IF E-CONTRATACAO
                   PERFORM CONFERE-REQUISICAO-VAGA
                       THRU CONFERE-REQUISICAO-VAGA-FIM
               END-IF
           END-IF.
           IF NOT CADASTRO-LIBERADO
               DISPLAY "CADASTRO REJEITADO (REQUISICAO): "
                   CADROST-NOME
               MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
               MOVE WS-QDR-MOTIVO TO WS-EXCCOM-CAMPO
               MOVE WS-REQUISICAO-CAD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO APLICA-CADASTRO-LOTE-FIM
           END-IF.
           PERFORM VALIDA-UF-CEP-ENDERECO.
           IF NOT UF-CEP-VALIDOS
               DISPLAY "CADASTRO REJEITADO (ENDERECO): "
           ELSE
               PERFORM GRAVA-FUNCIONARIO
                   THRU GRAVA-FUNCIONARIO-FIM
               IF E-CONTRATACAO AND FUNCIONARIO-GRAVADO
                   PERFORM CONSOME-REQUISICAO-VAGA
               END-IF
               PERFORM GERA-EXTRATO-FOLHA
           END-IF.

       APLICA-CADASTRO-LOTE-FIM.
           EXIT.

      *    quadro de vagas carregado uma vez por execucao: com o
      *    QUADRO.DAT presente, postos ocupados pelos ativos do
      *    mestre e vagas abertas pelas requisicoes; sem ele nao ha
      *    controle e o cadastro segue como sempre.
       PREPARA-CONTROLE-QUADRO.
           PERFORM CARREGA-QUADRO.
           IF CONTROLE-DE-QUADRO
               PERFORM CARREGA-REQUISICOES
               PERFORM MONTA-OCUPACAO-QUADRO
               PERFORM CONTA-REQUISICOES
           END-IF.

      *    cada ativo ocupa o posto do departamento e grade do seu
      *    registro de pagamento; contratado que ainda nao tem
      *    registro (o PROG42 inclui depois) ocupa o da requisicao
      *    que consumiu.
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

      *    contratacao e codigo que nao esta ativo no mestre
      *    (novo, ou readmissao de um inativo); recadastro de ativo
      *    so regrava os dados e nao mexe no quadro.
       CONFERE-CONTRATACAO.
           MOVE "S" TO WS-CONTRATACAO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE COD TO FM-COD
               READ FUNCIONARIO-MASTER-FILE KEY IS FM-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FM-SITUACAO = "A"
                           MOVE "N" TO WS-CONTRATACAO
                       END-IF
               END-READ
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.

      *    pergunta a requisicao logo depois do codigo, antes do
      *    resto da ficha, e repete enquanto nao servir; tentativas
      *    esgotadas cancelam o cadastro com rastro na trilha.
       PEGA-REQUISICAO-VAGA.
           MOVE "S" TO WS-CADASTRO-OK.
           MOVE "N" TO WS-CONTRATACAO.
           IF NOT CONTROLE-DE-QUADRO
               GO TO PEGA-REQUISICAO-VAGA-FIM
           END-IF.
           PERFORM CONFERE-CONTRATACAO.
           IF NOT E-CONTRATACAO
               GO TO PEGA-REQUISICAO-VAGA-FIM
           END-IF.
           MOVE "N" TO WS-CADASTRO-OK.
           MOVE 0 TO WS-END-TENTATIVAS.
           PERFORM UNTIL CADASTRO-LIBERADO
                   OR WS-END-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY "NUMERO DA REQUISICAO DE VAGA APROVADA:"
               ACCEPT WS-REQUISICAO-CAD
               ADD 1 TO WS-END-TENTATIVAS
               PERFORM CONFERE-REQUISICAO-VAGA
                   THRU CONFERE-REQUISICAO-VAGA-FIM
           END-PERFORM.
           IF NOT CADASTRO-LIBERADO
               DISPLAY "TENTATIVAS ESGOTADAS, CADASTRO CANCELADO"
               MOVE "PROG31" TO WS-EXCCOM-PROGRAMA
               MOVE WS-QDR-MOTIVO TO WS-EXCCOM-CAMPO
               MOVE WS-REQUISICAO-CAD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "SEMVAGA" TO WS-RUNLOG-RESULTADO
           END-IF.

       PEGA-REQUISICAO-VAGA-FIM.
           EXIT.

      *    a requisicao em WS-REQUISICAO-CAD tem de existir, estar
      *    aprovada e ainda caber no quadro: ocupados da grade e do
      *    departamento inteiro abaixo do autorizado (o quadro pode
      *    ter sido reduzido depois da aprovacao).
       CONFERE-REQUISICAO-VAGA.
           MOVE "N" TO WS-CADASTRO-OK.
           MOVE WS-REQUISICAO-CAD TO RQ-NUMERO.
           PERFORM PROCURA-REQUISICAO.
           IF WS-REQUISICAO-CAD = 0 OR WS-REQ-ACHADA = 0
               DISPLAY "REQUISICAO " WS-REQUISICAO-CAD " INEXISTENTE"
               MOVE "REQUISICAO" TO WS-QDR-MOTIVO
               GO TO CONFERE-REQUISICAO-VAGA-FIM
           END-IF.
           IF NOT RQ-APROVADA
               DISPLAY "REQUISICAO " RQ-NUMERO " NAO ESTA EM ABERTO"
                   " (SITUACAO " RQ-SITUACAO ")"
               MOVE "REQ-SITUACAO" TO WS-QDR-MOTIVO
               GO TO CONFERE-REQUISICAO-VAGA-FIM
           END-IF.
           MOVE RQ-DEPTO TO WS-QDR-DEPTO.
           MOVE RQ-GRADE TO WS-QDR-GRADE.
           PERFORM PROCURA-QUADRO.
      *    celula sem posto livre sai daqui como nao achada.
           IF QUADRO-ACHADO
               PERFORM SALDO-DO-QUADRO
               IF TAB-QDR-OCUPADO(QDR-IDX)
                       NOT < TAB-QDR-AUTORIZADO(QDR-IDX)
                   MOVE "N" TO WS-QDR-ACHADO
               END-IF
               IF WS-QDR-DEPTO-OCUPADO NOT < WS-QDR-DEPTO-AUTORIZADO
                   MOVE "N" TO WS-QDR-ACHADO
               END-IF
           END-IF.
           IF NOT QUADRO-ACHADO
               DISPLAY "QUADRO COMPLETO NO DEPARTAMENTO " RQ-DEPTO
                   " GRADE " RQ-GRADE
               MOVE "QUADRO-COMPLETO" TO WS-QDR-MOTIVO
               GO TO CONFERE-REQUISICAO-VAGA-FIM
           END-IF.
           MOVE "S" TO WS-CADASTRO-OK.

       CONFERE-REQUISICAO-VAGA-FIM.
           EXIT.

      *    funcionario gravado: a requisicao fica preenchida com o
      *    codigo de quem entrou, a vaga sai das abertas e entra nos
      *    ocupados, e o arquivo e regravado na hora (um reinicio do
      *    lote pelo checkpoint nao consome a mesma vaga duas vezes).
       CONSOME-REQUISICAO-VAGA.
           MOVE TAB-REQ(WS-REQ-ACHADA) TO RQ-REQUISICAO-REC.
           MOVE "U" TO RQ-SITUACAO.
           MOVE COD TO RQ-COD-FUNCIONARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO RQ-DATA-PREENCHIDA.
           MOVE RQ-REQUISICAO-REC TO TAB-REQ(WS-REQ-ACHADA).
           MOVE RQ-DEPTO TO WS-QDR-DEPTO.
           MOVE RQ-GRADE TO WS-QDR-GRADE.
           PERFORM PROCURA-QUADRO.
           IF QUADRO-ACHADO
               ADD 1 TO TAB-QDR-OCUPADO(QDR-IDX)
               IF TAB-QDR-ABERTO(QDR-IDX) > 0
                   SUBTRACT 1 FROM TAB-QDR-ABERTO(QDR-IDX)
               END-IF
           END-IF.
           PERFORM GRAVA-REQUISICOES.
           DISPLAY "REQUISICAO " RQ-NUMERO " PREENCHIDA POR " COD.

      *    le o checkpoint da execucao anterior (quantos registros
      *    do roster ja foram gravados) do arquivo comum. se nao
      *    existir, comeca do zero.
      *    grava (ou atualiza, se o codigo ja existir) o funcionario
      *    no arquivo mestre indexado.
       GRAVA-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-GRAVADO.
           MOVE COD-NUMERO           TO FM-COD-NUMERO.
           MOVE COD-DV               TO FM-COD-DV.
           MOVE WS-NOME-COMUM        TO FM-NOME.
           MOVE ENDERECO-CIDADE      TO FM-END-CIDADE.
           MOVE ENDERECO-UF          TO FM-END-UF.
           MOVE ENDERECO-CEP         TO FM-END-CEP.
           MOVE WS-CPF-CAD           TO FM-CPF.
           MOVE WS-PIS-CAD           TO FM-PIS.

           PERFORM ABRE-MESTRE-COM-ESPERA.
           IF NOT MESTRE-ABERTO
               GO TO GRAVA-FUNCIONARIO-FIM
           END-IF.

      *    o superior e mantido no PROG41: recadastro de codigo ja
      *    existente conserva o que esta no mestre.
           MOVE FM-FUNCIONARIO-REC TO WS-FUNCIONARIO-NOVO.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO FM-SUPERIOR
           END-READ.
           MOVE FM-SUPERIOR TO WS-SUPERIOR-ATUAL.
           MOVE WS-FUNCIONARIO-NOVO TO FM-FUNCIONARIO-REC.
           MOVE WS-SUPERIOR-ATUAL TO FM-SUPERIOR.

           WRITE FM-FUNCIONARIO-REC
               INVALID KEY
                   REWRITE FM-FUNCIONARIO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR FUNCIONARIO"
                       NOT INVALID KEY
                           MOVE "S" TO WS-FUNCIONARIO-GRAVADO
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "S" TO WS-FUNCIONARIO-GRAVADO
           END-WRITE.

           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE EXTRATO-FOLHA-FILE.

       COPY "DVPROC.cpy".
       COPY "DOCPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "CKPTPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "FILERRPROC.cpy".
       COPY "QDRPROC.cpy".
