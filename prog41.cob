      *            ainda sem devolucao gera aviso na tela e linha na
      *            trilha comum de excecoes antes de a saida ser
      *            gravada - o laptop para de sair pela porta junto.
      * 2026-10-15 a inativacao pergunta o tipo de desligamento e o
      *            aviso previo e deixa a rescisao pendente em
      *            RESCPEND.DAT para o calculo da rescisao (PROG105)
      *            - acabou a planilha de verbas rescisorias.
      * 2026-10-15 CPF e PIS entram como campos 10 e 11 da
      *            alteracao, conferidos pelos digitos verificadores
      *            oficiais (DOCWS/DOCPROC) e contra os demais ativos
      *            do mestre, com re-pergunta; a consulta mostra os
      *            dois. imagem do historico passa a 136 posicoes.
      * 2026-10-15 a inativacao confere tambem o exame demissional
      *            (EXAMES.DAT, do PROG127): sem ele, aviso na tela e
      *            linha ASO-DEMISSIONAL na trilha de excecoes, como ja
      *            acontece com os bens nao devolvidos.
      * 2026-10-15 campo 12 = superior (FM-SUPERIOR): outro ativo do
      *            mestre, sem fechar ciclo na linha de comando
      *            (HIERPROC.cpy); a consulta mostra a chefia e o chefe
      *            acima, e a inativacao avisa e registra subordinados a
      *            reatribuir. imagem do historico passa a 142 posicoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVOS-STATUS.

           COPY "ASOSEL.cpy".

      *    trava de sessao interativa do mestre (ver PROG31).
           SELECT TRAVA-MESTRE-FILE ASSIGN TO "FUNCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.

      *    rescisoes a calcular, lidas pelo PROG105.
           SELECT RESCISOES-FILE ASSIGN TO "RESCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
           05  HISTM-DATA-HORA PIC X(14).
           05  HISTM-OPERADOR  PIC X(8).
           05  HISTM-ACAO      PIC X(10).
           05  HISTM-IMAGEM    PIC X(142).

       COPY "PARMFD.cpy".
       COPY "EXCFD.cpy".
       FD  ATIVOS-FILE.
       COPY "ATIVREC.cpy".

       COPY "ASOFD.cpy".

       FD  TRAVA-MESTRE-FILE.
       01  TRAVA-MESTRE-REC.
           05  TRAVA-OPERADOR  PIC X(8).
           05  TRAVA-DATA-HORA PIC X(14).

       FD  RESCISOES-FILE.
       COPY "RESCREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS     PIC XX.
           88  OPCAO-SAIR      VALUE 0.

       01  WS-CAMPO-ENTRADA PIC X(2).
       01  WS-CAMPO PIC 9(2) VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-REGISTRO-LIDO PIC X VALUE "N".
           88  FUNCIONARIO-LIDO VALUE "S".

       01  WS-IMAGEM-ANTERIOR PIC X(142).
       01  WS-DATA-SAIDA-INFORMADA PIC 9(8).

      *    CPF/PIS novo em conferencia: tipo C=CPF P=PIS, e o numero
      *    digitado, que so vai para o registro depois de aprovado.
       01  WS-DOC-TIPO PIC X.
       01  WS-DOC-INFORMADO PIC 9(11).
       01  WS-DOC-REPETIDO PIC X.
           88  DOCUMENTO-REPETIDO VALUE "S".
       01  WS-DOC-DONO PIC X(6).

       01  WS-ATIVOS-STATUS PIC XX.
       01  WS-QTD-BENS-PENDENTES PIC 9(3).
       01  WS-TEM-DEMISSIONAL PIC X.
       01  WS-QTD-SUBORDINADOS PIC 9(4).

       01  WS-COD-SUPERIOR PIC 9(5).
       01  WS-SUPERIOR-INFORMADO PIC X(6).
       01  WS-SUPERIOR-OK PIC X VALUE "N".
           88  SUPERIOR-VALIDO VALUE "S".

       01  WS-TRAVA-STATUS PIC XX.
       01  WS-TRAVA-TENTATIVAS PIC 9 VALUE 0.
       01  WS-MESTRE-ABERTO PIC X VALUE "N".
           88  MESTRE-ABERTO VALUE "S".

       01  WS-RESCPEND-STATUS PIC XX.
       01  WS-TIPO-DESLIGAMENTO PIC X.
           88  TIPO-DESLIGAMENTO-VALIDO VALUE "S" "J" "P" "A".
       01  WS-AVISO-PREVIO PIC X.
           88  AVISO-PREVIO-VALIDO VALUE "T" "I".
       01  WS-DESLIGAMENTO-OK PIC X VALUE "N".
           88  DESLIGAMENTO-INFORMADO VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DOCWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "UFTABWS.cpy".
       COPY "ASOWS.cpy".
       COPY "HIERWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.
       01  WS-DATA-TENTATIVAS PIC 9 VALUE 0.
           DISPLAY "ENDERECO: " FM-END-RUA.
           DISPLAY "CIDADE: " FM-END-CIDADE " UF: " FM-END-UF
               " CEP: " FM-END-CEP.
           DISPLAY "CPF: " FM-CPF " PIS: " FM-PIS.
           MOVE FM-COD TO WS-HIER-COD-PEDIDO.
           PERFORM BUSCA-CHEFIA.
           DISPLAY "SUPERIOR: " FM-SUPERIOR " CHEFIA ATIVA: "
               WS-HIER-CHEFE-COD " " WS-HIER-CHEFE-NOME.
           DISPLAY "ACIMA DA CHEFIA: " WS-HIER-CHEFE2-COD " "
               WS-HIER-CHEFE2-NOME.
           IF FM-SITUACAO = "I"
               DISPLAY "SITUACAO: INATIVO DESDE " FM-DATA-SAIDA
           ELSE

           DISPLAY "CAMPO: 1=NOME 2=IDADE 3=ESCOLARIDADE 4=RUA"
           DISPLAY "5=CIDADE 6=UF 7=CEP 8=DATA ADMISSAO"
           DISPLAY "9=DATA NASCIMENTO 10=CPF 11=PIS 12=SUPERIOR"
           ACCEPT WS-CAMPO-ENTRADA.
           MOVE 0 TO WS-CAMPO.
           IF FUNCTION TRIM(WS-CAMPO-ENTRADA) IS NUMERIC
                       GO TO ALTERA-CAMPO-FIM
                   END-IF
                   MOVE WS-DATA-CONFERIDA TO FM-DATA-NASCIMENTO
               WHEN 10
                   MOVE "C" TO WS-DOC-TIPO
                   PERFORM PEGA-DOCUMENTO-VALIDADO
                   IF NOT DOCUMENTO-VALIDO
                       GO TO ALTERA-CAMPO-FIM
                   END-IF
                   MOVE WS-DOC-INFORMADO TO FM-CPF
               WHEN 11
                   MOVE "P" TO WS-DOC-TIPO
                   PERFORM PEGA-DOCUMENTO-VALIDADO
                   IF NOT DOCUMENTO-VALIDO
                       GO TO ALTERA-CAMPO-FIM
                   END-IF
                   MOVE WS-DOC-INFORMADO TO FM-PIS
               WHEN 12
                   PERFORM PEGA-SUPERIOR-VALIDADO
                   IF NOT SUPERIOR-VALIDO
                       GO TO ALTERA-CAMPO-FIM
                   END-IF
                   MOVE WS-SUPERIOR-INFORMADO TO FM-SUPERIOR
               WHEN OTHER
                   DISPLAY "CAMPO INVALIDO, NADA ALTERADO"
                   GO TO ALTERA-CAMPO-FIM
           PERFORM BUSCA-POR-CODIGO.
           IF FUNCIONARIO-LIDO
               PERFORM CONFERE-BENS-PENDENTES
               PERFORM CONFERE-EXAME-DEMISSIONAL
               MOVE FM-FUNCIONARIO-REC TO WS-IMAGEM-ANTERIOR
               PERFORM CONFERE-SUBORDINADOS
               MOVE "DATA DE SAIDA (AAAAMMDD):" TO WS-PROMPT-DATA
               PERFORM PEGA-DATA-CALENDARIO
               IF DATA-CALENDARIO-VALIDA
                   MOVE WS-DATA-CONFERIDA
                       TO WS-DATA-SAIDA-INFORMADA
                   PERFORM PEGA-TIPO-DESLIGAMENTO
               END-IF
               IF DATA-CALENDARIO-VALIDA AND DESLIGAMENTO-INFORMADO
                   MOVE "I" TO FM-SITUACAO
                   MOVE WS-DATA-SAIDA-INFORMADA TO FM-DATA-SAIDA
                   MOVE "INATIVACAO" TO HISTM-ACAO
                   PERFORM REGRAVA-COM-HISTORICO
                   PERFORM GRAVA-RESCISAO-PENDENTE
               ELSE
                   DISPLAY "INATIVACAO NAO FEITA"
               END-IF
           END-IF.

      *    tipo de desligamento e aviso previo decidem as verbas da
      *    rescisao; mesmo limite de re-perguntas das datas.
       PEGA-TIPO-DESLIGAMENTO.
           MOVE "N" TO WS-DESLIGAMENTO-OK.
           MOVE SPACE TO WS-TIPO-DESLIGAMENTO.
           MOVE 0 TO WS-DATA-TENTATIVAS.
           PERFORM UNTIL TIPO-DESLIGAMENTO-VALIDO
                   OR WS-DATA-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY "TIPO: S=SEM JUSTA CAUSA J=JUSTA CAUSA"
               DISPLAY "      P=PEDIDO DE DEMISSAO A=ACORDO"
               ACCEPT WS-TIPO-DESLIGAMENTO
               ADD 1 TO WS-DATA-TENTATIVAS
               IF NOT TIPO-DESLIGAMENTO-VALIDO
                   DISPLAY "TIPO INVALIDO"
               END-IF
           END-PERFORM.
           IF NOT TIPO-DESLIGAMENTO-VALIDO
               DISPLAY "TENTATIVAS ESGOTADAS"
           ELSE
               IF WS-TIPO-DESLIGAMENTO = "J"
                   MOVE "T" TO WS-AVISO-PREVIO
               ELSE
                   MOVE SPACE TO WS-AVISO-PREVIO
                   MOVE 0 TO WS-DATA-TENTATIVAS
                   PERFORM UNTIL AVISO-PREVIO-VALIDO
                           OR WS-DATA-TENTATIVAS =
                               WS-LIMITE-TENTATIVAS
                       DISPLAY "AVISO PREVIO: T=TRABALHADO"
                           " I=INDENIZADO"
                       ACCEPT WS-AVISO-PREVIO
                       ADD 1 TO WS-DATA-TENTATIVAS
                       IF NOT AVISO-PREVIO-VALIDO
                           DISPLAY "AVISO INVALIDO"
                       END-IF
                   END-PERFORM
               END-IF
               IF AVISO-PREVIO-VALIDO
                   MOVE "S" TO WS-DESLIGAMENTO-OK
               ELSE
                   DISPLAY "TENTATIVAS ESGOTADAS"
               END-IF
           END-IF.

      *    a rescisao fica pendente ate a proxima rodada do calculo
      *    (PROG105), que a marca como calculada.
       GRAVA-RESCISAO-PENDENTE.
           OPEN EXTEND RESCISOES-FILE.
           IF WS-RESCPEND-STATUS NOT = "00"
               CLOSE RESCISOES-FILE
               OPEN OUTPUT RESCISOES-FILE
           END-IF.
           MOVE FM-COD TO RESC-COD.
           MOVE WS-DATA-SAIDA-INFORMADA TO RESC-DATA-SAIDA.
           MOVE WS-TIPO-DESLIGAMENTO TO RESC-TIPO.
           MOVE WS-AVISO-PREVIO TO RESC-AVISO.
           MOVE "P" TO RESC-SITUACAO.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO RESC-DATA-REGISTRO.
           MOVE WS-OPERADOR-ID-DIGITADO TO RESC-OPERADOR.
           MOVE 0 TO RESC-DATA-CALCULO.
           MOVE 0 TO RESC-LIQUIDO.
           MOVE 0 TO RESC-MULTA-FGTS.
           WRITE RESC-RESCISAO-REC.
           CLOSE RESCISOES-FILE.
           DISPLAY "RESCISAO PENDENTE DE CALCULO REGISTRADA".

      *    item sem devolucao nao barra a inativacao, mas o operador
      *    e avisado na tela e a pendencia fica na trilha comum de
      *    excecoes para a caca dos itens.
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    sem exame demissional (EXAMES.DAT, do PROG127) feito
      *    depois da admissao a inativacao tambem segue, com aviso
      *    na tela e linha na trilha de excecoes, como os bens.
       CONFERE-EXAME-DEMISSIONAL.
           MOVE "N" TO WS-TEM-DEMISSIONAL.
           OPEN INPUT EXAMES-FILE.
           IF WS-EXAMES-STATUS = "00"
               PERFORM UNTIL WS-EXAMES-STATUS NOT = "00"
                   READ EXAMES-FILE
                       AT END
                           MOVE "10" TO WS-EXAMES-STATUS
                       NOT AT END
                           IF ASO-COD = FM-COD AND ASO-DEMISSIONAL
                                   AND ASO-DATA NOT < FM-DATA-ADMISSAO
                               MOVE "S" TO WS-TEM-DEMISSIONAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXAMES-FILE.
           IF WS-TEM-DEMISSIONAL = "N"
               DISPLAY "ATENCAO: FUNCIONARIO SEM EXAME DEMISSIONAL "
                   "REGISTRADO (PROG127)"
               MOVE "PROG41" TO WS-EXCCOM-PROGRAMA
               MOVE "ASO-DEMISSIONAL" TO WS-EXCCOM-CAMPO
               MOVE FM-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    quem responde ao funcionario que sai continua com ele no
      *    FM-SUPERIOR (a rotina de chefia pula o inativo para o
      *    chefe de cima), mas a linha tem de ser acertada: aviso na
      *    tela e linha na trilha de excecoes. a procura percorre o
      *    mestre, entao o registro e relido pela imagem guardada.
       CONFERE-SUBORDINADOS.
           MOVE 0 TO WS-QTD-SUBORDINADOS.
           MOVE LOW-VALUES TO FM-COD.
           START FUNCIONARIO-MASTER-FILE KEY IS NOT LESS THAN FM-COD
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A"
                               AND FM-SUPERIOR =
                                   WS-IMAGEM-ANTERIOR(1:6)
                           ADD 1 TO WS-QTD-SUBORDINADOS
                           DISPLAY "SUBORDINADO: " FM-COD " " FM-NOME
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-IMAGEM-ANTERIOR TO FM-FUNCIONARIO-REC.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERRO AO RELER FUNCIONARIO " FM-COD
           END-READ.
           IF WS-QTD-SUBORDINADOS > 0
               DISPLAY "ATENCAO: " WS-QTD-SUBORDINADOS
                   " SUBORDINADO(S) A REATRIBUIR (CAMPO 12)"
               MOVE "PROG41" TO WS-EXCCOM-PROGRAMA
               MOVE "SUBORDINADOS" TO WS-EXCCOM-CAMPO
               MOVE FM-COD TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

       REATIVA-FUNCIONARIO.
           PERFORM BUSCA-POR-CODIGO.
           IF FUNCIONARIO-LIDO
               END-IF
           END-PERFORM.

      *    CPF ou PIS novo (tipo em WS-DOC-TIPO) com re-pergunta
      *    enquanto o digito nao bater ou o numero for de outro
      *    funcionario ativo; esgotado, a alteracao nao e feita.
      *    a procura de repetidos percorre o mestre, entao o
      *    registro em alteracao e relido pela imagem guardada.
       PEGA-DOCUMENTO-VALIDADO.
           MOVE 0 TO WS-DATA-TENTATIVAS.
           MOVE "N" TO WS-DOC-RESULTADO.
           PERFORM UNTIL DOCUMENTO-VALIDO
                   OR WS-DATA-TENTATIVAS = WS-LIMITE-TENTATIVAS
               IF WS-DOC-TIPO = "C"
                   DISPLAY "NOVO CPF (11 DIGITOS):"
               ELSE
                   DISPLAY "NOVO PIS/PASEP (11 DIGITOS):"
               END-IF
               ACCEPT WS-DOC-INFORMADO
               ADD 1 TO WS-DATA-TENTATIVAS
               MOVE WS-DOC-INFORMADO TO WS-DOC-NUMERO
               IF WS-DOC-TIPO = "C"
                   PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
               ELSE
                   PERFORM VALIDA-PIS THRU VALIDA-PIS-FIM
               END-IF
               IF NOT DOCUMENTO-VALIDO
                   DISPLAY "NUMERO INVALIDO (DIGITO VERIFICADOR)"
               ELSE
                   PERFORM PROCURA-DOCUMENTO-REPETIDO
                   IF DOCUMENTO-REPETIDO
                       DISPLAY "NUMERO JA CADASTRADO PARA "
                           WS-DOC-DONO
                       MOVE "N" TO WS-DOC-RESULTADO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY "TENTATIVAS ESGOTADAS, NADA ALTERADO"
           END-IF.

       PROCURA-DOCUMENTO-REPETIDO.
           MOVE "N" TO WS-DOC-REPETIDO.
           MOVE LOW-VALUES TO FM-COD.
           START FUNCIONARIO-MASTER-FILE KEY IS NOT LESS THAN FM-COD
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   OR DOCUMENTO-REPETIDO
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A"
                               AND FM-COD NOT = WS-IMAGEM-ANTERIOR(1:6)
                           IF (WS-DOC-TIPO = "C"
                                   AND FM-CPF = WS-DOC-INFORMADO)
                               OR (WS-DOC-TIPO = "P"
                                   AND FM-PIS = WS-DOC-INFORMADO)
                               MOVE "S" TO WS-DOC-REPETIDO
                               MOVE FM-COD TO WS-DOC-DONO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-IMAGEM-ANTERIOR TO FM-FUNCIONARIO-REC.
           READ FUNCIONARIO-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERRO AO RELER FUNCIONARIO " FM-COD
           END-READ.

      *    superior novo com re-pergunta: outro funcionario, ativo,
      *    e sem fechar ciclo na linha de comando (HIERPROC.cpy);
      *    zero tira o superior. esgotado, a alteracao nao e feita.
       PEGA-SUPERIOR-VALIDADO.
           MOVE 0 TO WS-DATA-TENTATIVAS.
           MOVE "N" TO WS-SUPERIOR-OK.
           PERFORM UNTIL SUPERIOR-VALIDO
                   OR WS-DATA-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY "CODIGO DO SUPERIOR (5 DIGITOS, 0 = NENHUM):"
               ACCEPT WS-COD-SUPERIOR
               ADD 1 TO WS-DATA-TENTATIVAS
               IF WS-COD-SUPERIOR = 0
                   MOVE SPACES TO WS-SUPERIOR-INFORMADO
                   MOVE "S" TO WS-SUPERIOR-OK
               ELSE
                   MOVE WS-COD-SUPERIOR TO WS-DV-NUMERO
                   PERFORM CALCULA-DIGITO-VERIFICADOR
                   MOVE SPACES TO WS-SUPERIOR-INFORMADO
                   STRING WS-COD-SUPERIOR WS-DV-DIGITO
                       DELIMITED BY SIZE INTO WS-SUPERIOR-INFORMADO
                   MOVE FM-COD TO WS-HIER-COD-PEDIDO
                   MOVE WS-SUPERIOR-INFORMADO
                       TO WS-HIER-SUPERIOR-PROPOSTO
                   PERFORM CONFERE-CHEFIA-PROPOSTA
                   EVALUATE TRUE
                       WHEN HIER-ACEITO
                           MOVE "S" TO WS-SUPERIOR-OK
                       WHEN HIER-PROPRIO
                           DISPLAY "NAO PODE SER O PROPRIO FUNCIONARIO"
                       WHEN HIER-INATIVO
                           DISPLAY "SUPERIOR INEXISTENTE OU INATIVO"
                       WHEN HIER-CICLO
                           DISPLAY "SUPERIOR RESPONDE A ESTE "
                               "FUNCIONARIO (CICLO NA LINHA)"
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT SUPERIOR-VALIDO
               DISPLAY "TENTATIVAS ESGOTADAS, NADA ALTERADO"
           END-IF.

       REGRAVA-COM-HISTORICO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO HISTM-DATA-HORA.
           DELETE FILE TRAVA-MESTRE-FILE.

       COPY "DVPROC.cpy".
       COPY "DOCPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "UFTABPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "HIERPROC.cpy".
       COPY "SIGNPROC.cpy".
