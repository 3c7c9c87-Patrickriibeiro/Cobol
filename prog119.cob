       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG119.
      *    AVALIACAO DE DESEMPENHO (AVALIAC.DAT, CICLOAV.DAT E
      *    GUIAMER.DAT).
      * 2026-10-15 primeira versao: registro da avaliacao de cada
      *            funcionario no ciclo aberto - nota de 1 a 5 por
      *            competencia e conceito geral pela media - digitada
      *            sob o sign-on de quem avalia, no molde das
      *            manutencoes do PROG113/PROG114 (auditoria a cada
      *            mudanca). abrir e fechar ciclo e mexer na tabela
      *            guia (conceito x grade = percentual de merito) e
      *            so para supervisor. ciclo fechado nao muda mais:
      *            e dele que o reajuste por merito (PROG66) tira os
      *            percentuais, depois que o PROG120 nao apontar
      *            ninguem sem avaliacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AVALSEL.cpy".

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AVALFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  GRADES-FILE.
       COPY "GRADEREC.cpy".

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS PIC XX.
       01  WS-GRADES-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR      VALUE 1.
           88  OPCAO-REGISTRAR   VALUE 2.
           88  OPCAO-ABRIR-CICLO VALUE 3.
           88  OPCAO-FECHAR      VALUE 4.
           88  OPCAO-LISTAR-GUIA VALUE 5.
           88  OPCAO-GUIA        VALUE 6.
           88  OPCAO-SAIR        VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-ANO-PEDIDO PIC 9(4).
       01  WS-NOTA-ENTRADA PIC X.
       01  WS-NOTA-IDX PIC 9.
       01  WS-NOTA-TENTATIVAS PIC 9.
       01  WS-NOTA-OK PIC X.
           88  NOTA-VALIDA VALUE "S".
       01  WS-SOMA-NOTAS PIC 9(2).
       01  WS-VALOR-ENTRADA PIC X(7).
       01  WS-PERCENTUAL-MOSTRADO PIC ZZ9.99.
       01  WS-PERCENTUAL-ANTERIOR PIC ZZ9.99.
       01  WS-AVALIACOES-ALTERADAS PIC X VALUE "N".
       01  WS-CICLOS-ALTERADOS PIC X VALUE "N".
       01  WS-GUIA-ALTERADA PIC X VALUE "N".

      *    grades da tabela do PROG65; sem o arquivo, a grade
      *    digitada vale como veio.
       01  WS-TEM-GRADES PIC X VALUE "N".
       01  WS-TABELA-GRADES.
           05  TAB-GRADE-CODIGO OCCURS 30 TIMES PIC X(2).
       01  WS-QTD-GRADES PIC 9(3) VALUE 0.
       01  WS-TAB-IDX PIC 9(3).
       01  WS-GRADE-OK PIC X.
           88  GRADE-CADASTRADA VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "PARMWS.cpy".
       COPY "AVALWS.cpy".

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

           PERFORM CARREGA-CICLOS.
           PERFORM CARREGA-AVALIACOES.
           PERFORM CARREGA-GUIA.
           PERFORM CARREGA-GRADES.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM MOSTRA-CICLO-ABERTO
               DISPLAY "1=LISTAR AVALIACOES 2=REGISTRAR AVALIACAO "
                   "3=ABRIR CICLO 4=FECHAR CICLO"
               DISPLAY "5=LISTAR GUIA 6=ALTERAR GUIA 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-AVALIACOES
                   WHEN OPCAO-REGISTRAR
                       PERFORM REGISTRA-AVALIACAO
                           THRU REGISTRA-AVALIACAO-FIM
                   WHEN OPCAO-ABRIR-CICLO
                       PERFORM ABRE-CICLO
                           THRU ABRE-CICLO-FIM
                   WHEN OPCAO-FECHAR
                       PERFORM FECHA-CICLO
                           THRU FECHA-CICLO-FIM
                   WHEN OPCAO-LISTAR-GUIA
                       PERFORM LISTA-GUIA
                   WHEN OPCAO-GUIA
                       PERFORM ALTERA-GUIA
                           THRU ALTERA-GUIA-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-AVALIACOES-ALTERADAS = "S"
               PERFORM GRAVA-AVALIACOES
           END-IF.
           IF WS-CICLOS-ALTERADOS = "S"
               PERFORM GRAVA-CICLOS
           END-IF.
           IF WS-GUIA-ALTERADA = "S"
               PERFORM GRAVA-GUIA
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       MOSTRA-CICLO-ABERTO.
           MOVE "A" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL = 0
               DISPLAY "===== AVALIACAO DE DESEMPENHO (SEM CICLO "
                   "ABERTO) ====="
           ELSE
               DISPLAY "===== AVALIACAO DE DESEMPENHO - CICLO "
                   WS-CICLO-ATUAL " ====="
           END-IF.

       CARREGA-GRADES.
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

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
           MOVE WS-COD-PROCURADO TO WS-DV-NUMERO.
           PERFORM CALCULA-DIGITO-VERIFICADOR.
           MOVE SPACES TO WS-COD-CHAVE.
           STRING WS-COD-PROCURADO WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-COD-CHAVE.

      *    avaliacoes do ciclo aberto (ou, sem ciclo aberto, do
      *    ultimo fechado).
       LISTA-AVALIACOES.
           MOVE "A" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL = 0
               MOVE "F" TO WS-CICLO-SITUACAO-PEDIDA
               PERFORM PROCURA-CICLO
           END-IF.
           IF WS-CICLO-ATUAL = 0
               DISPLAY "NENHUM CICLO ABERTO OU FECHADO"
           ELSE
               DISPLAY "CICLO " WS-CICLO-ATUAL
                   " - COD    NOTAS CONCEITO AVALIADOR DATA"
               MOVE 0 TO WS-QTD-LISTADOS
               PERFORM VARYING AVAL-IDX FROM 1 BY 1
                       UNTIL AVAL-IDX > WS-QTD-AVALIACOES
                   MOVE TAB-AVAL(AVAL-IDX) TO AV-AVALIACAO-REC
                   IF AV-CICLO = WS-CICLO-ATUAL
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY "       " AV-COD " " AV-NOTAS
                           "     " AV-CONCEITO "     "
                           AV-AVALIADOR " " AV-DATA
                   END-IF
               END-PERFORM
               DISPLAY WS-QTD-LISTADOS " AVALIACAO(OES) NO CICLO"
           END-IF.

      *    funcionario ativo do mestre, ciclo aberto, nota de 1 a 5
      *    em cada competencia com re-pergunta; o conceito geral e
      *    a media arredondada. reavaliar no mesmo ciclo substitui.
       REGISTRA-AVALIACAO.
           IF PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO REGISTRA AVALIACAO"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AVALIACAO-FIM
           END-IF.
           MOVE "A" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL = 0
               DISPLAY "NENHUM CICLO ABERTO; PECA AO SUPERVISOR"
               GO TO REGISTRA-AVALIACAO-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           MOVE WS-COD-CHAVE TO FM-COD.
           MOVE SPACE TO FM-SITUACAO.
           IF WS-MASTER-STATUS = "00"
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO FM-SITUACAO
               END-READ
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF FM-SITUACAO NOT = "A"
               DISPLAY "FUNCIONARIO " WS-COD-CHAVE
                   " NAO ESTA ATIVO NO MESTRE"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "AV-COD" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AVALIACAO-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " FM-COD " " FM-NOME.

           MOVE WS-COD-CHAVE TO AV-COD.
           PERFORM PROCURA-AVALIACAO.
           IF WS-AVAL-ACHADA NOT = 0
               DISPLAY "JA AVALIADO NESTE CICLO: NOTAS " AV-NOTAS
                   " CONCEITO " AV-CONCEITO " POR " AV-AVALIADOR
               DISPLAY "SUBSTITUI A AVALIACAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   GO TO REGISTRA-AVALIACAO-FIM
               END-IF
           ELSE
               IF WS-QTD-AVALIACOES = 1000
                   DISPLAY "ARQUIVO DE AVALIACOES CHEIO"
                   GO TO REGISTRA-AVALIACAO-FIM
               END-IF
           END-IF.

           MOVE SPACES TO AV-AVALIACAO-REC.
           MOVE WS-CICLO-ATUAL TO AV-CICLO.
           MOVE WS-COD-CHAVE TO AV-COD.
           MOVE 0 TO WS-SOMA-NOTAS.
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX > 5
               PERFORM PEGA-NOTA
               IF NOT NOTA-VALIDA
                   MOVE 6 TO WS-NOTA-IDX
               END-IF
           END-PERFORM.
           IF NOT NOTA-VALIDA
               DISPLAY "TENTATIVAS ESGOTADAS, AVALIACAO NAO GRAVADA"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "AV-NOTA" TO WS-EXCCOM-CAMPO
               MOVE WS-NOTA-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO REGISTRA-AVALIACAO-FIM
           END-IF.
           COMPUTE AV-CONCEITO ROUNDED = WS-SOMA-NOTAS / 5.
           DISPLAY "COMENTARIO (ATE 30 CARACTERES):"
           ACCEPT AV-COMENTARIO.
           MOVE WS-OPERADOR-ID-DIGITADO TO AV-AVALIADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO AV-DATA.

           IF WS-AVAL-ACHADA = 0
               ADD 1 TO WS-QTD-AVALIACOES
               MOVE WS-QTD-AVALIACOES TO WS-AVAL-ACHADA
           END-IF.
           MOVE AV-AVALIACAO-REC TO TAB-AVAL(WS-AVAL-ACHADA).
           MOVE "S" TO WS-AVALIACOES-ALTERADAS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "AVALIACAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CICLO " AV-CICLO " " AV-COD " NOTAS " AV-NOTAS
                  " CONCEITO " AV-CONCEITO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "AVALIACAO GRAVADA, CONCEITO GERAL " AV-CONCEITO.

       REGISTRA-AVALIACAO-FIM.
           EXIT.

       PEGA-NOTA.
           MOVE 0 TO WS-NOTA-TENTATIVAS.
           MOVE "N" TO WS-NOTA-OK.
           PERFORM UNTIL NOTA-VALIDA
                   OR WS-NOTA-TENTATIVAS = WS-LIMITE-TENTATIVAS
               DISPLAY "NOTA (1 A 5) - "
                   WS-COMPETENCIA-NOME(WS-NOTA-IDX) ":"
               ACCEPT WS-NOTA-ENTRADA
               ADD 1 TO WS-NOTA-TENTATIVAS
               IF WS-NOTA-ENTRADA >= "1" AND WS-NOTA-ENTRADA <= "5"
                   MOVE "S" TO WS-NOTA-OK
                   MOVE WS-NOTA-ENTRADA TO AV-NOTA(WS-NOTA-IDX)
                   ADD AV-NOTA(WS-NOTA-IDX) TO WS-SOMA-NOTAS
               ELSE
                   DISPLAY "NOTA INVALIDA"
               END-IF
           END-PERFORM.

      *    mudanca de ciclo e de guia e so para supervisor (mesma
      *    regra da aprovacao de salario no PROG69).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "CICLO E TABELA GUIA SO PARA SUPERVISOR"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    um ciclo aberto por vez, um ciclo por ano.
       ABRE-CICLO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO ABRE-CICLO-FIM
           END-IF.
           MOVE "A" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL NOT = 0
               DISPLAY "CICLO " WS-CICLO-ATUAL " AINDA ABERTO; "
                   "FECHE-O ANTES"
               GO TO ABRE-CICLO-FIM
           END-IF.
           IF WS-QTD-CICLOS = 50
               DISPLAY "ARQUIVO DE CICLOS CHEIO"
               GO TO ABRE-CICLO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "ANO DO CICLO (AAAA, EM BRANCO = "
               WS-DATA-HORA-ATUAL(1:4) "):"
           ACCEPT WS-ANO-PEDIDO.
           IF WS-ANO-PEDIDO = 0
               MOVE WS-DATA-HORA-ATUAL(1:4) TO WS-ANO-PEDIDO
           END-IF.
           PERFORM VARYING CIC-IDX FROM 1 BY 1
                   UNTIL CIC-IDX > WS-QTD-CICLOS
               IF TAB-CICLO(CIC-IDX)(1:4) = WS-ANO-PEDIDO
                   MOVE 0 TO WS-ANO-PEDIDO
               END-IF
           END-PERFORM.
           IF WS-ANO-PEDIDO = 0
               DISPLAY "JA EXISTE CICLO PARA ESSE ANO"
               GO TO ABRE-CICLO-FIM
           END-IF.
           MOVE WS-ANO-PEDIDO TO CIC-ANO.
           MOVE "A" TO CIC-SITUACAO.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO CIC-ABERTURA.
           MOVE 0 TO CIC-FECHAMENTO CIC-APLICACAO.
           ADD 1 TO WS-QTD-CICLOS.
           MOVE CIC-CICLO-REC TO TAB-CICLO(WS-QTD-CICLOS).
           MOVE "S" TO WS-CICLOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "AVALIACAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "ABERTURA DO CICLO " CIC-ANO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "CICLO " CIC-ANO " ABERTO".

       ABRE-CICLO-FIM.
           EXIT.

      *    fechar congela as avaliacoes do ciclo para o merito; quem
      *    ficou sem avaliacao aparece no PROG120 e segura o PROG66.
       FECHA-CICLO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO FECHA-CICLO-FIM
           END-IF.
           MOVE "A" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL = 0
               DISPLAY "NENHUM CICLO ABERTO"
               GO TO FECHA-CICLO-FIM
           END-IF.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING AVAL-IDX FROM 1 BY 1
                   UNTIL AVAL-IDX > WS-QTD-AVALIACOES
               IF TAB-AVAL(AVAL-IDX)(1:4) = WS-CICLO-ATUAL
                   ADD 1 TO WS-QTD-LISTADOS
               END-IF
           END-PERFORM.
           DISPLAY "CICLO " WS-CICLO-ATUAL " COM " WS-QTD-LISTADOS
               " AVALIACAO(OES). FECHAR? (S/N)"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CICLO MANTIDO ABERTO"
               GO TO FECHA-CICLO-FIM
           END-IF.
           MOVE "F" TO CIC-SITUACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO CIC-FECHAMENTO.
           MOVE CIC-CICLO-REC TO TAB-CICLO(WS-CICLO-ACHADO).
           MOVE "S" TO WS-CICLOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "AVALIACAO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "FECHAMENTO DO CICLO " CIC-ANO " COM "
                  WS-QTD-LISTADOS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "CICLO " CIC-ANO " FECHADO; RODE O PROG120 ANTES "
               "DO MERITO".

       FECHA-CICLO-FIM.
           EXIT.

       LISTA-GUIA.
           IF WS-QTD-GUIA = 0
               DISPLAY "TABELA GUIA VAZIA"
           END-IF.
           PERFORM VARYING GUIA-IDX FROM 1 BY 1
                   UNTIL GUIA-IDX > WS-QTD-GUIA
               MOVE TAB-GUIA-PERCENTUAL(GUIA-IDX)
                   TO WS-PERCENTUAL-MOSTRADO
               DISPLAY "CONCEITO " TAB-GUIA-CONCEITO(GUIA-IDX)
                   " GRADE " TAB-GUIA-GRADE(GUIA-IDX) " "
                   WS-PERCENTUAL-MOSTRADO "%"
           END-PERFORM.

      *    inclui ou troca o percentual de uma combinacao conceito x
      *    grade; percentual zero tira a combinacao da guia.
       ALTERA-GUIA.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO ALTERA-GUIA-FIM
           END-IF.
           DISPLAY "CONCEITO (1 A 5):"
           ACCEPT WS-NOTA-ENTRADA.
           IF WS-NOTA-ENTRADA < "1" OR WS-NOTA-ENTRADA > "5"
               DISPLAY "CONCEITO INVALIDO, GUIA MANTIDA"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "GM-CONCEITO" TO WS-EXCCOM-CAMPO
               MOVE WS-NOTA-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ALTERA-GUIA-FIM
           END-IF.
           MOVE WS-NOTA-ENTRADA TO WS-GUIA-CONCEITO.
           DISPLAY "GRADE (2 POSICOES):"
           ACCEPT WS-GUIA-GRADE.
           MOVE "S" TO WS-GRADE-OK.
           IF WS-TEM-GRADES = "S"
               MOVE "N" TO WS-GRADE-OK
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX > WS-QTD-GRADES
                   IF TAB-GRADE-CODIGO(WS-TAB-IDX) = WS-GUIA-GRADE
                       MOVE "S" TO WS-GRADE-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-GUIA-GRADE = SPACES OR NOT GRADE-CADASTRADA
               DISPLAY "GRADE NAO CADASTRADA, GUIA MANTIDA"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "GM-GRADE" TO WS-EXCCOM-CAMPO
               MOVE WS-GUIA-GRADE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ALTERA-GUIA-FIM
           END-IF.
           PERFORM BUSCA-PERCENTUAL-GUIA.
           MOVE WS-GUIA-PERCENTUAL TO WS-PERCENTUAL-ANTERIOR.
           DISPLAY "PERCENTUAL ATUAL " WS-PERCENTUAL-ANTERIOR
               "%. NOVO PERCENTUAL (ATE 100.00, 0 = RETIRAR):"
           ACCEPT WS-VALOR-ENTRADA.
           COMPUTE WS-GUIA-PERCENTUAL =
               FUNCTION NUMVAL(WS-VALOR-ENTRADA).
           IF WS-GUIA-PERCENTUAL > 100
               DISPLAY "PERCENTUAL INVALIDO, GUIA MANTIDA"
               MOVE "PROG119" TO WS-EXCCOM-PROGRAMA
               MOVE "GM-PERCENTUAL" TO WS-EXCCOM-CAMPO
               MOVE WS-VALOR-ENTRADA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ALTERA-GUIA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN WS-GUIA-ACHADA = 0 AND WS-GUIA-PERCENTUAL = 0
                   DISPLAY "NADA A RETIRAR"
                   GO TO ALTERA-GUIA-FIM
               WHEN WS-GUIA-ACHADA = 0
                   IF WS-QTD-GUIA = 150
                       DISPLAY "TABELA GUIA CHEIA"
                       GO TO ALTERA-GUIA-FIM
                   END-IF
                   ADD 1 TO WS-QTD-GUIA
                   SET GUIA-IDX TO WS-QTD-GUIA
                   MOVE WS-GUIA-CONCEITO TO TAB-GUIA-CONCEITO(GUIA-IDX)
                   MOVE WS-GUIA-GRADE TO TAB-GUIA-GRADE(GUIA-IDX)
                   MOVE WS-GUIA-PERCENTUAL
                       TO TAB-GUIA-PERCENTUAL(GUIA-IDX)
               WHEN WS-GUIA-PERCENTUAL = 0
      *            retirar: a ultima linha da tabela toma o lugar.
                   MOVE TAB-GUIA(WS-QTD-GUIA)
                       TO TAB-GUIA(WS-GUIA-ACHADA)
                   SUBTRACT 1 FROM WS-QTD-GUIA
               WHEN OTHER
                   MOVE WS-GUIA-PERCENTUAL
                       TO TAB-GUIA-PERCENTUAL(WS-GUIA-ACHADA)
           END-EVALUATE.
           MOVE "S" TO WS-GUIA-ALTERADA.

           MOVE WS-GUIA-PERCENTUAL TO WS-PERCENTUAL-MOSTRADO.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "GUIA-MERITO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CONCEITO " WS-GUIA-CONCEITO " GRADE "
                  WS-GUIA-GRADE " DE " WS-PERCENTUAL-ANTERIOR
                  " PARA " WS-PERCENTUAL-MOSTRADO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "TABELA GUIA ATUALIZADA".

       ALTERA-GUIA-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "AVALPROC.cpy".
