       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG109.
      *    MANUTENCAO DO PLANO DE CONTAS DA FOLHA (PLCONTAS.DAT).
      * 2026-10-15 primeira versao: inclui, altera, exclui e lista a
      *            conta contabil de cada componente da folha por
      *            departamento (ou "****" para todos), sob sign-on
      *            de operador e com linha de auditoria a cada
      *            mudanca. departamento tem de existir no mestre
      *            (DEPTMSTR.DAT) e componente tem de ser um dos que
      *            o lancamento contabil do PROG108 conhece.
      * 2026-10-15 componente PENS (ordens judiciais descontadas).
      * 2026-10-15 componente BENF (parte do funcionario nos
      *            beneficios).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLCONTAS-STATUS.

           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS-FILE.
       COPY "CONTAREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PLCONTAS-STATUS PIC XX.
       01  WS-DEPTMSTR-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR  VALUE 1.
           88  OPCAO-INCLUIR VALUE 2.
           88  OPCAO-ALTERAR VALUE 3.
           88  OPCAO-EXCLUIR VALUE 4.
           88  OPCAO-SAIR    VALUE 0.

       01  WS-DEPTO-PROCURADO PIC X(4).
       01  WS-COMPONENTE-PROCURADO PIC X(4).
       01  WS-CONTA-ACHADA PIC X VALUE "N".
           88  CONTA-NA-TABELA VALUE "S".
       01  WS-ACHADO-IDX PIC 9(3) VALUE 0.
       01  WS-CHAVE-OK PIC X VALUE "N".
           88  CHAVE-VALIDA VALUE "S".

      *    componentes que o PROG108 lanca.
       01  WS-COMPONENTES-VALORES.
           05  FILLER PIC X(4) VALUE "SALA".
           05  FILLER PIC X(4) VALUE "SFAM".
           05  FILLER PIC X(4) VALUE "INSS".
           05  FILLER PIC X(4) VALUE "IRRF".
           05  FILLER PIC X(4) VALUE "EMPR".
           05  FILLER PIC X(4) VALUE "DESC".
           05  FILLER PIC X(4) VALUE "LIQU".
           05  FILLER PIC X(4) VALUE "PENS".
           05  FILLER PIC X(4) VALUE "BENF".
       01  WS-COMPONENTES REDEFINES WS-COMPONENTES-VALORES.
           05  COMP-CODIGO PIC X(4) OCCURS 9 TIMES.
       01  WS-COMP-IDX PIC 9(2).

      *    plano inteiro em memoria durante a manutencao; regravado
      *    por inteiro na saida (padrao do PROG71).
       01  WS-TABELA-CONTAS.
           05  TAB-PLC OCCURS 200 TIMES INDEXED BY PLC-IDX.
               10  TAB-PLC-DEPTO      PIC X(4).
               10  TAB-PLC-COMPONENTE PIC X(4).
               10  TAB-PLC-CONTA      PIC X(12).
               10  TAB-PLC-DESCRICAO  PIC X(20).
       01  WS-QTD-CONTAS PIC 9(3) VALUE 0.
       01  WS-PLC-IDX2 PIC 9(3).

       01  WS-TABELA-DEPTOS.
           05  TAB-DEPTO-CODIGO PIC X(4) OCCURS 30 TIMES.
       01  WS-QTD-DEPTOS PIC 9(2) VALUE 0.
       01  WS-DEPTO-IDX PIC 9(2).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".

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
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-DEPTOS.
           PERFORM CARREGA-CONTAS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== PLANO DE CONTAS DA FOLHA ====="
               DISPLAY "1=LISTAR 2=INCLUIR 3=ALTERAR 4=EXCLUIR 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR  PERFORM LISTA-CONTAS
                   WHEN OPCAO-INCLUIR PERFORM INCLUI-CONTA
                   WHEN OPCAO-ALTERAR PERFORM ALTERA-CONTA
                   WHEN OPCAO-EXCLUIR PERFORM EXCLUI-CONTA
                   WHEN OPCAO-SAIR    CONTINUE
                   WHEN OTHER         DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           PERFORM GRAVA-CONTAS.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-DEPTOS.
           MOVE 0 TO WS-QTD-DEPTOS.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-DEPTMSTR-STATUS = "00"
               PERFORM UNTIL WS-DEPTMSTR-STATUS NOT = "00"
                   READ DEPARTAMENTOS-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMSTR-STATUS
                       NOT AT END
                           IF WS-QTD-DEPTOS < 30
                               ADD 1 TO WS-QTD-DEPTOS
                               MOVE DEPT-CODIGO TO
                                   TAB-DEPTO-CODIGO(WS-QTD-DEPTOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.

       CARREGA-CONTAS.
           MOVE 0 TO WS-QTD-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE.
           IF WS-PLCONTAS-STATUS = "00"
               PERFORM UNTIL WS-PLCONTAS-STATUS NOT = "00"
                   READ PLANO-CONTAS-FILE
                       AT END
                           MOVE "10" TO WS-PLCONTAS-STATUS
                       NOT AT END
                           IF WS-QTD-CONTAS < 200
                               ADD 1 TO WS-QTD-CONTAS
                               SET PLC-IDX TO WS-QTD-CONTAS
                               MOVE PLC-DEPTO TO
                                   TAB-PLC-DEPTO(PLC-IDX)
                               MOVE PLC-COMPONENTE TO
                                   TAB-PLC-COMPONENTE(PLC-IDX)
                               MOVE PLC-CONTA TO
                                   TAB-PLC-CONTA(PLC-IDX)
                               MOVE PLC-DESCRICAO TO
                                   TAB-PLC-DESCRICAO(PLC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANO-CONTAS-FILE.

       GRAVA-CONTAS.
           OPEN OUTPUT PLANO-CONTAS-FILE.
           PERFORM VARYING PLC-IDX FROM 1 BY 1
                   UNTIL PLC-IDX > WS-QTD-CONTAS
               MOVE TAB-PLC-DEPTO(PLC-IDX)      TO PLC-DEPTO
               MOVE TAB-PLC-COMPONENTE(PLC-IDX) TO PLC-COMPONENTE
               MOVE TAB-PLC-CONTA(PLC-IDX)      TO PLC-CONTA
               MOVE TAB-PLC-DESCRICAO(PLC-IDX)  TO PLC-DESCRICAO
               WRITE PLC-CONTA-REC
           END-PERFORM.
           CLOSE PLANO-CONTAS-FILE.

       LISTA-CONTAS.
           IF WS-QTD-CONTAS = 0
               DISPLAY "PLANO DE CONTAS DA FOLHA VAZIO"
           END-IF.
           PERFORM VARYING PLC-IDX FROM 1 BY 1
                   UNTIL PLC-IDX > WS-QTD-CONTAS
               DISPLAY TAB-PLC-DEPTO(PLC-IDX) " "
                   TAB-PLC-COMPONENTE(PLC-IDX) " "
                   TAB-PLC-CONTA(PLC-IDX) " "
                   TAB-PLC-DESCRICAO(PLC-IDX)
           END-PERFORM.

      *    chave = departamento do mestre (ou "****") + componente
      *    conhecido.
       PROCURA-CONTA.
           DISPLAY "DEPARTAMENTO (4 CARACTERES, **** = TODOS):"
           ACCEPT WS-DEPTO-PROCURADO.
           DISPLAY "COMPONENTE (SALA SFAM INSS IRRF EMPR DESC LIQU "
               "PENS BENF):"
           ACCEPT WS-COMPONENTE-PROCURADO.
           MOVE "S" TO WS-CHAVE-OK.
           IF WS-DEPTO-PROCURADO NOT = "****"
               MOVE "N" TO WS-CHAVE-OK
               PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
                       UNTIL WS-DEPTO-IDX > WS-QTD-DEPTOS
                   IF TAB-DEPTO-CODIGO(WS-DEPTO-IDX) =
                           WS-DEPTO-PROCURADO
                       MOVE "S" TO WS-CHAVE-OK
                   END-IF
               END-PERFORM
               IF NOT CHAVE-VALIDA
                   DISPLAY "DEPARTAMENTO NAO EXISTE NO MESTRE"
               END-IF
           END-IF.
           IF CHAVE-VALIDA
               MOVE "N" TO WS-CHAVE-OK
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 9
                   IF COMP-CODIGO(WS-COMP-IDX) =
                           WS-COMPONENTE-PROCURADO
                       MOVE "S" TO WS-CHAVE-OK
                   END-IF
               END-PERFORM
               IF NOT CHAVE-VALIDA
                   DISPLAY "COMPONENTE DESCONHECIDO"
               END-IF
           END-IF.
           MOVE "N" TO WS-CONTA-ACHADA.
           MOVE 0 TO WS-ACHADO-IDX.
           PERFORM VARYING WS-PLC-IDX2 FROM 1 BY 1
                   UNTIL WS-PLC-IDX2 > WS-QTD-CONTAS
               IF TAB-PLC-DEPTO(WS-PLC-IDX2) = WS-DEPTO-PROCURADO
                       AND TAB-PLC-COMPONENTE(WS-PLC-IDX2) =
                           WS-COMPONENTE-PROCURADO
                   MOVE "S" TO WS-CONTA-ACHADA
                   MOVE WS-PLC-IDX2 TO WS-ACHADO-IDX
               END-IF
           END-PERFORM.

       INCLUI-CONTA.
           PERFORM PROCURA-CONTA.
           IF NOT CHAVE-VALIDA
               CONTINUE
           ELSE
               IF CONTA-NA-TABELA
                   DISPLAY "CONTA JA EXISTE, USE ALTERAR"
               ELSE
                   IF WS-QTD-CONTAS = 200
                       DISPLAY "PLANO DE CONTAS CHEIO"
                   ELSE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE WS-QTD-CONTAS TO WS-ACHADO-IDX
                       MOVE WS-DEPTO-PROCURADO
                           TO TAB-PLC-DEPTO(WS-ACHADO-IDX)
                       MOVE WS-COMPONENTE-PROCURADO
                           TO TAB-PLC-COMPONENTE(WS-ACHADO-IDX)
                       PERFORM PEDE-CAMPOS-CONTA
                   END-IF
               END-IF
           END-IF.

       ALTERA-CONTA.
           PERFORM PROCURA-CONTA.
           IF NOT CONTA-NA-TABELA
               DISPLAY "CONTA NAO ENCONTRADA"
           ELSE
               PERFORM PEDE-CAMPOS-CONTA
           END-IF.

      *    a exclusao puxa as linhas seguintes uma posicao para cima.
       EXCLUI-CONTA.
           PERFORM PROCURA-CONTA.
           IF NOT CONTA-NA-TABELA
               DISPLAY "CONTA NAO ENCONTRADA"
           ELSE
               PERFORM VARYING WS-PLC-IDX2 FROM WS-ACHADO-IDX BY 1
                       UNTIL WS-PLC-IDX2 >= WS-QTD-CONTAS
                   MOVE TAB-PLC(WS-PLC-IDX2 + 1)
                       TO TAB-PLC(WS-PLC-IDX2)
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-CONTAS
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM
               MOVE "PLANO-CONTAS" TO WS-OPERADOR-COMUM
               MOVE SPACES TO WS-DESCRICAO-AUDITORIA
               STRING "EXCLUSAO " WS-DEPTO-PROCURADO " "
                      WS-COMPONENTE-PROCURADO
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
               PERFORM GRAVA-AUDITORIA-COMUM
               DISPLAY "CONTA " WS-DEPTO-PROCURADO " "
                   WS-COMPONENTE-PROCURADO " EXCLUIDA"
           END-IF.

       PEDE-CAMPOS-CONTA.
           DISPLAY "CONTA CONTABIL (ATE 12 CARACTERES):"
           ACCEPT TAB-PLC-CONTA(WS-ACHADO-IDX).
           DISPLAY "DESCRICAO (ATE 20 CARACTERES):"
           ACCEPT TAB-PLC-DESCRICAO(WS-ACHADO-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "PLANO-CONTAS" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "MANUTENCAO " WS-DEPTO-PROCURADO " "
                  WS-COMPONENTE-PROCURADO " "
                  TAB-PLC-CONTA(WS-ACHADO-IDX)
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "CONTA " WS-DEPTO-PROCURADO " "
               WS-COMPONENTE-PROCURADO " GRAVADA".

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
