       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG129.
      *    ORGANOGRAMA PELA LINHA DE COMANDO (FM-SUPERIOR).
      * 2026-10-15 primeira versao: monta em ORGANOGR.DAT o
      *            organograma dos ativos do mestre de cima para
      *            baixo, indentado por nivel, a partir do
      *            FM-SUPERIOR mantido no PROG41 - chefe inativo e
      *            pulado para o chefe dele, como na rotina de
      *            chefia (HIERPROC.cpy). cada chefe sai com o
      *            numero de subordinados diretos e o total abaixo
      *            dele; no fim, quem ficou fora da arvore por ciclo
      *            gravado no mestre e o resumo da amplitude de
      *            comando.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORGANOGRAMA-REPORT-FILE ASSIGN TO "ORGANOGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGANOGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  ORGANOGRAMA-REPORT-FILE.
       01  ORGANOGRAMA-REPORT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-ORGANOGR-STATUS PIC XX.

      *    todo o mestre (ativos e inativos, para pular o chefe que
      *    saiu); TAB-ORG-CHEFE e a linha do chefe ativo efetivo.
       01  WS-TABELA-ORGANOGRAMA.
           05  TAB-ORG OCCURS 1000 TIMES.
               10  TAB-ORG-COD       PIC X(6).
               10  TAB-ORG-NOME      PIC X(20).
               10  TAB-ORG-SITUACAO  PIC X.
               10  TAB-ORG-SUPERIOR  PIC X(6).
               10  TAB-ORG-CHEFE     PIC 9(4).
               10  TAB-ORG-DIRETOS   PIC 9(4).
               10  TAB-ORG-TOTAL     PIC 9(4).
               10  TAB-ORG-IMPRESSO  PIC X.
       01  WS-QTD-ORG PIC 9(4) VALUE 0.
       01  WS-ORG-IDX PIC 9(4).
       01  WS-ORG-IDX2 PIC 9(4).
       01  WS-ORG-ACHADO PIC 9(4).
       01  WS-COD-PROCURADO PIC X(6).
       01  WS-PROXIMO PIC X(6).
       01  WS-ACIMA PIC 9(4).
       01  WS-NIVEIS PIC 9(3).
       01  WS-MAX-NIVEIS PIC 9(3) VALUE 50.

      *    pilha da descida em profundidade: linha e nivel.
       01  WS-PILHA.
           05  PILHA-ITEM OCCURS 1000 TIMES.
               10  PILHA-LINHA PIC 9(4).
               10  PILHA-NIVEL PIC 9(3).
       01  WS-QTD-PILHA PIC 9(4) VALUE 0.
       01  WS-NO-ATUAL PIC 9(4).
       01  WS-NIVEL-ATUAL PIC 9(3).
       01  WS-RECUO PIC 9(3).
       01  WS-PONTEIRO PIC 9(3).

       01  WS-LINHA-AMPLITUDE.
           05  FILLER       PIC X(4) VALUE "DIR ".
           05  AMP-DIRETOS  PIC ZZZ9.
           05  FILLER       PIC X(5) VALUE " TOT ".
           05  AMP-TOTAL    PIC ZZZ9.

       01  WS-QTD-ATIVOS PIC 9(4) VALUE 0.
       01  WS-QTD-TOPO PIC 9(4) VALUE 0.
       01  WS-QTD-CHEFES PIC 9(4) VALUE 0.
       01  WS-QTD-IMPRESSOS PIC 9(4) VALUE 0.
       01  WS-QTD-FORA PIC 9(4) VALUE 0.
       01  WS-MAIOR-AMPLITUDE PIC 9(4) VALUE 0.
       01  WS-COD-MAIOR-AMPLITUDE PIC X(6) VALUE SPACES.
       01  WS-NIVEL-MAXIMO PIC 9(3) VALUE 0.
       01  WS-SOMA-DIRETOS PIC 9(5) VALUE 0.
       01  WS-MEDIA-AMPLITUDE PIC 9(3)V9 VALUE 0.
       01  WS-MEDIA-EDITADA PIC ZZ9.9.

       COPY "CAMPOSCOM.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       PERFORM ANOTA-FUNCIONARIO
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER-FILE.

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-QTD-ORG
               IF TAB-ORG-SITUACAO(WS-ORG-IDX) = "A"
                   ADD 1 TO WS-QTD-ATIVOS
                   PERFORM RESOLVE-CHEFE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-QTD-ORG
               IF TAB-ORG-SITUACAO(WS-ORG-IDX) = "A"
                   PERFORM SOMA-AMPLITUDE
               END-IF
           END-PERFORM.

           OPEN OUTPUT ORGANOGRAMA-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA.
           STRING "===== ORGANOGRAMA EM " WS-DATA-HORA-ATUAL(7:2)
                  "/" WS-DATA-HORA-ATUAL(5:2) "/"
                  WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO ORGANOGRAMA-REPORT-LINHA.
           WRITE ORGANOGRAMA-REPORT-LINHA.
           MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA.
           STRING "CODIGO NOME (RECUO = NIVEL)"
                  "   DIR = DIRETOS, TOT = TODOS ABAIXO"
               DELIMITED BY SIZE INTO ORGANOGRAMA-REPORT-LINHA.
           WRITE ORGANOGRAMA-REPORT-LINHA.

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-QTD-ORG
               IF TAB-ORG-SITUACAO(WS-ORG-IDX) = "A"
                       AND TAB-ORG-CHEFE(WS-ORG-IDX) = 0
                   ADD 1 TO WS-QTD-TOPO
                   MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA
                   WRITE ORGANOGRAMA-REPORT-LINHA
                   MOVE 1 TO WS-QTD-PILHA
                   MOVE WS-ORG-IDX TO PILHA-LINHA(1)
                   MOVE 0 TO PILHA-NIVEL(1)
                   PERFORM DESCE-ARVORE
                       UNTIL WS-QTD-PILHA = 0
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-QTD-ORG
               IF TAB-ORG-SITUACAO(WS-ORG-IDX) = "A"
                       AND TAB-ORG-IMPRESSO(WS-ORG-IDX) NOT = "S"
                   IF WS-QTD-FORA = 0
                       MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA
                       WRITE ORGANOGRAMA-REPORT-LINHA
                       MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA
                       STRING "FORA DA ARVORE (CICLO NA LINHA DE "
                              "COMANDO - ACERTAR NO PROG41):"
                           DELIMITED BY SIZE
                           INTO ORGANOGRAMA-REPORT-LINHA
                       WRITE ORGANOGRAMA-REPORT-LINHA
                   END-IF
                   ADD 1 TO WS-QTD-FORA
                   MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA
                   STRING "  " TAB-ORG-COD(WS-ORG-IDX) " "
                          TAB-ORG-NOME(WS-ORG-IDX) " SUPERIOR "
                          TAB-ORG-SUPERIOR(WS-ORG-IDX)
                       DELIMITED BY SIZE INTO ORGANOGRAMA-REPORT-LINHA
                   WRITE ORGANOGRAMA-REPORT-LINHA
               END-IF
           END-PERFORM.

           IF WS-QTD-CHEFES > 0
               COMPUTE WS-MEDIA-AMPLITUDE ROUNDED =
                   WS-SOMA-DIRETOS / WS-QTD-CHEFES
           END-IF.
           MOVE WS-MEDIA-AMPLITUDE TO WS-MEDIA-EDITADA.
           MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA.
           WRITE ORGANOGRAMA-REPORT-LINHA.
           MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA.
           STRING "ATIVOS " WS-QTD-ATIVOS " NO TOPO " WS-QTD-TOPO
                  " CHEFES " WS-QTD-CHEFES " NIVEIS "
                  WS-NIVEL-MAXIMO " FORA " WS-QTD-FORA
               DELIMITED BY SIZE INTO ORGANOGRAMA-REPORT-LINHA.
           WRITE ORGANOGRAMA-REPORT-LINHA.
           DISPLAY ORGANOGRAMA-REPORT-LINHA.
           MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA.
           STRING "AMPLITUDE MEDIA " WS-MEDIA-EDITADA
                  " DIRETOS; MAIOR " WS-MAIOR-AMPLITUDE
                  " (" WS-COD-MAIOR-AMPLITUDE ")"
               DELIMITED BY SIZE INTO ORGANOGRAMA-REPORT-LINHA.
           WRITE ORGANOGRAMA-REPORT-LINHA.
           DISPLAY ORGANOGRAMA-REPORT-LINHA.
           CLOSE ORGANOGRAMA-REPORT-FILE.

       PROGRAM-DONE.
           GOBACK.

       ANOTA-FUNCIONARIO.
           IF WS-QTD-ORG < 1000
               ADD 1 TO WS-QTD-ORG
               MOVE FM-COD TO TAB-ORG-COD(WS-QTD-ORG)
               MOVE FM-NOME TO TAB-ORG-NOME(WS-QTD-ORG)
               MOVE FM-SITUACAO TO TAB-ORG-SITUACAO(WS-QTD-ORG)
               MOVE FM-SUPERIOR TO TAB-ORG-SUPERIOR(WS-QTD-ORG)
               MOVE 0 TO TAB-ORG-CHEFE(WS-QTD-ORG)
                         TAB-ORG-DIRETOS(WS-QTD-ORG)
                         TAB-ORG-TOTAL(WS-QTD-ORG)
               MOVE "N" TO TAB-ORG-IMPRESSO(WS-QTD-ORG)
           END-IF.

       PROCURA-COD-ORG.
           MOVE 0 TO WS-ORG-ACHADO.
           PERFORM VARYING WS-ORG-IDX2 FROM 1 BY 1
                   UNTIL WS-ORG-IDX2 > WS-QTD-ORG
                       OR WS-ORG-ACHADO NOT = 0
               IF TAB-ORG-COD(WS-ORG-IDX2) = WS-COD-PROCURADO
                   MOVE WS-ORG-IDX2 TO WS-ORG-ACHADO
               END-IF
           END-PERFORM.

      *    primeiro chefe ativo subindo pelo FM-SUPERIOR; superior
      *    inexistente no mestre deixa o funcionario no topo.
       RESOLVE-CHEFE.
           MOVE TAB-ORG-SUPERIOR(WS-ORG-IDX) TO WS-PROXIMO.
           MOVE 0 TO WS-NIVEIS.
           PERFORM UNTIL WS-PROXIMO = SPACES
                   OR TAB-ORG-CHEFE(WS-ORG-IDX) NOT = 0
                   OR WS-NIVEIS > WS-MAX-NIVEIS
               ADD 1 TO WS-NIVEIS
               MOVE WS-PROXIMO TO WS-COD-PROCURADO
               PERFORM PROCURA-COD-ORG
               IF WS-ORG-ACHADO = 0
                   MOVE SPACES TO WS-PROXIMO
               ELSE
                   IF TAB-ORG-SITUACAO(WS-ORG-ACHADO) = "A"
                       MOVE WS-ORG-ACHADO TO TAB-ORG-CHEFE(WS-ORG-IDX)
                   ELSE
                       MOVE TAB-ORG-SUPERIOR(WS-ORG-ACHADO)
                           TO WS-PROXIMO
                   END-IF
               END-IF
           END-PERFORM.

      *    o funcionario conta como direto do chefe efetivo e no
      *    total de cada chefe acima dele.
       SOMA-AMPLITUDE.
           MOVE TAB-ORG-CHEFE(WS-ORG-IDX) TO WS-ACIMA.
           IF WS-ACIMA NOT = 0
               ADD 1 TO TAB-ORG-DIRETOS(WS-ACIMA)
           END-IF.
           MOVE 0 TO WS-NIVEIS.
           PERFORM UNTIL WS-ACIMA = 0 OR WS-NIVEIS > WS-MAX-NIVEIS
               ADD 1 TO WS-NIVEIS
               ADD 1 TO TAB-ORG-TOTAL(WS-ACIMA)
               MOVE TAB-ORG-CHEFE(WS-ACIMA) TO WS-ACIMA
           END-PERFORM.

      *    tira o no do alto da pilha, imprime e empilha os
      *    subordinados diretos de tras para frente, para sairem na
      *    ordem de codigo.
       DESCE-ARVORE.
           MOVE PILHA-LINHA(WS-QTD-PILHA) TO WS-NO-ATUAL.
           MOVE PILHA-NIVEL(WS-QTD-PILHA) TO WS-NIVEL-ATUAL.
           SUBTRACT 1 FROM WS-QTD-PILHA.
           PERFORM IMPRIME-NO.
           PERFORM VARYING WS-ORG-IDX2 FROM WS-QTD-ORG BY -1
                   UNTIL WS-ORG-IDX2 < 1
               IF TAB-ORG-CHEFE(WS-ORG-IDX2) = WS-NO-ATUAL
                       AND TAB-ORG-SITUACAO(WS-ORG-IDX2) = "A"
                       AND TAB-ORG-IMPRESSO(WS-ORG-IDX2) NOT = "S"
                       AND WS-QTD-PILHA < 1000
                   ADD 1 TO WS-QTD-PILHA
                   MOVE WS-ORG-IDX2 TO PILHA-LINHA(WS-QTD-PILHA)
                   COMPUTE PILHA-NIVEL(WS-QTD-PILHA) =
                       WS-NIVEL-ATUAL + 1
               END-IF
           END-PERFORM.

      *    recuo de 2 posicoes por nivel, ate o 15o; quem tem
      *    subordinados leva a amplitude na coluna 59. asterisco =
      *    superior informado que nao existe ou saiu.
       IMPRIME-NO.
           MOVE "S" TO TAB-ORG-IMPRESSO(WS-NO-ATUAL).
           ADD 1 TO WS-QTD-IMPRESSOS.
           IF WS-NIVEL-ATUAL > WS-NIVEL-MAXIMO
               MOVE WS-NIVEL-ATUAL TO WS-NIVEL-MAXIMO
           END-IF.
           MOVE WS-NIVEL-ATUAL TO WS-RECUO.
           IF WS-RECUO > 15
               MOVE 15 TO WS-RECUO
           END-IF.
           COMPUTE WS-PONTEIRO = WS-RECUO * 2 + 1.
           MOVE SPACES TO ORGANOGRAMA-REPORT-LINHA.
           STRING TAB-ORG-COD(WS-NO-ATUAL) " "
                  TAB-ORG-NOME(WS-NO-ATUAL)
               DELIMITED BY SIZE INTO ORGANOGRAMA-REPORT-LINHA
               WITH POINTER WS-PONTEIRO.
           IF TAB-ORG-CHEFE(WS-NO-ATUAL) = 0
                   AND TAB-ORG-SUPERIOR(WS-NO-ATUAL) NOT = SPACES
               MOVE "*" TO ORGANOGRAMA-REPORT-LINHA(WS-PONTEIRO:1)
           END-IF.
           IF TAB-ORG-DIRETOS(WS-NO-ATUAL) > 0
               ADD 1 TO WS-QTD-CHEFES
               ADD TAB-ORG-DIRETOS(WS-NO-ATUAL) TO WS-SOMA-DIRETOS
               IF TAB-ORG-DIRETOS(WS-NO-ATUAL) > WS-MAIOR-AMPLITUDE
                   MOVE TAB-ORG-DIRETOS(WS-NO-ATUAL)
                       TO WS-MAIOR-AMPLITUDE
                   MOVE TAB-ORG-COD(WS-NO-ATUAL)
                       TO WS-COD-MAIOR-AMPLITUDE
               END-IF
               MOVE TAB-ORG-DIRETOS(WS-NO-ATUAL) TO AMP-DIRETOS
               MOVE TAB-ORG-TOTAL(WS-NO-ATUAL) TO AMP-TOTAL
               MOVE WS-LINHA-AMPLITUDE
                   TO ORGANOGRAMA-REPORT-LINHA(59:17)
           END-IF.
           WRITE ORGANOGRAMA-REPORT-LINHA.
