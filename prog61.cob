      *            a folha (PROG43) aplica os movimentos da
      *            competencia por cima do salario base - o mestre de
      *            pagamento deixa de ser editado "so por este mes".
      * 2026-10-15 competencia fechada pelo PROG110 (FOLHFECH.DAT)
      *            nao recebe nem perde movimento. a inclusao num
      *            mes fechado oferece lancar o valor no proximo mes
      *            aberto como acerto retroativo, com a descricao
      *            "ACERTO RETRO AAAAMM" e o mes fechado guardado em
      *            MOV-COMPETENCIA-REF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
           COPY "FECHSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       COPY "FECHFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-QTD-LISTADOS PIC 9(3).
       01  WS-SEQ-EXCLUIR PIC 9(3).
       01  WS-SEQ-PEDIDA PIC 9(3).
       01  WS-COMPETENCIA-REF PIC 9(6).
       01  WS-CONFIRMA-ACERTO PIC X.

      *    movimentos inteiros em memoria durante a manutencao; o
      *    arquivo e regravado por inteiro na saida, como o banco de
               10  TAB-MOV-TIPO        PIC X.
               10  TAB-MOV-DESCRICAO   PIC X(20).
               10  TAB-MOV-VALOR       PIC 9(7)V99.
               10  TAB-MOV-REF         PIC 9(6).
       01  WS-QTD-MOVIMENTOS PIC 9(3) VALUE 0.
       01  WS-MOV-IDX2 PIC 9(3).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "FECHWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                                   TAB-MOV-DESCRICAO(MOV-IDX)
                               MOVE MOV-VALOR TO
                                   TAB-MOV-VALOR(MOV-IDX)
                               MOVE 0 TO TAB-MOV-REF(MOV-IDX)
                               IF MOV-COMPETENCIA-REF IS NUMERIC
                                   MOVE MOV-COMPETENCIA-REF TO
                                       TAB-MOV-REF(MOV-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TAB-MOV-TIPO(MOV-IDX) TO MOV-TIPO
               MOVE TAB-MOV-DESCRICAO(MOV-IDX) TO MOV-DESCRICAO
               MOVE TAB-MOV-VALOR(MOV-IDX) TO MOV-VALOR
               MOVE TAB-MOV-REF(MOV-IDX) TO MOV-COMPETENCIA-REF
               WRITE MOV-MOVIMENTO-REC
           END-PERFORM.
           CLOSE MOVIMENTOS-FOLHA-FILE.
               GO TO INCLUI-MOVIMENTO-FIM
           END-IF.

      *    mes fechado: o valor so entra como acerto retroativo no
      *    proximo mes aberto, com referencia ao mes fechado.
           MOVE 0 TO WS-COMPETENCIA-REF.
           MOVE WS-COMPETENCIA-PEDIDA TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-PEDIDA
                   " FECHADA. LANCAR COMO ACERTO RETROATIVO EM "
                   WS-FECH-PROXIMA-ABERTA "? (S/N)"
               ACCEPT WS-CONFIRMA-ACERTO
               IF WS-CONFIRMA-ACERTO NOT = "S"
                   DISPLAY "NADA INCLUIDO"
                   MOVE "PROG61" TO WS-EXCCOM-PROGRAMA
                   MOVE "MES-FECHADO" TO WS-EXCCOM-CAMPO
                   MOVE WS-COMPETENCIA-PEDIDA TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   GO TO INCLUI-MOVIMENTO-FIM
               END-IF
               MOVE WS-COMPETENCIA-PEDIDA TO WS-COMPETENCIA-REF
               MOVE WS-FECH-PROXIMA-ABERTA TO WS-COMPETENCIA-PEDIDA
           END-IF.

           ADD 1 TO WS-QTD-MOVIMENTOS.
           SET MOV-IDX TO WS-QTD-MOVIMENTOS.
           MOVE WS-COD-PROCURADO TO MOV-COD-NUMERO.
           MOVE MOV-COD TO TAB-MOV-COD(MOV-IDX).
           MOVE WS-COMPETENCIA-PEDIDA
               TO TAB-MOV-COMPETENCIA(MOV-IDX).
           MOVE WS-COMPETENCIA-REF TO TAB-MOV-REF(MOV-IDX).

           DISPLAY "TIPO (P=PROVENTO D=DESCONTO):"
           ACCEPT TAB-MOV-TIPO(MOV-IDX).
               SUBTRACT 1 FROM WS-QTD-MOVIMENTOS
               GO TO INCLUI-MOVIMENTO-FIM
           END-IF.
           IF WS-COMPETENCIA-REF NOT = 0
               MOVE SPACES TO TAB-MOV-DESCRICAO(MOV-IDX)
               STRING "ACERTO RETRO " WS-COMPETENCIA-REF
                   DELIMITED BY SIZE INTO TAB-MOV-DESCRICAO(MOV-IDX)
           ELSE
               DISPLAY "DESCRICAO (ATE 20 CARACTERES):"
               ACCEPT TAB-MOV-DESCRICAO(MOV-IDX)
           END-IF.
           DISPLAY "VALOR (ATE 9999999.99):"
           ACCEPT WS-VALOR-ENTRADA.
           COMPUTE TAB-MOV-VALOR(MOV-IDX) =
               DISPLAY "SEQUENCIA INVALIDA"
               GO TO EXCLUI-MOVIMENTO-FIM
           END-IF.
           MOVE TAB-MOV-COMPETENCIA(WS-SEQ-PEDIDA)
               TO WS-FECH-COMPETENCIA.
           PERFORM CONFERE-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA FECHADA, NADA EXCLUIDO"
               MOVE "PROG61" TO WS-EXCCOM-PROGRAMA
               MOVE "MES-FECHADO" TO WS-EXCCOM-CAMPO
               MOVE WS-FECH-COMPETENCIA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO EXCLUI-MOVIMENTO-FIM
           END-IF.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "MOVIMENTO" TO WS-OPERADOR-COMUM.
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "FECHPROC.cpy".
