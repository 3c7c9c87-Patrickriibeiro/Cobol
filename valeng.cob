      *            copybook VALENGWS.cpy; as regras sao carregadas
      *            na primeira chamada e ficam na memoria ate o
      *            CANCEL.
      * 2026-10-15 arquivo de regras pelo novo LNK-REGRAS-ARQUIVO
      *            (branco = VALREGRA.DAT), para o deck de teste do
      *            PROG146 rodar contra as regras propostas; troca
      *            de arquivo entre chamadas recarrega a tabela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO DYNAMIC WS-REGRAS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.

       WORKING-STORAGE SECTION.

       01  WS-REGRAS-STATUS PIC XX.
       01  WS-REGRAS-NOME PIC X(30) VALUE "VALREGRA.DAT".
       01  WS-REGRAS-CARREGADAS PIC X VALUE "N".

       01  WS-TABELA-REGRAS.

       PROCEDURE DIVISION USING VALENG-PEDIDO VALENG-RESPOSTA.
       PROGRAM-BEGIN.
      *    chamador que troca de arquivo de regras recarrega a tabela.
           IF WS-REGRAS-CARREGADAS = "S"
               IF (LNK-REGRAS-ARQUIVO NOT = SPACES
                       AND LNK-REGRAS-ARQUIVO NOT = WS-REGRAS-NOME)
                   OR (LNK-REGRAS-ARQUIVO = SPACES
                       AND WS-REGRAS-NOME NOT = "VALREGRA.DAT")
                   MOVE "N" TO WS-REGRAS-CARREGADAS
               END-IF
           END-IF.
           IF WS-REGRAS-CARREGADAS NOT = "S"
               PERFORM CARREGA-REGRAS
               MOVE "S" TO WS-REGRAS-CARREGADAS

       CARREGA-REGRAS.
           MOVE 0 TO WS-QTD-REGRAS.
           IF LNK-REGRAS-ARQUIVO NOT = SPACES
               MOVE LNK-REGRAS-ARQUIVO TO WS-REGRAS-NOME
           ELSE
               MOVE "VALREGRA.DAT" TO WS-REGRAS-NOME
           END-IF.
           OPEN INPUT REGRAS-FILE.
           IF WS-REGRAS-STATUS = "00"
               PERFORM UNTIL WS-REGRAS-STATUS NOT = "00"
