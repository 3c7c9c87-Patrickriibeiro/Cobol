       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG146.
      *    DECK DE TESTE DAS REGRAS DE VALIDACAO PROPOSTAS.
      * 2026-10-15 primeira versao: a alteracao de regra deixa de ir
      *            direto para VALREGRA.DAT. a versao nova e gravada
      *            em VALRPROP.DAT e este passo roda, pelo proprio
      *            VALENG, cada caso do deck VALDECK.DAT (regra,
      *            valor, resultado APROVADO/REJEITADO e motivo
      *            esperados); todo caso cujo resultado mudou sai
      *            no relatorio VALDECKR.DAT. deck todo conferido,
      *            o arquivo proposto e promovido a VALREGRA.DAT (a
      *            versao anterior fica em VALRANT.DAT) e o
      *            proposto e esvaziado; qualquer caso divergente
      *            segura a promocao, vai para a trilha de excecoes
      *            e termina RC=0004 - o lote da noite segue com as
      *            regras em vigor. sem proposta, nada a fazer.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    deck de casos de teste, mantido junto com as regras.
           SELECT DECK-FILE ASSIGN TO "VALDECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.

      *    regras propostas, no layout do VALREGRA.DAT.
           SELECT PROPOSTA-FILE ASSIGN TO "VALRPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTA-STATUS.

           SELECT REGRAS-FILE ASSIGN TO "VALREGRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.

      *    copia da versao em vigor antes da promocao.
           SELECT ANTERIOR-FILE ASSIGN TO "VALRANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT DECK-REPORT-FILE ASSIGN TO "VALDECKR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECKREL-STATUS.

           COPY "EXCSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    um caso por linha: regra e valor como o lote os digita,
      *    o limite de reserva do chamador (so para regra ausente),
      *    o resultado esperado (A = APROVADO, R = REJEITADO) e o
      *    codigo de motivo esperado na rejeicao (branco = nao
      *    confere o motivo).
       FD  DECK-FILE.
       01  DECK-CASO-REC.
           05  DECK-REGRA      PIC X(10).
           05  DECK-VALOR      PIC X(6).
           05  DECK-SUP-PADRAO PIC 9(5).
           05  DECK-ESPERADO   PIC X.
               88  DECK-ESPERA-APROVADO  VALUE "A".
               88  DECK-ESPERA-REJEITADO VALUE "R".
           05  DECK-MOTIVO     PIC X.
           05  DECK-DESCRICAO  PIC X(30).

       FD  PROPOSTA-FILE.
       01  PROPOSTA-REC PIC X(23).

       FD  REGRAS-FILE.
       01  REGRA-REC PIC X(23).

       FD  ANTERIOR-FILE.
       01  ANTERIOR-REC PIC X(23).

       FD  DECK-REPORT-FILE.
       01  DECK-REPORT-LINHA PIC X(100).

       COPY "EXCFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-DECK-STATUS     PIC XX.
       01  WS-PROPOSTA-STATUS PIC XX.
       01  WS-REGRAS-STATUS   PIC XX.
       01  WS-ANTERIOR-STATUS PIC XX.
       01  WS-DECKREL-STATUS  PIC XX.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-QTD-PROPOSTAS PIC 9(4) VALUE 0.
       01  WS-QTD-CASOS PIC 9(5) VALUE 0.
       01  WS-QTD-DIVERGENTES PIC 9(5) VALUE 0.
       01  WS-QTD-COPIADAS PIC 9(4) VALUE 0.
       01  WS-CASO-OK PIC X.
           88  CASO-CONFERE VALUE "S".
       01  WS-SITUACAO-ESPERADA PIC X(10).
       01  WS-MOTIVO-OBTIDO PIC X.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "VALENGWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG146" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           PERFORM CONTA-PROPOSTAS.
           IF WS-QTD-PROPOSTAS = 0
               DISPLAY "NENHUMA PROPOSTA DE REGRAS A TESTAR"
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT DECK-FILE.
           IF WS-DECK-STATUS NOT = "00"
               DISPLAY "DECK DE TESTE VALDECK.DAT AUSENTE, PROPOSTA"
                   " NAO PROMOVIDA"
               CLOSE DECK-FILE
               MOVE "SEM-DECK" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.

           OPEN OUTPUT DECK-REPORT-FILE.
           MOVE SPACES TO DECK-REPORT-LINHA.
           STRING "===== DECK DE TESTE DAS REGRAS PROPOSTAS EM "
                  WS-DATA-HOJE " ====="
               DELIMITED BY SIZE INTO DECK-REPORT-LINHA.
           WRITE DECK-REPORT-LINHA.
           MOVE "REGRA      VALOR  ESPERADO   MOT OBTIDO     MOT CASO"
               TO DECK-REPORT-LINHA.
           WRITE DECK-REPORT-LINHA.

           PERFORM UNTIL WS-DECK-STATUS NOT = "00"
               READ DECK-FILE
                   AT END
                       MOVE "10" TO WS-DECK-STATUS
                   NOT AT END
                       IF DECK-REGRA NOT = SPACES
                           PERFORM CONFERE-CASO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECK-FILE.

           MOVE SPACES TO DECK-REPORT-LINHA.
           STRING "CASOS " WS-QTD-CASOS
                  " DIVERGENTES " WS-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO DECK-REPORT-LINHA.
           WRITE DECK-REPORT-LINHA.
           DISPLAY DECK-REPORT-LINHA.

           IF WS-QTD-CASOS = 0
               MOVE "DECK VAZIO, PROPOSTA NAO PROMOVIDA"
                   TO DECK-REPORT-LINHA
               MOVE 1 TO WS-QTD-DIVERGENTES
           ELSE
               IF WS-QTD-DIVERGENTES = 0
                   PERFORM PROMOVE-PROPOSTA
                   MOVE SPACES TO DECK-REPORT-LINHA
                   STRING "DECK CONFERIDO: " WS-QTD-COPIADAS
                          " REGRA(S) PROMOVIDA(S) A VALREGRA.DAT"
                       DELIMITED BY SIZE INTO DECK-REPORT-LINHA
               ELSE
                   MOVE "PROPOSTA REPROVADA, VALREGRA.DAT MANTIDO"
                       TO DECK-REPORT-LINHA
               END-IF
           END-IF.
           WRITE DECK-REPORT-LINHA.
           DISPLAY DECK-REPORT-LINHA.

           IF WS-QTD-DIVERGENTES > 0
               MOVE "PROG146" TO WS-EXCCOM-PROGRAMA
               MOVE "VALRPROP" TO WS-EXCCOM-CAMPO
               MOVE SPACES TO WS-EXCCOM-VALOR
               STRING WS-QTD-DIVERGENTES " DIVERGENTE(S)"
                   DELIMITED BY SIZE INTO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "REPROVADA" TO WS-RUNLOG-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE DECK-REPORT-FILE.
           CLOSE EXCECOES-COMUM-FILE.
           MOVE WS-QTD-CASOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

      *    proposta ausente ou vazia = nada a testar nem promover.
       CONTA-PROPOSTAS.
           MOVE 0 TO WS-QTD-PROPOSTAS.
           OPEN INPUT PROPOSTA-FILE.
           IF WS-PROPOSTA-STATUS = "00"
               PERFORM UNTIL WS-PROPOSTA-STATUS NOT = "00"
                   READ PROPOSTA-FILE
                       AT END
                           MOVE "10" TO WS-PROPOSTA-STATUS
                       NOT AT END
                           IF PROPOSTA-REC NOT = SPACES
                               ADD 1 TO WS-QTD-PROPOSTAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROPOSTA-FILE.

      *    o caso passa pelo VALENG com as regras propostas; regra
      *    do deck que sumiu da proposta tambem e divergencia.
       CONFERE-CASO.
           ADD 1 TO WS-QTD-CASOS.
           MOVE DECK-REGRA TO LNK-REGRA-NOME.
           MOVE DECK-VALOR TO LNK-VALOR.
           MOVE DECK-SUP-PADRAO TO LNK-SUP-PADRAO.
           IF DECK-SUP-PADRAO NOT NUMERIC
               MOVE 0 TO LNK-SUP-PADRAO
           END-IF.
           MOVE "VALRPROP.DAT" TO LNK-REGRAS-ARQUIVO.
           CALL "VALENG" USING VALENG-PEDIDO VALENG-RESPOSTA.

           MOVE "S" TO WS-CASO-OK.
           IF DECK-ESPERA-APROVADO
               MOVE "APROVADO" TO WS-SITUACAO-ESPERADA
           ELSE
               MOVE "REJEITADO" TO WS-SITUACAO-ESPERADA
           END-IF.
           MOVE LNK-MOTIVO TO WS-MOTIVO-OBTIDO.
           IF LNK-REGRA-ACHADA NOT = "S"
               MOVE "N" TO WS-CASO-OK
               MOVE "SEM REGRA" TO LNK-SITUACAO
               MOVE SPACE TO WS-MOTIVO-OBTIDO
           END-IF.
           IF LNK-SITUACAO NOT = WS-SITUACAO-ESPERADA
               MOVE "N" TO WS-CASO-OK
           END-IF.
           IF DECK-ESPERA-REJEITADO AND DECK-MOTIVO NOT = SPACE
                   AND LNK-MOTIVO NOT = DECK-MOTIVO
               MOVE "N" TO WS-CASO-OK
           END-IF.
           IF NOT CASO-CONFERE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE SPACES TO DECK-REPORT-LINHA
               STRING DECK-REGRA " " DECK-VALOR " "
                      WS-SITUACAO-ESPERADA " " DECK-MOTIVO "   "
                      LNK-SITUACAO " " WS-MOTIVO-OBTIDO "   "
                      DECK-DESCRICAO
                   DELIMITED BY SIZE INTO DECK-REPORT-LINHA
               WRITE DECK-REPORT-LINHA
               DISPLAY DECK-REPORT-LINHA
           END-IF.

      *    guarda a versao em vigor em VALRANT.DAT, copia a
      *    proposta para VALREGRA.DAT e esvazia a proposta.
       PROMOVE-PROPOSTA.
           OPEN OUTPUT ANTERIOR-FILE.
           OPEN INPUT REGRAS-FILE.
           IF WS-REGRAS-STATUS = "00"
               PERFORM UNTIL WS-REGRAS-STATUS NOT = "00"
                   READ REGRAS-FILE
                       AT END
                           MOVE "10" TO WS-REGRAS-STATUS
                       NOT AT END
                           MOVE REGRA-REC TO ANTERIOR-REC
                           WRITE ANTERIOR-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REGRAS-FILE.
           CLOSE ANTERIOR-FILE.

           MOVE 0 TO WS-QTD-COPIADAS.
           OPEN OUTPUT REGRAS-FILE.
           OPEN INPUT PROPOSTA-FILE.
           PERFORM UNTIL WS-PROPOSTA-STATUS NOT = "00"
               READ PROPOSTA-FILE
                   AT END
                       MOVE "10" TO WS-PROPOSTA-STATUS
                   NOT AT END
                       IF PROPOSTA-REC NOT = SPACES
                           MOVE PROPOSTA-REC TO REGRA-REC
                           WRITE REGRA-REC
                           ADD 1 TO WS-QTD-COPIADAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSTA-FILE.
           CLOSE REGRAS-FILE.

           OPEN OUTPUT PROPOSTA-FILE.
           CLOSE PROPOSTA-FILE.

       COPY "EXCPROC.cpy".
       COPY "RUNPROC.cpy".
