       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG135.
      *    APROVACAO DAS PROPOSTAS DE LIMITE DE CREDITO (LIMPEND.DAT).
      * 2026-10-15 primeira versao: no molde do PROG69, um supervisor
      *            revisa cada proposta da revisao periodica do
      *            PROG134 - limite atual e proposto, pontos e os
      *            numeros do periodo - e aceita (o novo limite vai
      *            para o CLI-LIMITE-CRED do CLIMSTR.DAT) ou rejeita.
      *            cada decisao fica na trilha comum de auditoria com
      *            o aprovador; o que nao for decidido continua
      *            pendente para a proxima sessao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTAS-FILE ASSIGN TO "LIMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTAS-STATUS.

      *    propostas nao decididas voltam para o arquivo por este
      *    arquivo de trabalho, como no PROG69.
           SELECT PROPOSTAS-TRABALHO-FILE ASSIGN TO "LIMPEND.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTAS-FILE.
       COPY "LIMPREC.cpy".

       FD  PROPOSTAS-TRABALHO-FILE.
       01  PROPOSTAS-TRABALHO-REC PIC X(86).

       FD  CLIENTES-FILE.
       COPY "CLIREC.cpy".

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PROPOSTAS-STATUS PIC XX.
       01  WS-TRABALHO-STATUS  PIC XX.
       01  WS-CLIMSTR-STATUS   PIC XX.

       01  WS-DECISAO PIC X.
       01  WS-QTD-ACEITAS    PIC 9(4) VALUE 0.
       01  WS-QTD-REJEITADAS PIC 9(4) VALUE 0.
       01  WS-QTD-MANTIDAS   PIC 9(4) VALUE 0.
       01  WS-QTD-DESCARTADAS PIC 9(4) VALUE 0.

       01  WS-LIMITE-EDIT    PIC Z(6)9.99.
       01  WS-PROPOSTO-EDIT  PIC Z(6)9.99.
       01  WS-DEVEDOR-EDIT   PIC Z(7)9.99.
       01  WS-JUROS-EDIT     PIC Z(6)9.99.
       01  WS-LIMITE-INTEIRO PIC 9(7).
       01  WS-PROPOSTO-INTEIRO PIC 9(7).
       01  WS-MARCA-DECISAO PIC X(3).

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
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "APROVACAO DE LIMITE E SO PARA SUPERVISOR"
               MOVE "PROG135" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT PROPOSTAS-FILE.
           IF WS-PROPOSTAS-STATUS NOT = "00"
               DISPLAY "NENHUMA PROPOSTA DE LIMITE PENDENTE"
               CLOSE PROPOSTAS-FILE
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE CLIENTES NAO ENCONTRADO"
               CLOSE CLIENTES-FILE
               CLOSE PROPOSTAS-FILE
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT PROPOSTAS-TRABALHO-FILE.
           PERFORM UNTIL WS-PROPOSTAS-STATUS NOT = "00"
               READ PROPOSTAS-FILE
                   AT END
                       MOVE "10" TO WS-PROPOSTAS-STATUS
                   NOT AT END
                       PERFORM REVISA-PROPOSTA
                           THRU REVISA-PROPOSTA-FIM
               END-READ
           END-PERFORM.
           CLOSE PROPOSTAS-TRABALHO-FILE.
           CLOSE PROPOSTAS-FILE.
           CLOSE CLIENTES-FILE.

           PERFORM REESCREVE-PROPOSTAS.

           DISPLAY "ACEITAS " WS-QTD-ACEITAS
               " REJEITADAS " WS-QTD-REJEITADAS
               " MANTIDAS " WS-QTD-MANTIDAS
               " DESCARTADAS " WS-QTD-DESCARTADAS.
           PERFORM FECHA-TRILHAS.

       PROGRAM-DONE.
           GOBACK.

       FECHA-TRILHAS.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

      *    cliente que saiu do mestre ou foi inativado depois da
      *    revisao perde a proposta; limite mudado no PROG92 desde
      *    a revisao e avisado antes da decisao.
       REVISA-PROPOSTA.
           MOVE LP-CLIENTE TO CLI-NOME.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " LP-CLIENTE
                       " FORA DO MESTRE, PROPOSTA DESCARTADA"
                   ADD 1 TO WS-QTD-DESCARTADAS
                   GO TO REVISA-PROPOSTA-FIM
           END-READ.
           IF CLI-SITUACAO = "I"
               DISPLAY "CLIENTE " LP-CLIENTE
                   " INATIVO, PROPOSTA DESCARTADA"
               ADD 1 TO WS-QTD-DESCARTADAS
               GO TO REVISA-PROPOSTA-FIM
           END-IF.

           DISPLAY "===== PROPOSTA DE LIMITE =====".
           IF LP-SUBIR
               DISPLAY "CLIENTE: " LP-CLIENTE " SUBIR  EM "
                   LP-DATA-PROPOSTA " POR " LP-SOLICITANTE
           ELSE
               DISPLAY "CLIENTE: " LP-CLIENTE " CORTAR EM "
                   LP-DATA-PROPOSTA " POR " LP-SOLICITANTE
           END-IF.
           MOVE LP-LIMITE-ATUAL TO WS-LIMITE-EDIT.
           MOVE LP-LIMITE-PROPOSTO TO WS-PROPOSTO-EDIT.
           DISPLAY "LIMITE ATUAL: " WS-LIMITE-EDIT
               " PROPOSTO: " WS-PROPOSTO-EDIT.
           MOVE LP-DEVEDOR-MEDIO TO WS-DEVEDOR-EDIT.
           MOVE LP-JUROS TO WS-JUROS-EDIT.
           DISPLAY "PONTOS " LP-PONTOS " DEVEDOR MEDIO "
               WS-DEVEDOR-EDIT " ESTOUROS " LP-QTD-ESTOUROS.
           DISPLAY "DIAS DE ATRASO " LP-DIAS-ATRASO
               " JUROS NO PERIODO " WS-JUROS-EDIT.
           IF CLI-LIMITE-CRED NOT = LP-LIMITE-ATUAL
               MOVE CLI-LIMITE-CRED TO WS-LIMITE-EDIT
               DISPLAY "ATENCAO: LIMITE MUDOU DESDE A REVISAO, HOJE "
                   WS-LIMITE-EDIT
           END-IF.
           DISPLAY "A=ACEITAR R=REJEITAR OUTRA=MANTER PENDENTE"
           ACCEPT WS-DECISAO.

           EVALUATE WS-DECISAO
               WHEN "A"
                   PERFORM ACEITA-PROPOSTA
               WHEN "a"
                   PERFORM ACEITA-PROPOSTA
               WHEN "R"
                   PERFORM REJEITA-PROPOSTA
               WHEN "r"
                   PERFORM REJEITA-PROPOSTA
               WHEN OTHER
                   PERFORM MANTEM-PROPOSTA
           END-EVALUATE.

       REVISA-PROPOSTA-FIM.
           EXIT.

       MANTEM-PROPOSTA.
           ADD 1 TO WS-QTD-MANTIDAS.
           MOVE LP-PROPOSTA-REC TO PROPOSTAS-TRABALHO-REC.
           WRITE PROPOSTAS-TRABALHO-REC.

       ACEITA-PROPOSTA.
           MOVE CLI-LIMITE-CRED TO WS-LIMITE-INTEIRO.
           MOVE LP-LIMITE-PROPOSTO TO CLI-LIMITE-CRED.
           REWRITE CLI-CLIENTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO APLICAR LIMITE DE " LP-CLIENTE
                   MOVE "PROG135" TO WS-EXCCOM-PROGRAMA
                   MOVE "REWRITE" TO WS-EXCCOM-CAMPO
                   MOVE LP-CLIENTE TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
                   PERFORM MANTEM-PROPOSTA
           END-REWRITE.
           IF WS-CLIMSTR-STATUS = "00"
               ADD 1 TO WS-QTD-ACEITAS
               DISPLAY "LIMITE DE " LP-CLIENTE " ALTERADO"
               MOVE "ACE" TO WS-MARCA-DECISAO
               PERFORM REGISTRA-DECISAO
           END-IF.

       REJEITA-PROPOSTA.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE CLI-LIMITE-CRED TO WS-LIMITE-INTEIRO.
           DISPLAY "PROPOSTA DE " LP-CLIENTE " REJEITADA".
           MOVE "REJ" TO WS-MARCA-DECISAO.
           PERFORM REGISTRA-DECISAO.

      *    aprovador no campo de nome; na descricao a decisao, o
      *    cliente e o limite de antes e o proposto (em reais).
       REGISTRA-DECISAO.
           MOVE LP-LIMITE-PROPOSTO TO WS-PROPOSTO-INTEIRO.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "LIMITE" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING WS-MARCA-DECISAO " " LP-CLIENTE " "
                  WS-LIMITE-INTEIRO ">" WS-PROPOSTO-INTEIRO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

       REESCREVE-PROPOSTAS.
           OPEN INPUT PROPOSTAS-TRABALHO-FILE.
           OPEN OUTPUT PROPOSTAS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ PROPOSTAS-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE PROPOSTAS-TRABALHO-REC
                           TO LP-PROPOSTA-REC
                       WRITE LP-PROPOSTA-REC
               END-READ
           END-PERFORM.
           CLOSE PROPOSTAS-FILE.
           CLOSE PROPOSTAS-TRABALHO-FILE.
           DELETE FILE PROPOSTAS-TRABALHO-FILE.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
