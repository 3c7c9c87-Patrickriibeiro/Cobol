       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG155.
      *    DECISAO DA RECERTIFICACAO DE OPERADORES (SUPERVISOR).
      * 2026-10-15 primeira versao: mostra ao supervisor cada
      *            operador pendente do ciclo aberto pelo PROG154 de
      *            que ele e o responsavel (quem o incluiu no
      *            PROG52; sem responsavel valido, qualquer
      *            supervisor decide) com perfil, ultimo sign-on e
      *            prazo, e pede C (confirma), R (revoga) ou branco
      *            (deixa para depois). revogar bloqueia o operador
      *            no OPERCTRL.DAT; a remocao continua no PROG52.
      *            ninguem decide sobre o proprio ID. cada decisao
      *            fica na trilha comum de auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RCTSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "RCTFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DECISAO PIC X.
           88  DECISAO-CONFIRMA VALUE "C".
           88  DECISAO-REVOGA   VALUE "R".
           88  DECISAO-ADIADA   VALUE " ".
       01  WS-TENTATIVAS PIC 9.
       01  WS-QTD-PENDENTES PIC 9(2) VALUE 0.
       01  WS-QTD-DECIDIDOS PIC 9(2) VALUE 0.
       01  WS-RESP-VALIDO PIC X.
           88  RESPONSAVEL-VALIDO VALUE "S".
       01  WS-DO-SUPERVISOR PIC X.
           88  PENDENTE-DO-SUPERVISOR VALUE "S".

       COPY "CAMPOSCOM.cpy".
       COPY "RCTWS.cpy".
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
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "RECERTIFICACAO E SO PARA SUPERVISOR"
               MOVE "PROG155" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

      *    sessao aproveitada do menu nao carrega a tabela.
           PERFORM CARREGA-OPERADORES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE SPACES TO WS-RCT-CICLO.
           PERFORM CARREGA-CICLO.
           IF WS-QTD-RECERT = 0
               DISPLAY "NENHUM CICLO DE RECERTIFICACAO ABERTO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "===== RECERTIFICACAO DE OPERADORES - CICLO "
               WS-RCT-CICLO " =====".
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > WS-QTD-RECERT
               PERFORM DECIDE-OPERADOR THRU DECIDE-OPERADOR-FIM
           END-PERFORM.

           IF WS-QTD-DECIDIDOS > 0
               PERFORM GRAVA-OPERADORES
               PERFORM REGRAVA-CICLO THRU REGRAVA-CICLO-FIM
           END-IF.
           DISPLAY WS-QTD-PENDENTES " PENDENTE(S) SEU(S), "
               WS-QTD-DECIDIDOS " DECIDIDO(S)".

           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

      *    so o pendente que cabe a este supervisor: nunca o proprio
      *    ID; o do responsavel gravado, ou de qualquer supervisor
      *    quando o responsavel saiu ou perdeu o perfil.
       DECIDE-OPERADOR.
           IF NOT RECERT-PENDENTE(RCT-IDX)
               GO TO DECIDE-OPERADOR-FIM
           END-IF.
           IF TAB-RCT-OPERADOR(RCT-IDX) = WS-OPERADOR-ID-DIGITADO
               GO TO DECIDE-OPERADOR-FIM
           END-IF.
           MOVE "N" TO WS-RESP-VALIDO.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > WS-QTD-OPERADORES
               IF TAB-OPER-ID(OPER-IDX) = TAB-RCT-RESPONSAVEL(RCT-IDX)
                       AND TAB-OPER-PERFIL(OPER-IDX) = "S"
                       AND TAB-OPER-BLOQUEADO(OPER-IDX) NOT = "S"
                   MOVE "S" TO WS-RESP-VALIDO
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DO-SUPERVISOR.
           IF NOT RESPONSAVEL-VALIDO
               MOVE "S" TO WS-DO-SUPERVISOR
           END-IF.
           IF TAB-RCT-RESPONSAVEL(RCT-IDX) = WS-OPERADOR-ID-DIGITADO
               MOVE "S" TO WS-DO-SUPERVISOR
           END-IF.
           IF NOT PENDENTE-DO-SUPERVISOR
               GO TO DECIDE-OPERADOR-FIM
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.

           DISPLAY "OPERADOR " TAB-RCT-OPERADOR(RCT-IDX)
               " PERFIL " TAB-RCT-PERFIL(RCT-IDX)
               " ULTIMO SIGN-ON " TAB-RCT-ULTIMO-LOGON(RCT-IDX)
               " PRAZO " TAB-RCT-PRAZO(RCT-IDX).
           MOVE 0 TO WS-TENTATIVAS.
           MOVE "?" TO WS-DECISAO.
           PERFORM UNTIL DECISAO-CONFIRMA OR DECISAO-REVOGA
                   OR DECISAO-ADIADA OR WS-TENTATIVAS = 5
               DISPLAY "C = CONFIRMA, R = REVOGA, VAZIO = DEPOIS:"
               MOVE SPACE TO WS-DECISAO
               ACCEPT WS-DECISAO
               INSPECT WS-DECISAO CONVERTING "cr" TO "CR"
               ADD 1 TO WS-TENTATIVAS
               IF NOT DECISAO-CONFIRMA AND NOT DECISAO-REVOGA
                       AND NOT DECISAO-ADIADA
                   DISPLAY "OPCAO INVALIDA"
                   MOVE "PROG155" TO WS-EXCCOM-PROGRAMA
                   MOVE "DECISAO" TO WS-EXCCOM-CAMPO
                   MOVE WS-DECISAO TO WS-EXCCOM-VALOR
                   PERFORM GRAVA-EXCECAO-COMUM
               END-IF
           END-PERFORM.
           IF NOT DECISAO-CONFIRMA AND NOT DECISAO-REVOGA
               GO TO DECIDE-OPERADOR-FIM
           END-IF.

           MOVE WS-DECISAO TO TAB-RCT-SITUACAO(RCT-IDX).
           MOVE WS-OPERADOR-ID-DIGITADO TO TAB-RCT-REVISOR(RCT-IDX).
           MOVE WS-DATA-HOJE TO TAB-RCT-DATA-DECISAO(RCT-IDX).
           ADD 1 TO WS-RCT-ALTERACOES.
           ADD 1 TO WS-QTD-DECIDIDOS.
           IF DECISAO-REVOGA
               PERFORM VARYING OPER-IDX FROM 1 BY 1
                       UNTIL OPER-IDX > WS-QTD-OPERADORES
                   IF TAB-OPER-ID(OPER-IDX) =
                           TAB-RCT-OPERADOR(RCT-IDX)
                       MOVE "S" TO TAB-OPER-BLOQUEADO(OPER-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "RECERTIFICA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           IF DECISAO-CONFIRMA
               STRING "CONFIRMA " TAB-RCT-OPERADOR(RCT-IDX) " "
                      WS-RCT-CICLO
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
               DISPLAY "OPERADOR " TAB-RCT-OPERADOR(RCT-IDX)
                   " CONFIRMADO"
           ELSE
               STRING "REVOGA " TAB-RCT-OPERADOR(RCT-IDX) " "
                      WS-RCT-CICLO " E BLOQUEIA"
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA
               DISPLAY "OPERADOR " TAB-RCT-OPERADOR(RCT-IDX)
                   " REVOGADO E BLOQUEADO"
           END-IF.
           PERFORM GRAVA-AUDITORIA-COMUM.

       DECIDE-OPERADOR-FIM.
           EXIT.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "RCTPROC.cpy".
