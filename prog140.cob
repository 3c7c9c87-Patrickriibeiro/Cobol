       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG140.
      *    ABONO DAS DIFERENCAS DE CAIXA DOS FECHAMENTOS DE TURNO.
      * 2026-10-15 primeira versao: no molde do PROG135, um supervisor
      *            revisa cada fechamento de turno PENDENTE do
      *            FECHTURN.DAT (apurado, declarado e a sobra ou
      *            falta) e abona com o seu carimbo, liberando o
      *            operador para abrir sessao no TESTE. o supervisor
      *            nao abona o proprio turno; o que nao for abonado
      *            continua pendente. cada abono fica na trilha comum
      *            de auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TURNSEL.cpy".

      *    o arquivo inteiro volta por este arquivo de trabalho,
      *    com os abonos aplicados, como no PROG135.
           SELECT TURNOS-TRABALHO-FILE ASSIGN TO "FECHTURN.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "TURNFD.cpy".

       FD  TURNOS-TRABALHO-FILE.
       01  TURNOS-TRABALHO-REC PIC X(115).

       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-TRABALHO-STATUS PIC XX.

       01  WS-DECISAO PIC X.
       01  WS-QTD-ABONADOS PIC 9(4) VALUE 0.
       01  WS-QTD-MANTIDOS PIC 9(4) VALUE 0.

       01  WS-VALOR-EDIT PIC Z(7)9.99.
       01  WS-VALOR2-EDIT PIC Z(7)9.99.
       01  WS-DIFERENCA-EDIT PIC +9(8).99.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "TURNWS.cpy".

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
               DISPLAY "ABONO DE CAIXA E SO PARA SUPERVISOR"
               MOVE "PROG140" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS NOT = "00"
               DISPLAY "NENHUM FECHAMENTO DE TURNO GRAVADO"
               CLOSE TURNOS-FILE
               PERFORM FECHA-TRILHAS
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT TURNOS-TRABALHO-FILE.
           PERFORM UNTIL WS-TURNOS-STATUS NOT = "00"
               READ TURNOS-FILE
                   AT END
                       MOVE "10" TO WS-TURNOS-STATUS
                   NOT AT END
                       IF FT-PENDENTE
                           PERFORM REVISA-FECHAMENTO
                               THRU REVISA-FECHAMENTO-FIM
                       END-IF
                       MOVE FT-FECHAMENTO-REC TO TURNOS-TRABALHO-REC
                       WRITE TURNOS-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE TURNOS-TRABALHO-FILE.
           CLOSE TURNOS-FILE.

           PERFORM REESCREVE-TURNOS.

           DISPLAY "ABONADOS " WS-QTD-ABONADOS
               " MANTIDOS PENDENTES " WS-QTD-MANTIDOS.
           PERFORM FECHA-TRILHAS.

       PROGRAM-DONE.
           GOBACK.

       FECHA-TRILHAS.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

      *    o fechamento do proprio supervisor fica para outro
      *    supervisor abonar.
       REVISA-FECHAMENTO.
           DISPLAY "===== FECHAMENTO DE TURNO PENDENTE =====".
           DISPLAY "OPERADOR: " FT-OPERADOR " DE " FT-INICIO
               " ATE " FT-FIM " LANCAMENTOS " FT-QTD-LINHAS.
           MOVE FT-APURADO-RECEBIDO TO WS-VALOR-EDIT.
           MOVE FT-DECLARADO-RECEBIDO TO WS-VALOR2-EDIT.
           DISPLAY "RECEBIDO APURADO " WS-VALOR-EDIT
               " DECLARADO " WS-VALOR2-EDIT.
           MOVE FT-APURADO-PAGO TO WS-VALOR-EDIT.
           MOVE FT-DECLARADO-PAGO TO WS-VALOR2-EDIT.
           DISPLAY "PAGO     APURADO " WS-VALOR-EDIT
               " DECLARADO " WS-VALOR2-EDIT.
           MOVE FT-DIFERENCA TO WS-DIFERENCA-EDIT.
           IF FT-DIFERENCA > 0
               DISPLAY "SOBRA DE " WS-DIFERENCA-EDIT
           ELSE
               DISPLAY "FALTA DE " WS-DIFERENCA-EDIT
           END-IF.
           IF FT-OPERADOR = WS-OPERADOR-ID-DIGITADO
               DISPLAY "FECHAMENTO DO PROPRIO SUPERVISOR, ABONO"
                   " POR OUTRO SUPERVISOR"
               MOVE "PROG140" TO WS-EXCCOM-PROGRAMA
               MOVE "ABONO-PROPRIO" TO WS-EXCCOM-CAMPO
               MOVE FT-OPERADOR TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               ADD 1 TO WS-QTD-MANTIDOS
               GO TO REVISA-FECHAMENTO-FIM
           END-IF.
           DISPLAY "A=ABONAR OUTRA=MANTER PENDENTE"
           ACCEPT WS-DECISAO.
           IF WS-DECISAO = "A" OR "a"
               PERFORM ABONA-FECHAMENTO
           ELSE
               ADD 1 TO WS-QTD-MANTIDOS
           END-IF.

       REVISA-FECHAMENTO-FIM.
           EXIT.

      *    supervisor no campo de nome; na descricao o operador, o
      *    fim do turno e a diferenca abonada.
       ABONA-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           SET FT-ABONADO TO TRUE.
           MOVE WS-OPERADOR-ID-DIGITADO TO FT-SUPERVISOR.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO FT-DATA-ABONO.
           ADD 1 TO WS-QTD-ABONADOS.
           DISPLAY "DIFERENCA DE " FT-OPERADOR " ABONADA".
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ABONO-TURNO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING FT-OPERADOR " " FT-FIM " " WS-DIFERENCA-EDIT
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.

       REESCREVE-TURNOS.
           OPEN INPUT TURNOS-TRABALHO-FILE.
           OPEN OUTPUT TURNOS-FILE.
           PERFORM UNTIL WS-TRABALHO-STATUS NOT = "00"
               READ TURNOS-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRABALHO-STATUS
                   NOT AT END
                       MOVE TURNOS-TRABALHO-REC TO FT-FECHAMENTO-REC
                       WRITE FT-FECHAMENTO-REC
               END-READ
           END-PERFORM.
           CLOSE TURNOS-FILE.
           CLOSE TURNOS-TRABALHO-FILE.
           DELETE FILE TURNOS-TRABALHO-FILE.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
