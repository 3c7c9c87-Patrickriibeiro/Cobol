      *            achou qualquer coisa, termina com RETURN-CODE 8
      *            para o COND da janela noturna segurar os passos
      *            seguintes.
      * 2026-10-15 CPF e PIS conferidos pelos digitos verificadores
      *            oficiais (DOCWS/DOCPROC): numero zerado conta como
      *            ausente, digito errado como invalido, com as
      *            contagens no resumo.
      * 2026-10-15 grava INI/FIM no log comum RUNLOG.DAT (RC antes do
      *            FIM) e entra no controle da janela noturna
      *            (PROG150): ja concluido na retomada, encerra na
      *            hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGREL-STATUS.

           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
       FD  INTEGRIDADE-REPORT-FILE.
       01  INTEGRIDADE-REPORT-LINHA PIC X(80).

       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-QTD-ESCOL-ERRADA PIC 9(5) VALUE 0.
       01  WS-QTD-IDADE-ZERO   PIC 9(5) VALUE 0.
       01  WS-QTD-END-VAZIO    PIC 9(5) VALUE 0.
       01  WS-QTD-CPF-AUSENTE  PIC 9(5) VALUE 0.
       01  WS-QTD-CPF-INVALIDO PIC 9(5) VALUE 0.
       01  WS-QTD-PIS-AUSENTE  PIC 9(5) VALUE 0.
       01  WS-QTD-PIS-INVALIDO PIC 9(5) VALUE 0.
       01  WS-QTD-PROBLEMAS    PIC 9(5) VALUE 0.
       01  WS-REGISTRO-COM-PROBLEMA PIC X.

       COPY "DVWS.cpy".
       COPY "DOCWS.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG45" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT INTEGRIDADE-REPORT-FILE.
           MOVE SPACES TO INTEGRIDADE-REPORT-LINHA.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
               WRITE INTEGRIDADE-REPORT-LINHA
               CLOSE FUNCIONARIO-MASTER-FILE
               CLOSE INTEGRIDADE-REPORT-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           CLOSE INTEGRIDADE-REPORT-FILE.

           IF WS-QTD-PROBLEMAS > 0
               MOVE "PROBLEMAS" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-LIDOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.
               PERFORM APONTA-PROBLEMA
           END-IF.

      *    registro gravado antes de o CPF/PIS existir pode trazer
      *    qualquer coisa no lugar; nao numerico conta como ausente.
           IF FM-CPF NOT NUMERIC OR FM-CPF = 0
               ADD 1 TO WS-QTD-CPF-AUSENTE
               MOVE "CPF AUSENTE" TO
                   INTEGRIDADE-REPORT-LINHA(40:20)
               PERFORM APONTA-PROBLEMA
           ELSE
               MOVE FM-CPF TO WS-DOC-NUMERO
               PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
               IF NOT DOCUMENTO-VALIDO
                   ADD 1 TO WS-QTD-CPF-INVALIDO
                   MOVE "CPF INVALIDO" TO
                       INTEGRIDADE-REPORT-LINHA(40:20)
                   PERFORM APONTA-PROBLEMA
               END-IF
           END-IF.

           IF FM-PIS NOT NUMERIC OR FM-PIS = 0
               ADD 1 TO WS-QTD-PIS-AUSENTE
               MOVE "PIS AUSENTE" TO
                   INTEGRIDADE-REPORT-LINHA(40:20)
               PERFORM APONTA-PROBLEMA
           ELSE
               MOVE FM-PIS TO WS-DOC-NUMERO
               PERFORM VALIDA-PIS THRU VALIDA-PIS-FIM
               IF NOT DOCUMENTO-VALIDO
                   ADD 1 TO WS-QTD-PIS-INVALIDO
                   MOVE "PIS INVALIDO" TO
                       INTEGRIDADE-REPORT-LINHA(40:20)
                   PERFORM APONTA-PROBLEMA
               END-IF
           END-IF.

      *    a linha do relatorio ja traz o tipo do problema nas
      *    colunas 40-59, posto por quem detectou.
       APONTA-PROBLEMA.
               DELIMITED BY SIZE INTO INTEGRIDADE-REPORT-LINHA.
           WRITE INTEGRIDADE-REPORT-LINHA.
           DISPLAY INTEGRIDADE-REPORT-LINHA.
           MOVE SPACES TO INTEGRIDADE-REPORT-LINHA.
           STRING "CPF AUSENTE " WS-QTD-CPF-AUSENTE
                  " CPF INVALIDO " WS-QTD-CPF-INVALIDO
                  " PIS AUSENTE " WS-QTD-PIS-AUSENTE
                  " PIS INVALIDO " WS-QTD-PIS-INVALIDO
               DELIMITED BY SIZE INTO INTEGRIDADE-REPORT-LINHA.
           WRITE INTEGRIDADE-REPORT-LINHA.
           DISPLAY INTEGRIDADE-REPORT-LINHA.

       COPY "DVPROC.cpy".
       COPY "DOCPROC.cpy".
       COPY "RUNPROC.cpy".
