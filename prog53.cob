      *            regra cadastrada, idade fora dela e apontada no
      *            pre-voo com o motivo da regra; sem a regra, nada
      *            muda.
      * 2026-10-15 CADROST ganhou CPF e PIS no fim da linha (116
      *            posicoes): em branco passa (o PROG31 grava zerado
      *            e avisa), preenchido tem de ser numerico.
      * 2026-10-15 CADROST ganhou o numero da requisicao de vaga no fim
      *            da linha (121 posicoes): em branco passa aqui (o
      *            PROG31 decide conforme o controle de quadro),
      *            preenchido tem de ser numerico.
      * 2026-10-15 VALENGWS.cpy ganhou LNK-REGRAS-ARQUIVO; em branco
      *            o VALENG segue lendo VALREGRA.DAT.
      * 2026-10-15 grava INI/FIM no log comum RUNLOG.DAT (RC antes do
      *            FIM) e entra no controle da janela noturna
      *            (PROG150): ja concluido na retomada, encerra na
      *            hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "CALSEL.cpy".
           COPY "RELGERSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    aqui os campos sao X para poder testar IS NUMERIC antes
      *    de qualquer conversao.
       FD  CADASTRO-ROSTER-FILE.
       01  CADROST-LINHA PIC X(121).
       01  CADROST-CAMPOS REDEFINES CADROST-LINHA.
           05  CAD-NOME           PIC X(10).
           05  CAD-ESCOLARIEDADE  PIC X.
           05  CAD-END-CEP        PIC X(8).
           05  CAD-DATA-ADMISSAO  PIC X(8).
           05  CAD-DATA-NASCIMENTO PIC X(8).
           05  CAD-CPF            PIC X(11).
           05  CAD-PIS            PIC X(11).
           05  CAD-REQUISICAO     PIC X(5).

       FD  PREVOO-REPORT-FILE.
       01  PREVOO-REPORT-LINHA PIC X(80).

       COPY "CALFD.cpy".
       COPY "RELGERFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       COPY "CALWS.cpy".
       COPY "RELGERWS.cpy".
       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG53" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE "PREFLREL" TO WS-RELGER-RELATORIO.
           PERFORM MONTA-GERACAO-RELATORIO.
           OPEN OUTPUT PREVOO-REPORT-FILE.
               WRITE PREVOO-REPORT-LINHA
               DISPLAY PREVOO-REPORT-LINHA
               CLOSE PREVOO-REPORT-FILE
               MOVE "NAO-UTIL" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

               MOVE "JANELA NAO LIBERADA" TO PREVOO-REPORT-LINHA
               WRITE PREVOO-REPORT-LINHA
               DISPLAY PREVOO-REPORT-LINHA
               MOVE "PROBLEMAS" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "JANELA LIBERADA" TO PREVOO-REPORT-LINHA
           END-IF.
           CLOSE PREVOO-REPORT-FILE.

           MOVE WS-QTD-CADROST TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

               MOVE "NASCIMENTO" TO PREVOO-REPORT-LINHA(40:10)
               PERFORM APONTA-PROBLEMA
           END-IF.
           IF CAD-CPF NOT = SPACES AND CAD-CPF IS NOT NUMERIC
               PERFORM MONTA-PROBLEMA-CADROST
               MOVE "CPF" TO PREVOO-REPORT-LINHA(40:10)
               PERFORM APONTA-PROBLEMA
           END-IF.
           IF CAD-PIS NOT = SPACES AND CAD-PIS IS NOT NUMERIC
               PERFORM MONTA-PROBLEMA-CADROST
               MOVE "PIS" TO PREVOO-REPORT-LINHA(40:10)
               PERFORM APONTA-PROBLEMA
           END-IF.
           IF CAD-REQUISICAO NOT = SPACES
                   AND CAD-REQUISICAO IS NOT NUMERIC
               PERFORM MONTA-PROBLEMA-CADROST
               MOVE "REQUISICAO" TO PREVOO-REPORT-LINHA(40:10)
               PERFORM APONTA-PROBLEMA
           END-IF.
           IF CAD-ESCOLARIEDADE NOT = "F"
                   AND CAD-ESCOLARIEDADE NOT = "M"
                   AND CAD-ESCOLARIEDADE NOT = "S"
      *    regra CADIDADE do motor chamavel, quando cadastrada.
           MOVE "CADIDADE" TO LNK-REGRA-NOME.
           MOVE 99999 TO LNK-SUP-PADRAO.
           MOVE SPACES TO LNK-REGRAS-ARQUIVO.
           MOVE SPACES TO LNK-VALOR.
           MOVE CAD-IDADE TO LNK-VALOR(1:2).
           CALL "VALENG" USING VALENG-PEDIDO VALENG-RESPOSTA.

       COPY "CALPROC.cpy".
       COPY "RELGERPROC.cpy".
       COPY "RUNPROC.cpy".
