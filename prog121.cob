       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG121.
      *    APLICACAO DAS MUDANCAS SALARIAIS NA DATA DE VIGENCIA.
      * 2026-10-15 primeira versao: passo da rodada noturna que le
      *            MUDVIG.DAT (mudancas aprovadas no PROG69) e aplica
      *            no mestre de pagamento as programadas cuja
      *            vigencia ja chegou, em ordem de data. na
      *            alteracao so entram os campos que o pedido
      *            mudou (grade, departamento, salario, descontos),
      *            para nao desfazer o que outro pedido ja aplicou no
      *            meio do caminho; a imagem anterior passa a ser a
      *            do mestre na hora da troca, que e o que a folha
      *            (PROG43) usa no pro rata. cada aplicacao vai para
      *            a trilha de auditoria; a promocao combinada para o
      *            dia 1o deixa de depender de alguem lembrar de
      *            aprovar no dia.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo; o
      *            RETURN-CODE vai antes do FIM para o diario da janela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MUDVSEL.cpy".

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           COPY "AUDITSEL.cpy".
           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "MUDVFD.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       COPY "AUDITFD.cpy".
       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PAGMSTR-STATUS PIC XX.

      *    mudancas em memoria (imagens do registro de MUDVIG).
       01  WS-TABELA-MUDANCAS.
           05  TAB-MV OCCURS 1000 TIMES INDEXED BY MV-IDX PIC X(104).
       01  WS-QTD-MUDANCAS PIC 9(4) VALUE 0.
       01  WS-MV-PROXIMA PIC 9(4).
       01  WS-MV-MENOR-DATA PIC 9(8).
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-QTD-APLICADAS PIC 9(5) VALUE 0.
       01  WS-QTD-AGUARDANDO PIC 9(5) VALUE 0.
       01  WS-MUDVIG-ALTERADO PIC X VALUE "N".

      *    imagem anterior aprovada, para saber quais campos o
      *    pedido mudou.
       01  WS-IMAGEM-APROVADA.
           05  WS-APR-COD       PIC X(6).
           05  WS-APR-GRADE     PIC X(2).
           05  WS-APR-DEPTO     PIC X(4).
           05  WS-APR-SALARIO   PIC 9(7)V99.
           05  WS-APR-DESCONTOS PIC 9(5)V99.
       01  WS-IMAGEM-MESTRE PIC X(28).
       01  WS-ACHOU-MESTRE PIC X.
       01  WS-SALARIO-ANTES-EDIT PIC 9(7).99.
       01  WS-SALARIO-DEPOIS-EDIT PIC 9(7).99.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "MUDVWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG121" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           PERFORM CARREGA-MUDANCAS.
           IF WS-QTD-MUDANCAS = 0
               DISPLAY "NENHUMA MUDANCA COM VIGENCIA (MUDVIG.DAT)"
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE PAGAMENTO NAO ENCONTRADO"
               CLOSE PAGAMENTO-MASTER-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.

      *    a cada volta, a programada vencida de data mais antiga;
      *    duas mudancas do mesmo funcionario entram na ordem certa.
           MOVE 1 TO WS-MV-PROXIMA.
           PERFORM UNTIL WS-MV-PROXIMA = 0
               PERFORM PROCURA-PROXIMA-VENCIDA
               IF WS-MV-PROXIMA NOT = 0
                   PERFORM APLICA-MUDANCA
               END-IF
           END-PERFORM.

           PERFORM VARYING MV-IDX FROM 1 BY 1
                   UNTIL MV-IDX > WS-QTD-MUDANCAS
               MOVE TAB-MV(MV-IDX) TO MV-MUDANCA-REC
               IF MV-PROGRAMADA
                   ADD 1 TO WS-QTD-AGUARDANDO
               END-IF
           END-PERFORM.

           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           IF WS-MUDVIG-ALTERADO = "S"
               PERFORM GRAVA-MUDANCAS
           END-IF.

           DISPLAY "MUDANCAS APLICADAS " WS-QTD-APLICADAS
               " AGUARDANDO VIGENCIA " WS-QTD-AGUARDANDO.
           MOVE WS-QTD-APLICADAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-MUDANCAS.
           MOVE 0 TO WS-QTD-MUDANCAS.
           OPEN INPUT MUDANCAS-VIGENCIA-FILE.
           IF WS-MUDVIG-STATUS = "00"
               PERFORM UNTIL WS-MUDVIG-STATUS NOT = "00"
                   READ MUDANCAS-VIGENCIA-FILE
                       AT END
                           MOVE "10" TO WS-MUDVIG-STATUS
                       NOT AT END
                           IF WS-QTD-MUDANCAS < 1000
                               ADD 1 TO WS-QTD-MUDANCAS
                               SET MV-IDX TO WS-QTD-MUDANCAS
                               MOVE MV-MUDANCA-REC TO TAB-MV(MV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MUDANCAS-VIGENCIA-FILE.

       GRAVA-MUDANCAS.
           OPEN OUTPUT MUDANCAS-VIGENCIA-FILE.
           PERFORM VARYING MV-IDX FROM 1 BY 1
                   UNTIL MV-IDX > WS-QTD-MUDANCAS
               MOVE TAB-MV(MV-IDX) TO MV-MUDANCA-REC
               WRITE MV-MUDANCA-REC
           END-PERFORM.
           CLOSE MUDANCAS-VIGENCIA-FILE.

       PROCURA-PROXIMA-VENCIDA.
           MOVE 0 TO WS-MV-PROXIMA.
           MOVE WS-DATA-HOJE TO WS-MV-MENOR-DATA.
           PERFORM VARYING MV-IDX FROM 1 BY 1
                   UNTIL MV-IDX > WS-QTD-MUDANCAS
               MOVE TAB-MV(MV-IDX) TO MV-MUDANCA-REC
               IF MV-PROGRAMADA
                       AND MV-DATA-VIGENCIA <= WS-MV-MENOR-DATA
                   IF WS-MV-PROXIMA = 0
                           OR MV-DATA-VIGENCIA < WS-MV-MENOR-DATA
                       SET WS-MV-PROXIMA TO MV-IDX
                       MOVE MV-DATA-VIGENCIA TO WS-MV-MENOR-DATA
                   END-IF
               END-IF
           END-PERFORM.

      *    inclusao grava a imagem nova inteira; alteracao troca so
      *    os campos em que a imagem nova difere da anterior
      *    aprovada. funcionario que sumiu do mestre volta com a
      *    imagem nova, como o PROG69 sempre fez.
       APLICA-MUDANCA.
           MOVE TAB-MV(WS-MV-PROXIMA) TO MV-MUDANCA-REC.
           MOVE MV-IMAGEM-ANTERIOR TO WS-IMAGEM-APROVADA.
           MOVE MV-COD TO PM-COD.
           MOVE "S" TO WS-ACHOU-MESTRE.
           READ PAGAMENTO-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-MESTRE
           END-READ.
           IF WS-ACHOU-MESTRE = "N"
               MOVE SPACES TO WS-IMAGEM-MESTRE
               MOVE MV-IMAGEM-NOVA TO PM-PAGAMENTO-REC
               WRITE PM-PAGAMENTO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO APLICAR " MV-COD
               END-WRITE
           ELSE
               MOVE PM-PAGAMENTO-REC TO WS-IMAGEM-MESTRE
               IF MV-ACAO = "I"
                   MOVE MV-IMAGEM-NOVA TO PM-PAGAMENTO-REC
               ELSE
                   IF MV-NOVA-GRADE NOT = WS-APR-GRADE
                       MOVE MV-NOVA-GRADE TO PM-GRADE
                   END-IF
                   IF MV-NOVA-DEPTO NOT = WS-APR-DEPTO
                       MOVE MV-NOVA-DEPTO TO PM-DEPTO
                   END-IF
                   IF MV-NOVA-SALARIO NOT = WS-APR-SALARIO
                       MOVE MV-NOVA-SALARIO TO PM-SALARIO-BASE
                   END-IF
                   IF MV-NOVA-DESCONTOS NOT = WS-APR-DESCONTOS
                       MOVE MV-NOVA-DESCONTOS TO PM-DESCONTOS-PADRAO
                   END-IF
               END-IF
               REWRITE PM-PAGAMENTO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO APLICAR " MV-COD
               END-REWRITE
           END-IF.

           MOVE WS-IMAGEM-MESTRE TO MV-IMAGEM-ANTERIOR.
           MOVE PM-PAGAMENTO-REC TO MV-IMAGEM-NOVA.
           MOVE "E" TO MV-SITUACAO.
           MOVE WS-DATA-HOJE TO MV-DATA-EFETIVACAO.
           MOVE MV-MUDANCA-REC TO TAB-MV(WS-MV-PROXIMA).
           MOVE "S" TO WS-MUDVIG-ALTERADO.
           ADD 1 TO WS-QTD-APLICADAS.

           MOVE 0 TO WS-SALARIO-ANTES-EDIT.
           IF WS-ACHOU-MESTRE = "S"
               MOVE MV-ANT-SALARIO TO WS-SALARIO-ANTES-EDIT
           END-IF.
           MOVE PM-SALARIO-BASE TO WS-SALARIO-DEPOIS-EDIT.
           MOVE MV-APROVADOR TO WS-NOME-COMUM.
           MOVE "VIGENCIA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING MV-COD " DE " WS-SALARIO-ANTES-EDIT " PARA "
                  WS-SALARIO-DEPOIS-EDIT
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "APLICADA " MV-COD " VIGENCIA " MV-DATA-VIGENCIA.

       COPY "AUDITPROC.cpy".
       COPY "RUNPROC.cpy".
