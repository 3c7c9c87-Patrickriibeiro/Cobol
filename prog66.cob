      *            e linha de auditoria por funcionario reajustado.
      *            o ciclo de abril deixa de ser uma semana de
      *            PROG42 na mao.
      * 2026-10-15 o percentual deixa de vir do cartao MERITPCT.DAT:
      *            sai do ultimo ciclo de avaliacao fechado (PROG119),
      *            pelo conceito do funcionario e a grade na tabela
      *            guia. sem ciclo fechado (SEM-CICLO) ou com ativo
      *            sem avaliacao no ciclo (PENDENTES, lista no
      *            PROG120) o lote nao roda e sai com codigo 8; ao
      *            fim o ciclo fica marcado como aplicado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

      *    percentuais do ciclo de avaliacao fechado (PROG119):
      *    conceito da avaliacao x grade na tabela guia.
           COPY "AVALSEL.cpy".

           SELECT GRADES-FILE ASSIGN TO "GRADETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       COPY "AVALFD.cpy".

       FD  GRADES-FILE.
       COPY "GRADEREC.cpy".
       WORKING-STORAGE SECTION.

       01  WS-PAGMSTR-STATUS PIC XX.
       01  WS-MASTER-STATUS  PIC XX.
       01  WS-GRADES-STATUS  PIC XX.
       01  WS-MERITREL-STATUS PIC XX.

      *    tetos por grade, da tabela de grades.
       01  WS-TABELA-TETOS.
           05  TAB-TETO OCCURS 30 TIMES.
       01  WS-TAB-IDX PIC 9(2).

       01  WS-PCT-APLICAR PIC 9(3)V99.
       01  WS-TETO-GRADE PIC 9(7)V99.
       01  WS-TEM-TETO PIC X VALUE "N".
       01  WS-SALARIO-NOVO PIC 9(7)V99.
       01  WS-SALARIO-DEPOIS-EDIT PIC 9(7).99.
       01  WS-QTD-REAJUSTADOS PIC 9(5) VALUE 0.
       01  WS-QTD-LIMITADOS PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-AVALIACAO PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-GUIA PIC 9(5) VALUE 0.
       01  WS-QTD-PENDENTES PIC 9(5) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "AVALWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-CICLOS.
           MOVE "F" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL = 0
               DISPLAY "NENHUM CICLO DE AVALIACAO FECHADO A APLICAR "
                   "(CICLOAV.DAT)"
               MOVE "SEM-CICLO" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-AVALIACOES.
           PERFORM CARREGA-GUIA.

      *    ativo sem avaliacao no ciclo segura o lote inteiro: a
      *    lista sai no PROG120.
           PERFORM CONTA-PENDENTES.
           IF WS-QTD-PENDENTES > 0
               DISPLAY WS-QTD-PENDENTES " ATIVO(S) SEM AVALIACAO NO "
                   "CICLO " WS-CICLO-ATUAL "; VER PROG120"
               MOVE "PENDENTES" TO WS-RUNLOG-RESULTADO
               MOVE WS-QTD-PENDENTES TO WS-RUNLOG-REGISTROS
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT MERITO-REPORT-FILE.
           MOVE SPACES TO MERITO-REPORT-LINHA.
           STRING "===== REAJUSTE POR MERITO - CICLO " WS-CICLO-ATUAL
                  " - ANTES/DEPOIS ====="
               DELIMITED BY SIZE INTO MERITO-REPORT-LINHA.
           WRITE MERITO-REPORT-LINHA.

           PERFORM UNTIL WS-PAGMSTR-STATUS NOT = "00"
           MOVE SPACES TO MERITO-REPORT-LINHA.
           STRING "REAJUSTADOS " WS-QTD-REAJUSTADOS
                  " LIMITADOS AO TETO " WS-QTD-LIMITADOS
                  " SEM AVALIACAO " WS-QTD-SEM-AVALIACAO
                  " SEM GUIA " WS-QTD-SEM-GUIA
               DELIMITED BY SIZE INTO MERITO-REPORT-LINHA.
           WRITE MERITO-REPORT-LINHA.
           DISPLAY MERITO-REPORT-LINHA.

           CLOSE MERITO-REPORT-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.

      *    ciclo aplicado nao volta a reajustar ninguem.
           MOVE "M" TO CIC-SITUACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO CIC-APLICACAO.
           MOVE CIC-CICLO-REC TO TAB-CICLO(WS-CICLO-ACHADO).
           PERFORM GRAVA-CICLOS.
           MOVE SPACES TO WS-NOME-COMUM.
           STRING "CICLO " CIC-ANO
               DELIMITED BY SIZE INTO WS-NOME-COMUM.
           MOVE "MERITO" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CICLO APLICADO, REAJUSTADOS " WS-QTD-REAJUSTADOS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           CLOSE AUDITORIA-COMUM-FILE.

           MOVE WS-QTD-REAJUSTADOS TO WS-RUNLOG-REGISTROS.
       PROGRAM-DONE.
           GOBACK.

       CONTA-PENDENTES.
           MOVE 0 TO WS-QTD-PENDENTES.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           IF FM-SITUACAO = "A"
                               MOVE FM-COD TO AV-COD
                               PERFORM PROCURA-AVALIACAO
                               IF WS-AVAL-ACHADA = 0
                                   ADD 1 TO WS-QTD-PENDENTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.

       CARREGA-TETOS-GRADES.
           MOVE 0 TO WS-QTD-TETOS.
           END-IF.
           CLOSE GRADES-FILE.

      *    um funcionario por registro: acha o conceito da avaliacao
      *    no ciclo e o percentual da guia para conceito e grade
      *    (sem avaliacao ou sem guia nao reajusta), calcula o novo
      *    salario, limita ao teto quando a tabela de
      *    grades o conhece, regrava e relata antes/depois.
       REAJUSTA-FUNCIONARIO.
           MOVE PM-COD TO AV-COD.
           PERFORM PROCURA-AVALIACAO.
           IF WS-AVAL-ACHADA = 0
               ADD 1 TO WS-QTD-SEM-AVALIACAO
               GO TO REAJUSTA-FUNCIONARIO-FIM
           END-IF.
           MOVE AV-CONCEITO TO WS-GUIA-CONCEITO.
           MOVE PM-GRADE TO WS-GUIA-GRADE.
           PERFORM BUSCA-PERCENTUAL-GUIA.
           IF WS-GUIA-ACHADA = 0
               ADD 1 TO WS-QTD-SEM-GUIA
               MOVE SPACES TO MERITO-REPORT-LINHA
               STRING PM-COD " GRADE " PM-GRADE " CONCEITO "
                      AV-CONCEITO " SEM PERCENTUAL NA GUIA"
                   DELIMITED BY SIZE INTO MERITO-REPORT-LINHA
               WRITE MERITO-REPORT-LINHA
               GO TO REAJUSTA-FUNCIONARIO-FIM
           END-IF.
           MOVE WS-GUIA-PERCENTUAL TO WS-PCT-APLICAR.

           MOVE "N" TO WS-TEM-TETO.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
           MOVE WS-SALARIO-NOVO TO WS-SALARIO-DEPOIS-EDIT.
           MOVE SPACES TO MERITO-REPORT-LINHA.
           IF WS-LIMITADO = "S"
               STRING PM-COD " GRADE " PM-GRADE " CONC " AV-CONCEITO
                      " DE " WS-SALARIO-ANTES-EDIT " PARA "
                      WS-SALARIO-DEPOIS-EDIT " LIMITADO AO TETO"
                   DELIMITED BY SIZE INTO MERITO-REPORT-LINHA
           ELSE
               STRING PM-COD " GRADE " PM-GRADE " CONC " AV-CONCEITO
                      " DE " WS-SALARIO-ANTES-EDIT " PARA "
                      WS-SALARIO-DEPOIS-EDIT
                   DELIMITED BY SIZE INTO MERITO-REPORT-LINHA
           END-IF.

       COPY "AUDITPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "AVALPROC.cpy".
