       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG120.
      *    FUNCIONARIOS ATIVOS SEM AVALIACAO NO CICLO.
      * 2026-10-15 primeira versao: lista em AVALPEND.DAT os ativos
      *            do mestre que nao tem avaliacao (AVALIAC.DAT, do
      *            PROG119) no ciclo aberto - ou, sem ciclo aberto,
      *            no ultimo ciclo fechado - com departamento e grade
      *            do registro de pagamento. sai com codigo de
      *            retorno 8 e PENDENTES no log de execucao enquanto
      *            houver alguem na lista: o reajuste por merito
      *            (PROG66) recusa rodar na mesma situacao.
      * 2026-10-15 cada pendente sai com o avaliador - chefe imediato
      *            ativo da linha de comando (FM-SUPERIOR). mestre
      *            passa a DYNAMIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AVALSEL.cpy".

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAGAMENTO-MASTER-FILE ASSIGN TO "PAYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT PENDENCIA-REPORT-FILE ASSIGN TO "AVALPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVALPEND-STATUS.

           COPY "RUNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AVALFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  PENDENCIA-REPORT-FILE.
       01  PENDENCIA-REPORT-LINHA PIC X(80).

       COPY "RUNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGMSTR-STATUS  PIC XX.
       01  WS-AVALPEND-STATUS PIC XX.
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-QTD-ATIVOS     PIC 9(5) VALUE 0.
       01  WS-QTD-PENDENTES  PIC 9(5) VALUE 0.

       01  WS-LINHA-DETALHE.
           05  DET-COD     PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DET-NOME    PIC X(20).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DET-DEPTO   PIC X(4).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  DET-GRADE   PIC X(2).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  DET-ADMISSAO PIC 9(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DET-AVALIADOR PIC X(20).

       COPY "CAMPOSCOM.cpy".
       COPY "RUNWS.cpy".
       COPY "AVALWS.cpy".
       COPY "HIERWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG120" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.

           PERFORM CARREGA-CICLOS.
           MOVE "A" TO WS-CICLO-SITUACAO-PEDIDA.
           PERFORM PROCURA-CICLO.
           IF WS-CICLO-ATUAL = 0
               MOVE "F" TO WS-CICLO-SITUACAO-PEDIDA
               PERFORM PROCURA-CICLO
           END-IF.
           IF WS-CICLO-ATUAL = 0
               DISPLAY "NENHUM CICLO DE AVALIACAO ABERTO OU FECHADO "
                   "(CICLOAV.DAT)"
               MOVE "NADA-FAZER" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-AVALIACOES.

           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-MASTER-FILE
               MOVE "SEM-MESTRE" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO WS-TEM-PAYMSTR.
           OPEN INPUT PAGAMENTO-MASTER-FILE.
           IF WS-PAGMSTR-STATUS = "00"
               MOVE "S" TO WS-TEM-PAYMSTR
           END-IF.

           OPEN OUTPUT PENDENCIA-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO PENDENCIA-REPORT-LINHA.
           STRING "===== SEM AVALIACAO NO CICLO " WS-CICLO-ATUAL
                  " (" CIC-SITUACAO ") EM " WS-DATA-HORA-ATUAL(7:2)
                  "/" WS-DATA-HORA-ATUAL(5:2) "/"
                  WS-DATA-HORA-ATUAL(1:4) " ====="
               DELIMITED BY SIZE INTO PENDENCIA-REPORT-LINHA.
           WRITE PENDENCIA-REPORT-LINHA.
           MOVE SPACES TO PENDENCIA-REPORT-LINHA.
           STRING "CODIGO  NOME                  DEPT  GR   ADMISSAO"
                  "  AVALIADOR"
               DELIMITED BY SIZE INTO PENDENCIA-REPORT-LINHA.
           WRITE PENDENCIA-REPORT-LINHA.

           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FUNCIONARIO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF FM-SITUACAO = "A"
                           PERFORM CONFERE-AVALIACAO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PENDENCIA-REPORT-LINHA.
           STRING "ATIVOS " WS-QTD-ATIVOS " SEM AVALIACAO "
                  WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO PENDENCIA-REPORT-LINHA.
           WRITE PENDENCIA-REPORT-LINHA.
           DISPLAY PENDENCIA-REPORT-LINHA.

           CLOSE PENDENCIA-REPORT-FILE.
           CLOSE PAGAMENTO-MASTER-FILE.
           CLOSE FUNCIONARIO-MASTER-FILE.

           IF WS-QTD-PENDENTES > 0
               MOVE "PENDENTES" TO WS-RUNLOG-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-QTD-PENDENTES TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-AVALIACAO.
           ADD 1 TO WS-QTD-ATIVOS.
           MOVE FM-COD TO AV-COD.
           PERFORM PROCURA-AVALIACAO.
           IF WS-AVAL-ACHADA = 0
               ADD 1 TO WS-QTD-PENDENTES
               MOVE SPACES TO PM-DEPTO PM-GRADE
               IF WS-TEM-PAYMSTR = "S"
                   MOVE FM-COD TO PM-COD
                   READ PAGAMENTO-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO PM-DEPTO PM-GRADE
                   END-READ
               END-IF
      *        quem avalia e o chefe imediato ativo da linha de
      *        comando; sem chefe informado fica em branco.
               MOVE FM-COD TO WS-HIER-COD-PEDIDO
               PERFORM BUSCA-CHEFIA
               MOVE WS-HIER-CHEFE-NOME TO DET-AVALIADOR
               MOVE FM-COD TO DET-COD
               MOVE FM-NOME TO DET-NOME
               MOVE PM-DEPTO TO DET-DEPTO
               MOVE PM-GRADE TO DET-GRADE
               MOVE FM-DATA-ADMISSAO TO DET-ADMISSAO
               MOVE WS-LINHA-DETALHE TO PENDENCIA-REPORT-LINHA
               WRITE PENDENCIA-REPORT-LINHA
           END-IF.

       COPY "RUNPROC.cpy".
       COPY "AVALPROC.cpy".
       COPY "HIERPROC.cpy".
