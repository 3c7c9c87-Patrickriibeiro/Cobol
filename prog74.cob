      *            (PAYMSTR + DEPTMSTR), uma unica vez por periodo
      *            (FERIAVIS.DAT guarda quem ja foi avisado). roda
      *            na janela noturna.
      * 2026-10-15 aviso vai ao chefe imediato ativo da linha de
      *            comando (FM-SUPERIOR, lido no FUNCMSTR.DAT);
      *            gerente do departamento so para quem nao tem
      *            chefe informado.
      * 2026-10-15 aviso enfileirado por papel (SUPERIOR:<cod> ou
      *            GERENTE:<depto>), resolvido pelo PROG10 na entrega:
      *            troca de chefe ou de gerente vale para o que ja
      *            esta na fila.
      * 2026-10-15 passo da janela noturna (PROG150): ja concluido na
      *            retomada, encerra na hora sem rodar de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-PAGMSTR-STATUS.

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMSTR-STATUS.
       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       FD  DEPARTAMENTOS-FILE.
       COPY "DEPTREC.cpy".


       01  WS-GERENTE PIC X(20).
       01  WS-TEM-PAYMSTR PIC X VALUE "N".
       01  WS-MASTER-STATUS PIC XX.
       01  WS-TEM-FUNCMSTR PIC X VALUE "N".

      *    gerentes por departamento, do mestre de departamentos.
       01  WS-TABELA-GERENTES.
       COPY "CAMPOSCOM.cpy".
       COPY "PARMWS.cpy".
       COPY "RUNWS.cpy".
       COPY "HIERWS.cpy".

       01  WS-AVISO-DIAS PIC 9(3) VALUE 60.

           MOVE "PROG74" TO WS-RUNLOG-PROGRAMA.
           MOVE "L" TO WS-RUNLOG-MODO.
           PERFORM GRAVA-RUNLOG-INICIO.
           IF RUNLOG-PASSO-PULADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "FERIAS-AVISO-DIAS" TO WS-PARM-NOME-PEDIDO.
           ELSE
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.
           MOVE "N" TO WS-TEM-FUNCMSTR.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "S" TO WS-TEM-FUNCMSTR
           ELSE
               CLOSE FUNCIONARIO-MASTER-FILE
           END-IF.

           OPEN EXTEND FILA-MENSAGENS-FILE.
           IF WS-FILA-STATUS NOT = "00"
           IF WS-TEM-PAYMSTR = "S"
               CLOSE PAGAMENTO-MASTER-FILE
           END-IF.
           IF WS-TEM-FUNCMSTR = "S"
               CLOSE FUNCIONARIO-MASTER-FILE
           END-IF.

           MOVE WS-QTD-APONTADOS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.
       AVALIA-PERIODO-FIM.
           EXIT.

      *    o aviso vai para o chefe imediato ativo da linha de
      *    comando (FM-SUPERIOR); sem chefe informado, para o
      *    gerente do departamento do funcionario; sem departamento
      *    cadastrado, vai para RH. a fila leva o papel
      *    (SUPERIOR:<cod>, GERENTE:<depto>) e nao o nome: quem
      *    recebe e decidido pelo PROG10 na hora da entrega.
       ENFILEIRA-AVISO-GERENTE.
           MOVE "RH" TO WS-GERENTE.
           MOVE SPACES TO WS-HIER-CHEFE-NOME.
           IF WS-TEM-FUNCMSTR = "S"
               MOVE SPACES TO FM-FUNCIONARIO-REC
               MOVE FER-COD TO WS-HIER-COD-PEDIDO
               PERFORM BUSCA-CHEFIA
           END-IF.
           IF WS-HIER-CHEFE-NOME NOT = SPACES
               MOVE SPACES TO WS-GERENTE
               STRING "SUPERIOR:" FER-COD
                   DELIMITED BY SIZE INTO WS-GERENTE
           END-IF.
           IF WS-HIER-CHEFE-NOME = SPACES AND WS-TEM-PAYMSTR = "S"
               MOVE FER-COD TO PM-COD
               READ PAGAMENTO-MASTER-FILE
                   INVALID KEY
                       PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                               UNTIL WS-GER-IDX > WS-QTD-GERENTES
                           IF TAB-GER-DEPTO(WS-GER-IDX) = PM-DEPTO
                               MOVE SPACES TO WS-GERENTE
                               STRING "GERENTE:" PM-DEPTO
                                   DELIMITED BY SIZE INTO WS-GERENTE
                           END-IF
                       END-PERFORM
               END-READ

       COPY "PARMPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "HIERPROC.cpy".
