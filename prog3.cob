      *            regra cadastrada, valor fora dela rejeita o
      *            ticket com o codigo de motivo da regra; sem a
      *            regra, nada muda.
      * 2026-10-15 rejeicao por limite de credito grava o cliente
      *            (nao o ticket) na EXCCOM.DAT, como a TESTE, para a
      *            revisao periodica de limites do PROG134.
      * 2026-10-15 cada ticket lancado no razao grava tambem a sua
      *            linha TICKET no historico HISTTRAN.DAT: sem ela a
      *            conciliacao razao x historico (PROG138) e o
      *            extrato do PROG48 nunca fechavam para o lote.
      * 2026-10-15 VALENGWS.cpy ganhou LNK-REGRAS-ARQUIVO; em branco
      *            o VALENG segue lendo VALREGRA.DAT.
      * 2026-10-15 SOMALOTE.DAT so e processado se o PROG157 o registrou
      *            no RECEBIDO.DAT e ainda nao foi processado; lote
      *            repetido ou sem registro termina com RC=0008, sem
      *            cair na soma pelo terminal. o lote processado fica
      *            marcado como processado.
      * 2026-10-15 departamento do ticket passa pelo mapa de
      *            departamentos (DEPTMAPA.DAT, do PROG159): codigo
      *            antigo de uma fusao ou troca ja aplicada entra no
      *            codigo de hoje, em vez de cair como invalido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLI-NOME
               FILE STATUS IS WS-CLIMSTR-STATUS.

      *    historico de transacoes da TESTE: cada ticket lancado no
      *    razao deixa a sua linha, como qualquer operacao.
           SELECT HISTORICO-TRANSACOES-FILE ASSIGN TO "HISTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RESULTADO-LOTE-FILE ASSIGN TO "SOMARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "RUNSEL.cpy".
           COPY "PARMSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "RCBSEL.cpy".
           COPY "DMAPSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           05  ACUM-COMPETENCIA PIC 9(6).
           05  ACUM-VALOR       PIC S9(8) SIGN LEADING SEPARATE.

       FD  HISTORICO-TRANSACOES-FILE.
       01  HISTORICO-TRANSACOES-LINHA PIC X(100).

       FD  RESULTADO-LOTE-FILE.
       01  RESULTADO-LOTE-LINHA PIC X(40).

       COPY "RUNFD.cpy".
       COPY "PARMFD.cpy".
       COPY "EXCFD.cpy".
       COPY "RCBFD.cpy".
       COPY "DMAPFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RAZAO-STATUS PIC XX.
       01  WS-CLIMSTR-STATUS PIC XX.
       01  WS-ACUMULADO-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-RESULTADO-EDIT PIC +9(6).99.
       01  WS-SINAL-TICKET PIC X(20).

      *    acumulado por departamento x competencia em memoria,
      *    regravado por inteiro depois de somar a execucao.
       COPY "RUNWS.cpy".
       COPY "PARMWS.cpy".
       COPY "VALENGWS.cpy".
       COPY "RCBWS.cpy".
       COPY "DMAPWS.cpy".

       01  WS-LIMITE-TICKETS PIC 9(4) VALUE 500.


           MOVE SPACES TO LOTE-SOMA-REC.

      *    lote repetido ou nao registrado pelo PROG157 nao se
      *    processa, nem cai na soma pelo terminal.
           MOVE "SOMALOTE.DAT" TO WS-RCB-ARQUIVO-NOME.
           MOVE "PROG3" TO WS-RCB-PROGRAMA.
           PERFORM CONFERE-RECEBIMENTO.
           IF RECEBIDO-PRESENTE AND NOT RECEBIMENTO-LIBERADO
               CLOSE AUDITORIA-SOMA-FILE
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               MOVE "L" TO WS-RUNLOG-MODO
               MOVE "NAO-RECEB" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM PROCESSA-LOTE.
           IF RECEBIMENTO-LIBERADO
               PERFORM BAIXA-RECEBIMENTO
           END-IF.

           IF WS-LOTE-STATUS NOT = "00"
               PERFORM ACUMULA-INTERATIVO
               PERFORM GRAVA-TOTAIS-DEPARTAMENTO
               CLOSE RESULTADO-LOTE-FILE
               CLOSE RAZAO-CLIENTE-FILE
               CLOSE HISTORICO-TRANSACOES-FILE
               IF WS-TEM-CLIMSTR = "S"
                   CLOSE CLIENTES-FILE
               END-IF
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-FILE.
           PERFORM CARREGA-MAPA-DEPTOS.

      *    ticket valido: departamento reconhecido (ou qualquer nao
      *    vazio, sem arquivo de departamentos) e os dois valores
       VALIDA-TICKET.
           MOVE "N" TO WS-TICKET-VALIDO.
           MOVE "N" TO WS-DEPTO-OK.
      *    ticket com o codigo antigo de um departamento ja
      *    reorganizado (PROG159) entra no codigo de hoje.
           IF TICKET-DEPTO NOT = SPACES
               MOVE TICKET-DEPTO TO WS-DMAP-DEPTO
               PERFORM RESOLVE-DEPTO-ATUAL
               MOVE WS-DMAP-DEPTO TO TICKET-DEPTO
           END-IF.
           IF WS-QTD-DEPTOS = 0
               IF TICKET-DEPTO NOT = SPACES
                   MOVE "S" TO WS-DEPTO-OK
      *    mesmo conjunto de regras dos demais lotes digitados.
           MOVE "SOMALOTE" TO LNK-REGRA-NOME.
           MOVE 99999 TO LNK-SUP-PADRAO.
           MOVE SPACES TO LNK-REGRAS-ARQUIVO.
           MOVE TICKET-VALOR1 TO LNK-VALOR.
           CALL "VALENG" USING VALENG-PEDIDO VALENG-RESPOSTA.
           IF LNK-REGRA-ACHADA = "S"
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE "PROG3" TO WS-EXCCOM-PROGRAMA.
           MOVE TICKET-NUMERO TO WS-EXCCOM-VALOR.
      *    estouro de limite sai pelo cliente, como na TESTE, para a
      *    revisao de limites (PROG134) contar por cliente.
           IF WS-EXCCOM-CAMPO = "LIMITE-CREDITO"
               MOVE TICKET-CLIENTE TO WS-EXCCOM-VALOR
           END-IF.
           PERFORM GRAVA-EXCECAO-COMUM.
           DISPLAY "TICKET " TICKET-NUMERO " REJEITADO ("
               WS-EXCCOM-CAMPO ")".
               CLOSE RAZAO-CLIENTE-FILE
               OPEN I-O RAZAO-CLIENTE-FILE
           END-IF.
           OPEN EXTEND HISTORICO-TRANSACOES-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-TRANSACOES-FILE
               OPEN OUTPUT HISTORICO-TRANSACOES-FILE
           END-IF.
           MOVE "N" TO WS-TEM-CLIMSTR.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLIMSTR-STATUS = "00"
                   END-REWRITE
           END-READ.

      *    linha do ticket nas colunas fixas da TESTE; os valores
      *    do ticket tem sinal e nao cabem nos campos de numero, que
      *    ficam em branco como na linha JUROS do PROG94.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE RESULTADO TO WS-RESULTADO-EDIT.
           MOVE SPACES TO WS-SINAL-TICKET.
           STRING "TICKET " TICKET-NUMERO
               DELIMITED BY SIZE INTO WS-SINAL-TICKET.
           MOVE SPACES TO HISTORICO-TRANSACOES-LINHA.
           STRING WS-DATA-HORA-ATUAL(1:14) " "
                  TICKET-CLIENTE " "
                  WS-SINAL-TICKET " "
                  "      " " " "      " " = "
                  WS-RESULTADO-EDIT " " "PROG3"
               DELIMITED BY SIZE INTO HISTORICO-TRANSACOES-LINHA.
           WRITE HISTORICO-TRANSACOES-LINHA.

       ATUALIZA-RAZAO-CLIENTE-FIM.
           EXIT.

       COPY "EXCPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "RCBPROC.cpy".
       COPY "DMAPPROC.cpy".
