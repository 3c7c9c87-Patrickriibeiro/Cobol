      *    conta e soma o conteudo de WS-RCB-ARQUIVO-NOME.
       CALCULA-IMPRESSAO-RECEBIDO.
           MOVE 0 TO WS-RCB-REGISTROS.
           MOVE 0 TO WS-RCB-SOMA.
           MOVE "S" TO WS-RCB-EXISTE.
           OPEN INPUT RECEBIDO-CONFERIDO-FILE.
           IF WS-RCBARQ-STATUS NOT = "00"
               MOVE "N" TO WS-RCB-EXISTE
           END-IF.
           PERFORM UNTIL WS-RCBARQ-STATUS NOT = "00"
               MOVE SPACES TO RECEBIDO-CONFERIDO-REC
               READ RECEBIDO-CONFERIDO-FILE
                   AT END
                       MOVE "10" TO WS-RCBARQ-STATUS
                   NOT AT END
                       ADD 1 TO WS-RCB-REGISTROS
                       PERFORM SOMA-LINHA-RECEBIDA
               END-READ
           END-PERFORM.
           CLOSE RECEBIDO-CONFERIDO-FILE.

       SOMA-LINHA-RECEBIDA.
           PERFORM VARYING WS-RCB-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-RCB-BYTE-IDX > 512
               COMPUTE WS-RCB-CONTA = WS-RCB-SOMA * 7
                   + FUNCTION ORD(
                         RECEBIDO-CONFERIDO-REC(WS-RCB-BYTE-IDX:1))
               COMPUTE WS-RCB-SOMA =
                   FUNCTION MOD(WS-RCB-CONTA, WS-RCB-PRIMO)
           END-PERFORM.

      *    le o registro inteiro atras das linhas do arquivo: a do
      *    mesmo conteudo (pendente, processado ou recusado), outra
      *    pendente de conteudo diferente, chegada ou falta de hoje.
       LOCALIZA-RECEBIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-RCB-DATA-HORA.
           MOVE WS-RCB-DATA-HORA(1:8) TO WS-RCB-DATA-HOJE.
           MOVE WS-RCB-DATA-HORA(9:6) TO WS-RCB-HORA-AGORA.
           MOVE "N" TO WS-RCB-ACHOU-PENDENTE.
           MOVE "N" TO WS-RCB-ACHOU-PROCESSADO.
           MOVE "N" TO WS-RCB-ACHOU-DUPLICADO.
           MOVE "N" TO WS-RCB-OUTRO-PENDENTE.
           MOVE "N" TO WS-RCB-CHEGOU-HOJE.
           MOVE "N" TO WS-RCB-FALTA-AVISADA.
           MOVE SPACES TO WS-RCB-PROC-PROGRAMA.
           MOVE 0 TO WS-RCB-PROC-DATA.
           OPEN INPUT RECEBIMENTO-FILE.
           PERFORM UNTIL WS-RECEB-STATUS NOT = "00"
               READ RECEBIMENTO-FILE
                   AT END
                       MOVE "10" TO WS-RECEB-STATUS
                   NOT AT END
                       IF RCB-ARQUIVO = WS-RCB-ARQUIVO-NOME
                           PERFORM ANOTA-LINHA-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEBIMENTO-FILE.

       ANOTA-LINHA-RECEBIMENTO.
           IF RCB-FALTOU
               IF RCB-DATA = WS-RCB-DATA-HOJE
                   MOVE "S" TO WS-RCB-FALTA-AVISADA
               END-IF
           ELSE
               IF RCB-DATA = WS-RCB-DATA-HOJE AND NOT RCB-DUPLICADO
                   MOVE "S" TO WS-RCB-CHEGOU-HOJE
               END-IF
               IF RECEBIDO-PRESENTE
                       AND RCB-REGISTROS = WS-RCB-REGISTROS
                       AND RCB-SOMA = WS-RCB-SOMA
                   EVALUATE TRUE
                       WHEN RCB-RECEBIDO
                           MOVE "S" TO WS-RCB-ACHOU-PENDENTE
                       WHEN RCB-PROCESSADO
                           MOVE "S" TO WS-RCB-ACHOU-PROCESSADO
                           MOVE RCB-PROGRAMA TO WS-RCB-PROC-PROGRAMA
                           MOVE RCB-DATA-PROC TO WS-RCB-PROC-DATA
                       WHEN RCB-DUPLICADO
                           MOVE "S" TO WS-RCB-ACHOU-DUPLICADO
                   END-EVALUATE
               ELSE
                   IF RCB-RECEBIDO
                       MOVE "S" TO WS-RCB-OUTRO-PENDENTE
                   END-IF
               END-IF
           END-IF.

      *    porta de entrada do programa que consome: so libera o
      *    conteudo anotado como recebido e ainda nao processado.
       CONFERE-RECEBIMENTO.
           MOVE "N" TO WS-RCB-LIBERADO.
           PERFORM CALCULA-IMPRESSAO-RECEBIDO.
           IF NOT RECEBIDO-PRESENTE
               DISPLAY WS-RCB-ARQUIVO-NOME " NAO ENCONTRADO"
           ELSE
               PERFORM LOCALIZA-RECEBIMENTO
               EVALUATE TRUE
                   WHEN WS-RCB-ACHOU-PENDENTE = "S"
                       MOVE "S" TO WS-RCB-LIBERADO
                   WHEN WS-RCB-ACHOU-PROCESSADO = "S"
                       DISPLAY WS-RCB-ARQUIVO-NOME
                           " JA PROCESSADO POR " WS-RCB-PROC-PROGRAMA
                           " EM " WS-RCB-PROC-DATA ", RECUSADO"
                   WHEN OTHER
                       DISPLAY WS-RCB-ARQUIVO-NOME
                           " SEM REGISTRO DE RECEBIMENTO (PROG157)"
                           ", RECUSADO"
               END-EVALUATE
           END-IF.

      *    fim de rodada boa do programa que consome.
       BAIXA-RECEBIMENTO.
           MOVE "I" TO WS-RCB-CRITERIO.
           MOVE "P" TO WS-RCB-NOVA-SITUACAO.
           PERFORM MUDA-SITUACAO-RECEBIDO.

      *    nova linha no fim do registro, com a impressao calculada
      *    e a situacao em WS-RCB-NOVA-SITUACAO.
       ACRESCENTA-RECEBIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-RCB-DATA-HORA.
           OPEN EXTEND RECEBIMENTO-FILE.
           IF WS-RECEB-STATUS NOT = "00"
               CLOSE RECEBIMENTO-FILE
               OPEN OUTPUT RECEBIMENTO-FILE
           END-IF.
           MOVE WS-RCB-ARQUIVO-NOME TO RCB-ARQUIVO.
           MOVE WS-RCB-DATA-HORA(1:8) TO RCB-DATA.
           MOVE WS-RCB-DATA-HORA(9:6) TO RCB-HORA.
           MOVE WS-RCB-REGISTROS TO RCB-REGISTROS.
           MOVE WS-RCB-SOMA TO RCB-SOMA.
           MOVE WS-RCB-NOVA-SITUACAO TO RCB-SITUACAO.
           MOVE WS-RCB-PROGRAMA TO RCB-PROGRAMA.
           MOVE 0 TO RCB-DATA-PROC.
           MOVE 0 TO RCB-HORA-PROC.
           WRITE RECEBIMENTO-REC.
           CLOSE RECEBIMENTO-FILE.

      *    regrava o registro pela copia de trabalho trocando a
      *    situacao das linhas R escolhidas pelo criterio.
       MUDA-SITUACAO-RECEBIDO.
           MOVE FUNCTION CURRENT-DATE TO WS-RCB-DATA-HORA.
           OPEN OUTPUT RECEBIMENTO-TRABALHO-FILE.
           OPEN INPUT RECEBIMENTO-FILE.
           PERFORM UNTIL WS-RECEB-STATUS NOT = "00"
               READ RECEBIMENTO-FILE
                   AT END
                       MOVE "10" TO WS-RECEB-STATUS
                   NOT AT END
                       PERFORM ESCOLHE-LINHA-RECEBIDA
                       MOVE RECEBIMENTO-REC TO RECEBIMENTO-TRABALHO-REC
                       WRITE RECEBIMENTO-TRABALHO-REC
               END-READ
           END-PERFORM.
           CLOSE RECEBIMENTO-FILE.
           CLOSE RECEBIMENTO-TRABALHO-FILE.

           OPEN INPUT RECEBIMENTO-TRABALHO-FILE.
           OPEN OUTPUT RECEBIMENTO-FILE.
           PERFORM UNTIL WS-RCBTRB-STATUS NOT = "00"
               READ RECEBIMENTO-TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-RCBTRB-STATUS
                   NOT AT END
                       MOVE RECEBIMENTO-TRABALHO-REC TO RECEBIMENTO-REC
                       WRITE RECEBIMENTO-REC
               END-READ
           END-PERFORM.
           CLOSE RECEBIMENTO-FILE.
           CLOSE RECEBIMENTO-TRABALHO-FILE.
           DELETE FILE RECEBIMENTO-TRABALHO-FILE.

       ESCOLHE-LINHA-RECEBIDA.
           MOVE "N" TO WS-RCB-MUDAR.
           IF RCB-ARQUIVO = WS-RCB-ARQUIVO-NOME AND RCB-RECEBIDO
               IF RCB-REGISTROS = WS-RCB-REGISTROS
                       AND RCB-SOMA = WS-RCB-SOMA
                   IF WS-RCB-CRITERIO = "I"
                       MOVE "S" TO WS-RCB-MUDAR
                   END-IF
               ELSE
                   IF WS-RCB-CRITERIO = "D"
                       MOVE "S" TO WS-RCB-MUDAR
                   END-IF
               END-IF
           END-IF.
           IF WS-RCB-MUDAR = "S"
               MOVE WS-RCB-NOVA-SITUACAO TO RCB-SITUACAO
               MOVE WS-RCB-PROGRAMA TO RCB-PROGRAMA
               MOVE WS-RCB-DATA-HORA(1:8) TO RCB-DATA-PROC
               MOVE WS-RCB-DATA-HORA(9:6) TO RCB-HORA-PROC
           END-IF.
