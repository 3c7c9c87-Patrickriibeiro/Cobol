      *            aprovacao do supervisor no PROG69, como qualquer
      *            mudanca salarial; o diretorio e regravado direto.
      *            acabou a redigitacao da planilha corrigida.
      * 2026-10-15 a pendencia de salario gerada pela importacao leva
      *            a data do dia como vigencia (PENDREC ganhou o campo).
      * 2026-10-15 diretorio de destinatarios ganhou as colunas
      *            CANAL-1;ENDERECO-1;CANAL-2;ENDERECO-2 da entrega
      *            externa pelo gateway (E = e-mail, S = SMS).
      * 2026-10-15 IMPDELIM.TXT so e importado se o PROG157 o registrou
      *            no RECEBIDO.DAT e ainda nao foi processado; arquivo
      *            repetido ou sem registro termina com RC=0008. a
      *            importacao concluida marca o arquivo como processado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".
           COPY "RUNSEL.cpy".
           COPY "RCBSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  IMPORTACAO-FILE.
       01  IMPORTACAO-LINHA PIC X(200).

       FD  PAGAMENTO-MASTER-FILE.
       COPY "PAYREC.cpy".
           05  DIR-AUSENTE-ATE    PIC X(8).
           05  DIR-DELEGADO       PIC X(20).
           05  DIR-DIGESTO        PIC X.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       FD  IMPORTACAO-REPORT-FILE.
       01  IMPORTACAO-REPORT-LINHA PIC X(100).
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".
       COPY "RUNFD.cpy".
       COPY "RCBFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-QTD-REJEITADAS PIC 9(5) VALUE 0.
       01  WS-MOTIVO-REJEICAO PIC X(30).

      *    campos desmontados da linha (ate 10 colunas).
       01  WS-CAMPO-1 PIC X(30).
       01  WS-CAMPO-2 PIC X(30).
       01  WS-CAMPO-3 PIC X(30).
       01  WS-CAMPO-4 PIC X(30).
       01  WS-CAMPO-5 PIC X(30).
       01  WS-CAMPO-6 PIC X(30).
       01  WS-CAMPO-7 PIC X(30).
       01  WS-CAMPO-8 PIC X(40).
       01  WS-CAMPO-9 PIC X(30).
       01  WS-CAMPO-10 PIC X(40).

      *    conferencia de valor decimal no padrao NUMVAL da TESTE:
      *    digitos com no maximo um ponto.
      *    diretorio inteiro em memoria para a regravacao.
       01  WS-TABELA-DIRETORIO.
           05  TAB-DIR OCCURS 100 TIMES.
               10  TAB-DIR-REGISTRO PIC X(159).
       01  WS-QTD-DIRETORIO PIC 9(3) VALUE 0.
       01  WS-DIR-IDX PIC 9(3).
       01  WS-DIR-ACHADO-IDX PIC 9(3).
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "RUNWS.cpy".
       COPY "RCBWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.

           MOVE "IMPDELIM.TXT" TO WS-RCB-ARQUIVO-NOME.
           MOVE "PROG104" TO WS-RCB-PROGRAMA.
           PERFORM CONFERE-RECEBIMENTO.
           IF RECEBIDO-PRESENTE AND NOT RECEBIMENTO-LIBERADO
               CLOSE EXCECOES-COMUM-FILE
               MOVE "NAO-RECEB" TO WS-RUNLOG-RESULTADO
               PERFORM GRAVA-RUNLOG-FIM
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT IMPORTACAO-FILE.
           IF WS-IMPORTACAO-STATUS NOT = "00"
               DISPLAY "IMPDELIM.TXT NAO ENCONTRADO"
           DISPLAY IMPORTACAO-REPORT-LINHA.
           CLOSE IMPORTACAO-REPORT-FILE.
           CLOSE EXCECOES-COMUM-FILE.
           PERFORM BAIXA-RECEBIMENTO.

           MOVE WS-QTD-ACEITAS TO WS-RUNLOG-REGISTROS.
           PERFORM GRAVA-RUNLOG-FIM.
           MOVE SPACES TO WS-CAMPO-4.
           MOVE SPACES TO WS-CAMPO-5.
           MOVE SPACES TO WS-CAMPO-6.
           MOVE SPACES TO WS-CAMPO-7.
           MOVE SPACES TO WS-CAMPO-8.
           MOVE SPACES TO WS-CAMPO-9.
           MOVE SPACES TO WS-CAMPO-10.
           UNSTRING IMPORTACAO-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                    WS-CAMPO-4 WS-CAMPO-5 WS-CAMPO-6
                    WS-CAMPO-7 WS-CAMPO-8 WS-CAMPO-9
                    WS-CAMPO-10.

           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           IF DESTINO-PAYMSTR

      *    linha limpa de salario vira pendencia de aprovacao, como
      *    a digitada no PROG42: a imagem anterior vem do mestre e
      *    o supervisor decide no PROG69. a planilha nao traz data
      *    de vigencia: vale a partir da importacao.
       APLICA-LINHA-PAYMSTR.
           MOVE WS-CAMPO-1(1:6) TO PM-COD.
           MOVE SPACES TO WS-IMAGEM-ANTERIOR.
           MOVE WS-DATA-HOJE TO PEND-DATA.
           MOVE WS-IMAGEM-ANTERIOR TO PEND-IMAGEM-ANTERIOR.
           MOVE PM-PAGAMENTO-REC TO PEND-IMAGEM-NOVA.
           MOVE WS-DATA-HOJE TO PEND-DATA-VIGENCIA.
           WRITE PEND-MUDANCA-REC.

      *    DESTINATARIO;SUPERVISOR;AUSENTE-DE;AUSENTE-ATE;
      *    DELEGADO;DIGESTO;CANAL-1;ENDERECO-1;CANAL-2;ENDERECO-2 -
      *    datas de ausencia (quando presentes) pela validacao comum
      *    de calendario; canal E ou S com endereco, e o segundo
      *    canal diferente do primeiro. planilha antiga, de 6
      *    colunas, entra sem canal.
       VALIDA-LINHA-DESTDIR.
           IF WS-CAMPO-1 = SPACES
               MOVE "DESTINATARIO VAZIO" TO WS-MOTIVO-REJEICAO
                   AND WS-CAMPO-6(1:1) NOT = "S"
                   AND WS-CAMPO-6(1:1) NOT = "N"
               MOVE "DIGESTO FORA DE S/N" TO WS-MOTIVO-REJEICAO
               GO TO VALIDA-LINHA-DESTDIR-FIM
           END-IF.
           IF WS-CAMPO-7 NOT = SPACES
                   AND WS-CAMPO-7(1:1) NOT = "E"
                   AND WS-CAMPO-7(1:1) NOT = "S"
               MOVE "CANAL-1 FORA DE E/S" TO WS-MOTIVO-REJEICAO
               GO TO VALIDA-LINHA-DESTDIR-FIM
           END-IF.
           IF WS-CAMPO-7 NOT = SPACES AND WS-CAMPO-8 = SPACES
               MOVE "ENDERECO-1 VAZIO" TO WS-MOTIVO-REJEICAO
               GO TO VALIDA-LINHA-DESTDIR-FIM
           END-IF.
           IF WS-CAMPO-9 NOT = SPACES
                   AND WS-CAMPO-9(1:1) NOT = "E"
                   AND WS-CAMPO-9(1:1) NOT = "S"
               MOVE "CANAL-2 FORA DE E/S" TO WS-MOTIVO-REJEICAO
               GO TO VALIDA-LINHA-DESTDIR-FIM
           END-IF.
           IF WS-CAMPO-9 NOT = SPACES AND WS-CAMPO-10 = SPACES
               MOVE "ENDERECO-2 VAZIO" TO WS-MOTIVO-REJEICAO
               GO TO VALIDA-LINHA-DESTDIR-FIM
           END-IF.
           IF WS-CAMPO-9 NOT = SPACES
                   AND WS-CAMPO-9(1:1) = WS-CAMPO-7(1:1)
               MOVE "CANAL-2 IGUAL AO CANAL-1" TO WS-MOTIVO-REJEICAO
           END-IF.

       VALIDA-LINHA-DESTDIR-FIM.
           MOVE WS-CAMPO-4(1:8) TO DIR-AUSENTE-ATE.
           MOVE WS-CAMPO-5(1:20) TO DIR-DELEGADO.
           MOVE WS-CAMPO-6(1:1) TO DIR-DIGESTO.
           MOVE WS-CAMPO-7(1:1) TO DIR-CANAL-1.
           MOVE WS-CAMPO-8 TO DIR-ENDERECO-1.
           MOVE WS-CAMPO-9(1:1) TO DIR-CANAL-2.
           MOVE WS-CAMPO-10 TO DIR-ENDERECO-2.

           MOVE 0 TO WS-DIR-ACHADO-IDX.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "RUNPROC.cpy".
       COPY "RCBPROC.cpy".
