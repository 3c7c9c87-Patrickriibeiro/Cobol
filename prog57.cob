      *            MENSLOG - escolhidos pelo cartao de parametro
      *            EXPPARM.DAT (arquivo + faixa de datas). acabou a
      *            redigitacao mensal para a planilha.
      * 2026-10-15 MENSLOG ganhou o papel enderecado na fila
      *            (MLOG-PAPEL) no fim do registro.
      * 2026-10-15 PESQTAL.DAT ganhou APUR-QTD-COMENTARIOS no fim
      *            (pergunta de comentario livre do PROG14).
      * 2026-10-15 rua, CEP e nascimento do EXPFUNC mascarados pela
      *            tabela MASCARA.DAT conforme o perfil da sessao do
      *            menu (sem sessao, tudo mascarado); extrato com
      *            dado sensivel em claro deixa linha no AUDCOMUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.

           COPY "MASCSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-EXPORT-FILE.
           05  APUR-TIPO       PIC X.
           05  APUR-QTD-PONTO OCCURS 5 TIMES PIC 9(5).
           05  APUR-MEDIA      PIC 9V99.
           05  APUR-QTD-COMENTARIOS PIC 9(5).

       FD  RAZAO-CLIENTE-FILE.
       COPY "LEDGREC.cpy".
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  EXPORT-SAIDA-FILE.
       01  EXPORT-SAIDA-LINHA PIC X(160).

       COPY "MASCFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-EXPPARM-STATUS PIC XX.
       01  WS-DEST-ACHADO PIC X VALUE "N".
           88  DESTINO-NA-TABELA VALUE "S".

      *    campos do extrato de funcionarios ja com a mascara do
      *    perfil aplicada.
       01  WS-EXP-NASCIMENTO PIC X(8).
       01  WS-EXP-RUA PIC X(30).
       01  WS-EXP-CEP PIC X(8).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "MASCWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT PARAMETRO-EXPORT-FILE.
           END-READ.
           CLOSE PARAMETRO-EXPORT-FILE.

           PERFORM DEFINE-MASCARAS.
           DISPLAY WS-MASC-CABECALHO.

           IF WS-ARQUIVO-PEDIDO = "FUNCMSTR"
                   OR WS-ARQUIVO-PEDIDO = "TODOS"
               PERFORM EXPORTA-FUNCIONARIOS
           CLOSE FUNCIONARIO-MASTER-FILE.
           CLOSE EXPORT-SAIDA-FILE.
           DISPLAY "EXPFUNC.TXT: " WS-QTD-EXPORTADAS " LINHA(S)".
           IF NOT MASCARA-ENDERECO OR NOT MASCARA-CEP
                   OR NOT MASCARA-NASCIMENTO
               MOVE "EXPFUNC.TXT" TO WS-MASC-ARQUIVO
               PERFORM AUDITA-SAIDA-EM-CLARO
           END-IF.

      *    rua, CEP e nascimento saem com asteriscos para o perfil
      *    que nao os ve em claro; cidade e UF seguem abertas.
       EXPORTA-LINHA-FUNCIONARIO.
           ADD 1 TO WS-QTD-EXPORTADAS.
           MOVE FM-DATA-NASCIMENTO TO WS-EXP-NASCIMENTO.
           MOVE FM-END-RUA TO WS-EXP-RUA.
           MOVE FM-END-CEP TO WS-EXP-CEP.
           IF MASCARA-NASCIMENTO
               MOVE ALL "*" TO WS-EXP-NASCIMENTO
           END-IF.
           IF MASCARA-ENDERECO
               MOVE ALL "*" TO WS-EXP-RUA
           END-IF.
           IF MASCARA-CEP
               MOVE ALL "*" TO WS-EXP-CEP
           END-IF.
           MOVE SPACES TO EXPORT-SAIDA-LINHA.
           STRING FM-COD ";"
                  FUNCTION TRIM(FM-NOME) ";"
                  FM-IDADE ";"
                  FM-ESCOLARIEDADE ";"
                  FM-DATA-ADMISSAO ";"
                  WS-EXP-NASCIMENTO ";"
                  FUNCTION TRIM(WS-EXP-RUA) ";"
                  FUNCTION TRIM(FM-END-CIDADE) ";"
                  FM-END-UF ";"
                  WS-EXP-CEP ";"
                  FM-SITUACAO
               DELIMITED BY SIZE INTO EXPORT-SAIDA-LINHA.
           WRITE EXPORT-SAIDA-LINHA.
                   END-IF
               END-IF
           END-IF.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "MASCPROC.cpy".
