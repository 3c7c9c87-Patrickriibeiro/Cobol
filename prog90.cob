      *            avisos e as cobrancas). a resposta tambem fica
      *            em MSGRESP.DAT, e a visao de conversa mostra a
      *            mensagem original com as respostas juntas.
      * 2026-10-15 layout do DESTDIR.DAT acompanha os campos de
      *            canal de entrega externa (gateway e-mail/SMS).
      * 2026-10-15 MENSLOG ganhou o papel enderecado na fila
      *            (MLOG-PAPEL) no fim do registro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  MLOG-DATA-ENVIO     PIC 9(8).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  DIRETORIO-DEST-FILE.
       01  DIRETORIO-DEST-REC.
           05  DIR-AUSENTE-ATE    PIC X(8).
           05  DIR-DELEGADO       PIC X(20).
           05  DIR-DIGESTO        PIC X.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       FD  FILA-MENSAGENS-FILE.
       COPY "FILAREC.cpy".
