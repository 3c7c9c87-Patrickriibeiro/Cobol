      *            lista as mensagens pendentes dele em MENSLOG.DAT
      *            e marca cada uma como recebida, com a confirmacao
      *            gravada por MLOG-ID em MSGACK.DAT.
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

       FD  CONFIRMACAO-FILE.
       01  CONFIRMACAO-REC.
      *    "S" = entregas de rotina ficam retidas para o digesto
      *    diario (PROG89); urgentes passam direto.
           05  DIR-DIGESTO        PIC X.
      *    canais de entrega externa pelo gateway (PROG10/PROG141):
      *    E = e-mail, S = SMS, branco = sem canal; o segundo par e
      *    o canal alternativo para reenviar a entrega que falhou.
           05  DIR-CANAL-1        PIC X.
           05  DIR-ENDERECO-1     PIC X(40).
           05  DIR-CANAL-2        PIC X.
           05  DIR-ENDERECO-2     PIC X(40).

       WORKING-STORAGE SECTION.

