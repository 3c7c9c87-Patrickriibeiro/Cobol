      *            pendentes do CKPTCOM.DAT e as urgentes do
      *            MENSLOG.DAT ainda sem confirmacao em MSGACK.DAT.
      *            a primeira hora da manha volta a ser de trabalho.
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
