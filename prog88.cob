      *            SLA-ROTINA-HORAS (padrao 48), ambos do arquivo
      *            central de parametros. "quanto tempo levam para
      *            confirmar" ganha numero.
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
