      *            estatisticas de volume por destinatario e por
      *            prioridade e descarta arquivos mortos alem da
      *            retencao de 3 meses.
      * 2026-10-15 MENSLOG ganhou o papel enderecado na fila
      *            (MLOG-PAPEL) no fim do registro; arquivo morto e
      *            log reescrito acompanham o registro inteiro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  MLOG-ENVIO-DIA    PIC 9(2).
           05  MLOG-HORA-ENVIO     PIC 9(6).
           05  MLOG-TEXTO          PIC X(80).
           05  MLOG-PAPEL          PIC X(20).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC PIC X(139).

       FD  LOG-TRABALHO-FILE.
       01  LOG-TRABALHO-REC PIC X(139).

       FD  ESTATISTICA-FILE.
       01  ESTATISTICA-LINHA PIC X(80).
