      *            com opcao de imprimir o texto inteiro. "o que
      *            mandamos ao fulano no ano passado" deixa de
      *            exigir restauracao de arquivo na mao.
      * 2026-10-15 arquivo morto acompanha o MENSLOG, que ganhou o
      *            papel enderecado na fila (ARCH-PAPEL) no fim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ARCH-DATA-ENVIO     PIC 9(8).
           05  ARCH-HORA-ENVIO     PIC 9(6).
           05  ARCH-TEXTO          PIC X(80).
           05  ARCH-PAPEL          PIC X(20).

       FD  CONSULTA-REPORT-FILE.
       01  CONSULTA-REPORT-LINHA PIC X(120).
