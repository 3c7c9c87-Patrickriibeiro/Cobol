      *            varreduras completas (PROG32, PROG44, PROG45,
      *            PROG57) param de atravessar quem saiu ha anos;
      *            a consulta e a volta ficam no PROG79.
      * 2026-10-15 imagem do registro passa a 136 posicoes
      *            (CPF e PIS no FMREC.cpy).
      * 2026-10-15 imagem do registro passa a 142 posicoes
      *            (FM-SUPERIOR no FMREC.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC.
           05  ARCH-TIPO   PIC X.
           05  ARCH-IMAGEM PIC X(142).
       01  ARQUIVO-MORTO-RODAPE REDEFINES ARQUIVO-MORTO-REC.
           05  ARCH-ROD-TIPO     PIC X.
           05  ARCH-ROD-CONTAGEM PIC 9(7).
           05  ARCH-ROD-DATA     PIC 9(8).
           05  FILLER            PIC X(121).

       COPY "PARMFD.cpy".
       COPY "RUNFD.cpy".
