      *            registro de rodape carregando a contagem, para o
      *            PROG47 poder reconstruir o arquivo e provar que
      *            nada se perdeu. ate aqui o mestre era copia unica.
      * 2026-10-15 imagem do registro passa a 136 posicoes
      *            (CPF e PIS no FMREC.cpy).
      * 2026-10-15 imagem do registro passa a 142 posicoes
      *            (FM-SUPERIOR no FMREC.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05  BKP-TIPO   PIC X.
           05  BKP-IMAGEM PIC X(142).
       01  BACKUP-RODAPE REDEFINES BACKUP-REC.
           05  BKP-ROD-TIPO     PIC X.
           05  BKP-ROD-CONTAGEM PIC 9(7).
           05  FILLER           PIC X(129).

       WORKING-STORAGE SECTION.

