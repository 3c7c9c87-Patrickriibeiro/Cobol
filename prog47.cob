      *            informada pelo operador), conferindo a contagem
      *            gravada contra a recarregada antes de declarar
      *            sucesso - divergencia termina com RETURN-CODE 8.
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

