      *    ciclo de avaliacao de desempenho (ver AVALFD/AVALWS/
      *    AVALPROC): avaliacoes por funcionario e ciclo, situacao
      *    de cada ciclo e a tabela guia conceito x grade que da o
      *    percentual de merito. mantidos pelo PROG119, conferidos
      *    pelo PROG120 e lidos pelo reajuste por merito (PROG66).
           SELECT AVALIACOES-FILE ASSIGN TO "AVALIAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAL-STATUS.

           SELECT CICLOS-AVALIACAO-FILE ASSIGN TO "CICLOAV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STATUS.

           SELECT GUIA-MERITO-FILE ASSIGN TO "GUIAMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUIA-STATUS.
