      *    competencias da folha ja fechadas (ver FECHFD/FECHWS/
      *    FECHPROC): uma linha por mes fechado pelo PROG110. mes
      *    fechado nao volta para a folha, para os movimentos nem
      *    para o ponto; acerto vai para o proximo mes aberto.
           SELECT FOLHA-FECHADAS-FILE ASSIGN TO "FOLHFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECH-STATUS.
