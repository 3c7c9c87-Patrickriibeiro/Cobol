      *    remessa bancaria da folha (BANCOREM.DAT, ver PROG43 e a
      *    conciliacao do PROG64) para os pagamentos fora da folha
      *    mensal, que acrescentam creditos a remessa em aberto (ver
      *    REMFD/REMWS/REMPROC).
           SELECT REMESSA-BANCO-FILE ASSIGN TO "BANCOREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.
