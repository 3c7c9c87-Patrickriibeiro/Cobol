      *    cartas de cobranca ja enviadas por cliente do razao (ver
      *    COBRFD/COBRWS/COBRPROC): gravado pelo PROG133, que nao
      *    repete estagio de um atraso em aberto, e revisado pelo
      *    supervisor na reativacao do PROG92.
           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRANCA-STATUS.
