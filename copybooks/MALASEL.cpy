      *    biblioteca de modelos de mensagem (MSGTMPL.DAT) lida pela
      *    mala direta (ver MALAFD/MALAWS/MALAPROC): PROG83 para os
      *    funcionarios e PROG133 para as cartas de cobranca.
           SELECT MODELOS-FILE ASSIGN TO "MSGTMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODELOS-STATUS.
