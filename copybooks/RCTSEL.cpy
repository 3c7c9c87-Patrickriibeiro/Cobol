      *    recertificacao trimestral de operadores (ver RCTFD/RCTWS/
      *    RCTPROC): uma linha por operador por ciclo, aberta pelo
      *    PROG154 e decidida pelo supervisor no PROG155. o arquivo
      *    guarda todos os ciclos; a copia de trabalho so existe
      *    durante a regravacao.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.

           SELECT RECERT-TRABALHO-FILE ASSIGN TO "RECERT.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTTRB-STATUS.
