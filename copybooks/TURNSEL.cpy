      *    fechamentos de turno dos operadores da calculadora (ver
      *    TURNFD/TURNWS/TURNPROC): gravados pelo PROG139, abonados
      *    pelo supervisor no PROG140 e conferidos pelo TESTE.
           SELECT TURNOS-FILE ASSIGN TO "FECHTURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOS-STATUS.
