      *    acompanhamento dos contratos de experiencia (ver EXPFD/
      *    EXPWS/EXPPROC): um registro por admitido, aberto pelo
      *    PROG125 e com a decisao do gerente registrada no PROG126.
           SELECT EXPERIENCIA-FILE ASSIGN TO "EXPERIEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPER-STATUS.
