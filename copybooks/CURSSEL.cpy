      *    catalogo de cursos e cursos obrigatorios por grade ou
      *    departamento (ver CURSFD/CURSWS/CURSPROC): mantidos no
      *    PROG147, conferidos no registro do PROG98 e cobrados
      *    pelo PROG148 contra o cadastro de treinamentos.
           SELECT CURSOS-FILE ASSIGN TO "CURSOCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOS-STATUS.

           SELECT OBRIGATORIOS-FILE ASSIGN TO "CURSOBRI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRIGATORIOS-STATUS.
