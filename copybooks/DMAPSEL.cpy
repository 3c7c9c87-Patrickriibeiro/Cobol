      *    mapa de reorganizacao de departamentos (ver DMAPFD/DMAPWS/
      *    DMAPPROC): cada troca de codigo ou fusao de departamento
      *    registrada e aplicada pelo PROG159. os relatorios de
      *    historico (PROG62, PROG96, PROG103) e a soma do PROG3
      *    passam o codigo antigo pelo mapa e somam no novo.
           SELECT MAPA-DEPTOS-FILE ASSIGN TO "DEPTMAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMAP-STATUS.
