      *    PM-DEPTO contra ele e o PROG72 imprime o espelho de cada
      *    departamento. "VEND", "VND " e "VENDAS" viram um codigo
      *    so.
      *    fusao e troca de codigo passam pelo PROG159, que regrava
      *    os arquivos vivos e guarda o mapa antigo -> novo em
      *    DEPTMAPA.DAT (ver DMAPSEL/DMAPFD/DMAPWS/DMAPPROC).
       01  DEPT-DEPARTAMENTO-REC.
           05  DEPT-CODIGO    PIC X(4).
           05  DEPT-DESCRICAO PIC X(20).
