      *    planos de acao da pesquisa (ver PLANFD/PLANWS/PLANPROC):
      *    um registro por departamento e pergunta abaixo da nota
      *    minima da campanha, aberto pelo PROG85 no fechamento,
      *    atualizado pelo dono no PROG144 e cobrado pelo PROG145.
           SELECT PLANOS-FILE ASSIGN TO "PESQPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
