      *    beneficios do funcionario (vale-transporte, vale-refeicao
      *    e plano de saude), mantidos pelo PROG114 (ver BENFFD/
      *    BENFWS/BENFPROC). sem o arquivo, nada e descontado.
           SELECT BENEFICIOS-FILE ASSIGN TO "BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENF-STATUS.
