      *    FILA-TEXTO pode ficar vazio: o texto sai do modelo,
      *    preenchido com a data e o campo livre (o nome vem do
      *    destinatario da entrega).
      *    o destinatario pode ser um papel, resolvido pelo PROG10
      *    so na hora da entrega (a troca de gerente ou de chefe
      *    vale para o que ja esta na fila):
      *      GERENTE:<depto>    gerente do departamento (DEPTMSTR)
      *      SUPERIOR:<FM-COD>  chefe imediato ativo (FM-SUPERIOR)
      *      SUPERVISOR:<FM-COD> chefe do chefe; sem ele, o
      *                         supervisor do chefe no DESTDIR
      *      FUNCIONARIO:<FM-COD> o proprio funcionario, ativo
      *      RH                 gerente do departamento RH; sem
      *                         ele, a caixa RH do diretorio
      *    papel sem pessoa vai para a fila morta (motivo R).
       01  FILA-MENSAGEM-REC.
           05  FILA-DESTINATARIO   PIC X(20).
           05  FILA-PRIORIDADE     PIC X.
