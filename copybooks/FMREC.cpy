      *    para historico mas saem dos relatorios e das pesquisas.
           05  FM-SITUACAO PIC X.
           05  FM-DATA-SAIDA PIC 9(8).
      *    CPF e PIS/PASEP com os digitos verificadores oficiais
      *    (DOCPROC.cpy); zero = ainda nao informado.
           05  FM-CPF PIC 9(11).
           05  FM-PIS PIC 9(11).
      *    chefe imediato (FM-COD de outro ativo); brancos = topo da
      *    linha de comando ou ainda nao informado. mantido no
      *    PROG41, sem ciclos (HIERPROC.cpy).
           05  FM-SUPERIOR PIC X(6).
