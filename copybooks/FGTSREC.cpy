      *    saldo do FGTS por funcionario (FGTSSAL.DAT), mantido pela
      *    apuracao mensal do deposito (PROG107): saldo acumulado
      *    dos depositos, a ultima competencia depositada e o valor
      *    dela (numa reexecucao da mesma competencia o deposito
      *    anterior e trocado pelo novo, sem dobrar o saldo). a
      *    rescisao (PROG105) le o saldo para a multa rescisoria.
       01  FGS-SALDO-REC.
           05  FGS-COD             PIC X(6).
           05  FGS-SALDO           PIC 9(9)V99.
           05  FGS-ULT-COMPETENCIA PIC 9(6).
           05  FGS-ULT-DEPOSITO    PIC 9(7)V99.
           05  FGS-DATA-ATUALIZACAO PIC 9(8).
