       FD  COBRANCA-FILE.
      *    um registro por carta enviada. o atraso fica aberto
      *    enquanto o cliente deve; quitado o razao, o PROG133
      *    encerra os registros e um atraso novo recomeca do
      *    lembrete. a reativacao do cliente suspenso no aviso
      *    final fica carimbada no registro do estagio 3.
       01  COB-COBRANCA-REC.
           05  COB-CLIENTE          PIC X(20).
           05  COB-ESTAGIO          PIC 9.
               88  COB-LEMBRETE        VALUE 1.
               88  COB-AVISO-FORMAL    VALUE 2.
               88  COB-AVISO-FINAL     VALUE 3.
           05  COB-DATA-ENVIO       PIC 9(8).
           05  COB-ABERTO           PIC 9(8)V99.
           05  COB-DIAS             PIC 9(5).
           05  COB-SITUACAO         PIC X.
               88  COB-ABERTA          VALUE "A".
               88  COB-ENCERRADA       VALUE "E".
           05  COB-DATA-ENCERRA     PIC 9(8).
           05  COB-REVISOR          PIC X(8).
           05  COB-DATA-REVISAO     PIC 9(8).
