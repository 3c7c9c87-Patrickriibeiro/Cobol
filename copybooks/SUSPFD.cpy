       FD  SUSPENSO-FILE.
      *    um pagamento do arquivo retorno do banco que nao pode ser
      *    lancado: codigo sem cliente no CLIMSTR (N), cliente
      *    inativo (I) ou valor que nao cabe no saldo do razao (V).
      *    fica pendente ate o supervisor atribuir o cliente.
       01  SUS-RECEBIMENTO-REC.
           05  SUS-LOTE             PIC X(10).
           05  SUS-SEQ              PIC 9(6).
           05  SUS-CLI-CODIGO       PIC X(5).
           05  SUS-DATA-PAGTO       PIC 9(8).
           05  SUS-VALOR            PIC 9(9)V99.
           05  SUS-DOCUMENTO        PIC X(15).
           05  SUS-MOTIVO           PIC X.
               88  SUS-SEM-CLIENTE     VALUE "N".
               88  SUS-CLIENTE-INATIVO VALUE "I".
               88  SUS-VALOR-ALTO      VALUE "V".
           05  SUS-SITUACAO         PIC X.
               88  SUS-PENDENTE        VALUE "P".
               88  SUS-ATRIBUIDO       VALUE "A".
           05  SUS-CLIENTE          PIC X(20).
           05  SUS-OPERADOR         PIC X(8).
           05  SUS-DATA-ATRIBUICAO  PIC 9(8).
