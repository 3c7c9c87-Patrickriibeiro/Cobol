       FD  TURNOS-FILE.
      *    um fechamento de turno por registro. o periodo vai do
      *    fechamento anterior do operador (INICIO, espacos no
      *    primeiro) ate este (FIM); APURADO e o que o historico
      *    HISTTRAN.DAT mostra, DECLARADO o que o operador contou.
      *    DIFERENCA = liquido declarado - liquido apurado
      *    (positivo = sobra, negativo = falta). diferenca nao zero
      *    fica PENDENTE ate o abono de um supervisor.
       01  FT-FECHAMENTO-REC.
           05  FT-OPERADOR           PIC X(8).
           05  FT-INICIO             PIC X(14).
           05  FT-FIM                PIC X(14).
           05  FT-QTD-LINHAS         PIC 9(5).
           05  FT-APURADO-RECEBIDO   PIC 9(8)V99.
           05  FT-APURADO-PAGO       PIC 9(8)V99.
           05  FT-DECLARADO-RECEBIDO PIC 9(8)V99.
           05  FT-DECLARADO-PAGO     PIC 9(8)V99.
           05  FT-DIFERENCA          PIC S9(8)V99 SIGN LEADING
                   SEPARATE.
           05  FT-SITUACAO           PIC X.
               88  FT-BATIDO   VALUE "B".
               88  FT-PENDENTE VALUE "P".
               88  FT-ABONADO  VALUE "A".
           05  FT-SUPERVISOR         PIC X(8).
           05  FT-DATA-ABONO         PIC X(14).
