       FD  MUDANCAS-VIGENCIA-FILE.
      *    SITUACAO: P = programada (aprovada, aguardando a data),
      *    E = efetivada no mestre. ACAO como em PENDREC (I/A). as
      *    imagens seguem o layout do PAYREC; na efetivacao a
      *    anterior passa a ser a do mestre no momento da troca.
       01  MV-MUDANCA-REC.
           05  MV-COD             PIC X(6).
           05  MV-DATA-VIGENCIA   PIC 9(8).
           05  MV-VIGENCIA-R REDEFINES MV-DATA-VIGENCIA.
               10  MV-VIG-ANO-MES PIC 9(6).
               10  MV-VIG-DIA     PIC 9(2).
           05  MV-SITUACAO        PIC X.
               88  MV-PROGRAMADA  VALUE "P".
               88  MV-EFETIVADA   VALUE "E".
           05  MV-ACAO            PIC X.
           05  MV-SOLICITANTE     PIC X(8).
           05  MV-APROVADOR       PIC X(8).
           05  MV-DATA-APROVACAO  PIC 9(8).
           05  MV-DATA-EFETIVACAO PIC 9(8).
           05  MV-IMAGEM-ANTERIOR.
               10  MV-ANT-COD       PIC X(6).
               10  MV-ANT-GRADE     PIC X(2).
               10  MV-ANT-DEPTO     PIC X(4).
               10  MV-ANT-SALARIO   PIC 9(7)V99.
               10  MV-ANT-DESCONTOS PIC 9(5)V99.
           05  MV-IMAGEM-NOVA.
               10  MV-NOVA-COD       PIC X(6).
               10  MV-NOVA-GRADE     PIC X(2).
               10  MV-NOVA-DEPTO     PIC X(4).
               10  MV-NOVA-SALARIO   PIC 9(7)V99.
               10  MV-NOVA-DESCONTOS PIC 9(5)V99.
