      *    retorno do gateway de e-mail/SMS (MSGGWRET.DAT), lido pelo
      *    PROG141: a situacao final de cada ID/TENTATIVA enviado no
      *    MSGGWOUT.DAT (ver GWSREC). D = entregue, B = devolvido
      *    (endereco recusado), F = falha no canal.
       01  GATEWAY-RETORNO-REC.
           05  GWR-MLOG-ID      PIC 9(4).
           05  GWR-TENTATIVA    PIC 9.
           05  GWR-CANAL        PIC X.
           05  GWR-SITUACAO     PIC X.
               88  GWR-ENTREGUE  VALUE "D".
               88  GWR-DEVOLVIDO VALUE "B".
               88  GWR-FALHOU    VALUE "F".
           05  GWR-DATA         PIC 9(8).
           05  GWR-HORA         PIC 9(6).
           05  GWR-DETALHE      PIC X(40).
