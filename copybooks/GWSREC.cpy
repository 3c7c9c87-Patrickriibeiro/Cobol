      *    saida para o gateway de e-mail/SMS (MSGGWOUT.DAT): uma
      *    entrega do PROG10 por registro, no canal e endereco do
      *    diretorio de destinatarios (DESTDIR.DAT). TENTATIVA 1 e
      *    o envio original; 2 e o reenvio pelo outro canal do
      *    destinatario, gravado pelo PROG141 quando o gateway
      *    devolve falha. o gateway envia cada par ID/TENTATIVA uma
      *    vez e responde no MSGGWRET.DAT (ver GWRREC).
       01  GATEWAY-SAIDA-REC.
           05  GWS-MLOG-ID      PIC 9(4).
           05  GWS-TENTATIVA    PIC 9.
           05  GWS-CANAL        PIC X.
               88  GWS-CANAL-EMAIL VALUE "E".
               88  GWS-CANAL-SMS   VALUE "S".
           05  GWS-ENDERECO     PIC X(40).
           05  GWS-DESTINATARIO PIC X(20).
           05  GWS-PRIORIDADE   PIC X.
           05  GWS-DATA         PIC 9(8).
           05  GWS-HORA         PIC 9(6).
           05  GWS-TEXTO        PIC X(80).
