      *    CICLO: AAAA + "T" + trimestre (2026T4). SITUACAO:
      *    P pendente, C confirmado, R revogado pelo supervisor,
      *    V vencido sem decisao (bloqueado pelo PROG154). REVISOR
      *    e quem decidiu; "(PRAZO)" no bloqueio automatico.
       FD  RECERT-FILE.
       01  RECERT-REC.
           05  RCT-CICLO        PIC X(6).
           05  RCT-OPERADOR     PIC X(8).
           05  RCT-PERFIL       PIC X.
           05  RCT-RESPONSAVEL  PIC X(8).
           05  RCT-ULTIMO-LOGON PIC 9(8).
           05  RCT-PRAZO        PIC 9(8).
           05  RCT-SITUACAO     PIC X.
               88  RCT-PENDENTE   VALUE "P".
               88  RCT-CONFIRMADO VALUE "C".
               88  RCT-REVOGADO   VALUE "R".
               88  RCT-VENCIDO    VALUE "V".
           05  RCT-REVISOR      PIC X(8).
           05  RCT-DATA-DECISAO PIC 9(8).

       FD  RECERT-TRABALHO-FILE.
       01  RECERT-TRABALHO-REC PIC X(56).
