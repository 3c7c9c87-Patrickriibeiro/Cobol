           05  OPER-DATA-TROCA  PIC 9(8).
           05  OPER-FALHAS      PIC 9(2).
           05  OPER-BLOQUEADO   PIC X.
      *    ultimo sign-on com senha (a sessao aproveitada do menu
      *    nao conta) e o supervisor que incluiu o operador no
      *    PROG52, a quem cabe recertifica-lo (PROG155).
           05  OPER-ULTIMO-LOGON PIC 9(8).
           05  OPER-RESPONSAVEL  PIC X(8).

       FD  SESSAO-SIGNON-FILE.
       01  SESSAO-SIGNON-REC.
