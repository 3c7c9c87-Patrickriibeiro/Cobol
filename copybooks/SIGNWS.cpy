               10  TAB-OPER-DATA-TROCA PIC 9(8).
               10  TAB-OPER-FALHAS     PIC 9(2).
               10  TAB-OPER-BLOQUEADO  PIC X.
               10  TAB-OPER-ULTIMO-LOGON PIC 9(8).
               10  TAB-OPER-RESPONSAVEL  PIC X(8).
      *    area de trabalho do hash de senha e da troca forcada.
       01  WS-SENHA-PARA-HASH      PIC X(8).
       01  WS-SENHA-HASH           PIC 9(8).
