      *    campos de trabalho da recertificacao (ver RCTSEL/RCTFD/
      *    RCTPROC): o ciclo em WS-RCT-CICLO (branco = o ultimo do
      *    arquivo) vai para a tabela no CARREGA-CICLO; o chamador
      *    mexe na tabela, soma 1 em WS-RCT-ALTERACOES por linha
      *    mudada e faz REGRAVA-CICLO.
       01  WS-RECERT-STATUS PIC XX.
       01  WS-RCTTRB-STATUS PIC XX.
       01  WS-RCT-CICLO PIC X(6).
       01  WS-TABELA-RECERT.
           05  TAB-RCT OCCURS 20 TIMES INDEXED BY RCT-IDX.
               10  TAB-RCT-REGISTRO.
                   15  TAB-RCT-CICLO        PIC X(6).
                   15  TAB-RCT-OPERADOR     PIC X(8).
                   15  TAB-RCT-PERFIL       PIC X.
                   15  TAB-RCT-RESPONSAVEL  PIC X(8).
                   15  TAB-RCT-ULTIMO-LOGON PIC 9(8).
                   15  TAB-RCT-PRAZO        PIC 9(8).
                   15  TAB-RCT-SITUACAO     PIC X.
                       88  RECERT-PENDENTE   VALUE "P".
                       88  RECERT-CONFIRMADA VALUE "C".
                       88  RECERT-REVOGADA   VALUE "R".
                       88  RECERT-VENCIDA    VALUE "V".
                   15  TAB-RCT-REVISOR      PIC X(8).
                   15  TAB-RCT-DATA-DECISAO PIC 9(8).
               10  TAB-RCT-NO-ARQUIVO PIC X.
       01  WS-QTD-RECERT PIC 9(2) VALUE 0.
       01  WS-RCT-ALTERACOES PIC 9(3) VALUE 0.
