       01  WS-RUNLOG-REGISTROS PIC 9(5) VALUE 0.
       01  WS-RUNLOG-RESULTADO PIC X(10) VALUE "OK".
       01  WS-RUNLOG-DATA-HORA PIC X(21).
       01  WS-RUNLOG-TIPO      PIC X(3).
      *    janela noturna (ver RUNFD.cpy): lida a cada linha do log;
      *    RUNLOG-PASSO-PULADO avisa o programa de que o passo ja foi
      *    concluido nesta janela (ou a retomada foi recusada) e nao
      *    deve rodar de novo.
       01  WS-JANATUAL-STATUS  PIC XX.
       01  WS-JANCTRL-STATUS   PIC XX.
       01  WS-JANPASSO-STATUS  PIC XX.
       01  WS-RUNLOG-JANELA    PIC 9(8) VALUE 0.
       01  WS-RUNLOG-JANELA-SIT PIC X VALUE SPACE.
           88  RUNLOG-JANELA-EM-CURSO VALUE "A" "R".
       01  WS-RUNLOG-JANELA-ANTES PIC X VALUE SPACE.
       01  WS-RUNLOG-PASSO-LISTADO PIC X VALUE "N".
       01  WS-RUNLOG-PULA      PIC X VALUE "N".
           88  RUNLOG-PASSO-PULADO VALUE "S".
