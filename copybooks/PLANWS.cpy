      *    campos de trabalho dos planos de acao (ver PLANSEL/
      *    PLANFD/PLANPROC): o arquivo inteiro fica em tabela de
      *    imagens do registro; PROCURA-PLANO acha o plano da chave
      *    campanha + departamento + pergunta e devolve a linha em
      *    WS-PLANO-ACHADO (zero = nao tem).
       01  WS-PLANO-STATUS PIC XX.
       01  WS-TABELA-PLANOS.
           05  TAB-PLANO OCCURS 500 TIMES INDEXED BY PLANO-IDX
                       PIC X(164).
       01  WS-QTD-PLANOS PIC 9(4) VALUE 0.
       01  WS-PLANO-ACHADO PIC 9(4).
       01  WS-PLANO-CHAVE-PEDIDA.
           05  WS-PLANO-CAMP-PEDIDA  PIC X(10).
           05  WS-PLANO-DEPTO-PEDIDO PIC X(4).
           05  WS-PLANO-PERG-PEDIDA  PIC X(10).
