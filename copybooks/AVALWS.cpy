      *    campos de trabalho do ciclo de avaliacao (ver AVALSEL/
      *    AVALFD/AVALPROC). avaliacoes e ciclos ficam inteiros em
      *    tabela (imagens do registro); a guia em tabela propria.
       01  WS-AVAL-STATUS  PIC XX.
       01  WS-CICLO-STATUS PIC XX.
       01  WS-GUIA-STATUS  PIC XX.

      *    competencias avaliadas, na ordem de AV-NOTA.
       01  WS-COMPETENCIAS-VALORES.
           05  FILLER PIC X(20) VALUE "QUALIDADE".
           05  FILLER PIC X(20) VALUE "PRODUTIVIDADE".
           05  FILLER PIC X(20) VALUE "TRABALHO EM EQUIPE".
           05  FILLER PIC X(20) VALUE "INICIATIVA".
           05  FILLER PIC X(20) VALUE "ASSIDUIDADE".
       01  WS-COMPETENCIAS REDEFINES WS-COMPETENCIAS-VALORES.
           05  WS-COMPETENCIA-NOME PIC X(20) OCCURS 5 TIMES.

       01  WS-TABELA-AVALIACOES.
           05  TAB-AVAL OCCURS 1000 TIMES INDEXED BY AVAL-IDX
                        PIC X(62).
       01  WS-QTD-AVALIACOES PIC 9(4) VALUE 0.
       01  WS-AVAL-ACHADA PIC 9(4).

       01  WS-TABELA-CICLOS.
           05  TAB-CICLO OCCURS 50 TIMES INDEXED BY CIC-IDX
                         PIC X(29).
       01  WS-QTD-CICLOS PIC 9(2) VALUE 0.
       01  WS-CICLO-ACHADO PIC 9(2).
      *    PROCURA-CICLO devolve em WS-CICLO-ATUAL o ciclo mais
      *    recente na situacao pedida (zero se nao houver).
       01  WS-CICLO-SITUACAO-PEDIDA PIC X.
       01  WS-CICLO-ATUAL PIC 9(4).

       01  WS-TABELA-GUIA.
           05  TAB-GUIA OCCURS 150 TIMES INDEXED BY GUIA-IDX.
               10  TAB-GUIA-CONCEITO   PIC 9.
               10  TAB-GUIA-GRADE      PIC X(2).
               10  TAB-GUIA-PERCENTUAL PIC 9(3)V99.
       01  WS-QTD-GUIA PIC 9(3) VALUE 0.
       01  WS-GUIA-CONCEITO PIC 9.
       01  WS-GUIA-GRADE PIC X(2).
       01  WS-GUIA-PERCENTUAL PIC 9(3)V99.
       01  WS-GUIA-ACHADA PIC 9(3).
