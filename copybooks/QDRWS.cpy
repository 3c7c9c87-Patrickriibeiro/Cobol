      *    campos de trabalho do quadro de vagas (ver QDRSEL/QDRFD/
      *    QDRPROC). CARREGA-QUADRO e CARREGA-REQUISICOES poem os
      *    dois arquivos em tabela; o chamador varre os ativos do
      *    mestre e, para cada um, poe departamento e grade em
      *    WS-QDR-DEPTO/-GRADE e faz ANOTA-OCUPADO (ou, sem registro
      *    de pagamento ainda, poe o codigo em WS-QDR-COD e faz
      *    ANOTA-OCUPADO-POR-REQUISICAO); CONTA-REQUISICOES soma as
      *    vagas abertas e pendentes. SALDO-DO-QUADRO devolve em
      *    WS-QDR-SALDO os postos ainda livres da celula em QDR-IDX
      *    (autorizado menos ocupado menos abertas).
       01  WS-QDR-STATUS PIC XX.
       01  WS-REQ-STATUS PIC XX.
       01  WS-QDR-TEM-QUADRO PIC X VALUE "N".
           88  CONTROLE-DE-QUADRO VALUE "S".
       01  WS-TABELA-QUADRO.
           05  TAB-QDR OCCURS 200 TIMES INDEXED BY QDR-IDX.
               10  TAB-QDR-DEPTO      PIC X(4).
               10  TAB-QDR-GRADE      PIC X(2).
               10  TAB-QDR-AUTORIZADO PIC 9(4).
               10  TAB-QDR-OCUPADO    PIC 9(4).
               10  TAB-QDR-ABERTO     PIC 9(4).
               10  TAB-QDR-PENDENTE   PIC 9(4).
       01  WS-QTD-QUADRO PIC 9(3) VALUE 0.
       01  WS-QDR-DEPTO PIC X(4).
       01  WS-QDR-GRADE PIC X(2).
       01  WS-QDR-COD   PIC X(6).
       01  WS-QDR-ACHADO PIC X.
           88  QUADRO-ACHADO VALUE "S".
       01  WS-QDR-SALDO PIC S9(5).
       01  WS-QDR-CELULA PIC 9(3).
       01  WS-QDR-DEPTO-AUTORIZADO PIC 9(5).
       01  WS-QDR-DEPTO-OCUPADO    PIC 9(5).
      *    requisicoes inteiras em memoria (imagem do registro de
      *    QDRFD.cpy); regravadas por GRAVA-REQUISICOES.
       01  WS-TABELA-REQUISICOES.
           05  TAB-REQ OCCURS 500 TIMES INDEXED BY REQ-IDX
                       PIC X(88).
       01  WS-QTD-REQUISICOES PIC 9(3) VALUE 0.
       01  WS-REQ-ACHADA PIC 9(3).
