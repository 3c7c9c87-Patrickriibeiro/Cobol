      *    campos de trabalho do mapa de departamentos (ver DMAPSEL/
      *    DMAPFD/DMAPPROC): CARREGA-MAPA-DEPTOS poe o arquivo
      *    inteiro na tabela; o chamador poe um codigo em
      *    WS-DMAP-DEPTO, faz RESOLVE-DEPTO-ATUAL e recebe no mesmo
      *    campo o codigo de hoje (o proprio, quando nao foi
      *    reorganizado).
       01  WS-DMAP-STATUS PIC XX.
       01  WS-TABELA-MAPA-DEPTOS.
           05  TAB-DMAP OCCURS 50 TIMES INDEXED BY DMAP-IDX.
               10  TAB-DMAP-ANTIGO       PIC X(4).
               10  TAB-DMAP-NOVO         PIC X(4).
               10  TAB-DMAP-VIGENCIA     PIC 9(8).
               10  TAB-DMAP-TIPO         PIC X.
                   88  DMAP-TROCA  VALUE "T".
                   88  DMAP-FUSAO  VALUE "F".
               10  TAB-DMAP-SITUACAO     PIC X.
                   88  DMAP-PENDENTE  VALUE "P".
                   88  DMAP-APLICADO  VALUE "A".
                   88  DMAP-CANCELADO VALUE "C".
               10  TAB-DMAP-REGISTRADO-POR PIC X(8).
               10  TAB-DMAP-DATA-REGISTRO  PIC 9(8).
               10  TAB-DMAP-APLICADO-POR   PIC X(8).
               10  TAB-DMAP-DATA-APLICACAO PIC 9(8).
       01  WS-QTD-DMAP PIC 9(2) VALUE 0.
       01  WS-DMAP-DEPTO PIC X(4).
       01  WS-DMAP-SALTOS PIC 9(2).
       01  WS-DMAP-MUDOU PIC X.
