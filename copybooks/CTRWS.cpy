      *    campos de trabalho dos contratos recorrentes (ver CTRSEL/
      *    CTRFD/CTRPROC): o arquivo fica inteiro em tabela.
      *    DATA-COBRANCA-CONTRATO devolve em WS-CTR-DATA-COBRANCA o
      *    dia em que o contrato em CTR-CONTRATO-REC vence na
      *    competencia WS-CTR-COMPETENCIA e em WS-CTR-VIGENTE se o
      *    contrato vale nesse dia (usa DATAWS/DATAPROC).
       01  WS-CONTRATOS-STATUS PIC XX.
       01  WS-TABELA-CONTRATOS.
           05  TAB-CTR OCCURS 2000 TIMES INDEXED BY CTR-IDX
                       PIC X(109).
       01  WS-QTD-CONTRATOS PIC 9(4) VALUE 0.
       01  WS-CTR-COMPETENCIA PIC 9(6).
       01  WS-CTR-DATA-COBRANCA PIC 9(8).
       01  WS-CTR-DATA-COBRANCA-R REDEFINES WS-CTR-DATA-COBRANCA.
           05  WS-CTR-COBR-ANO-MES PIC 9(6).
           05  WS-CTR-COBR-DIA     PIC 9(2).
       01  WS-CTR-VIGENTE PIC X.
           88  CONTRATO-VIGENTE VALUE "S".
