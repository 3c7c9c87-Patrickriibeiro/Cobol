      *    contratos de cobranca recorrente dos clientes do razao
      *    (ver CTRFD/CTRWS/CTRPROC): mantidos no PROG137 e
      *    faturados todo mes pelo PROG136.
           SELECT CONTRATOS-FILE ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATOS-STATUS.
