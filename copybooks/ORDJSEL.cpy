      *    ordens judiciais de desconto em folha (pensao alimenticia
      *    e penhora), mantidas pelo PROG113 (ver ORDJFD/ORDJWS/
      *    ORDJPROC). sem o arquivo, nenhuma ordem e descontada.
           SELECT ORDENS-JUDICIAIS-FILE ASSIGN TO "ORDJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDJ-STATUS.
