      *    quadro de vagas autorizado por departamento e grade, e
      *    requisicoes de vaga, mantidos pelo PROG117 (ver QDRFD/
      *    QDRWS/QDRPROC). sem o QUADRO.DAT nao ha controle de quadro
      *    e o cadastro (PROG31) contrata como sempre.
           SELECT QUADRO-VAGAS-FILE ASSIGN TO "QUADRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QDR-STATUS.

           SELECT REQUISICOES-FILE ASSIGN TO "REQVAGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
