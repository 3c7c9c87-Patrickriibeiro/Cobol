      *    uma linha por departamento (DEPT-CODIGO) e grade
      *    (GR-CODIGO) com a quantidade de postos autorizada.
       FD  QUADRO-VAGAS-FILE.
       01  QDR-QUADRO-REC.
           05  QDR-DEPTO       PIC X(4).
           05  QDR-GRADE       PIC X(2).
           05  QDR-AUTORIZADO  PIC 9(4).

      *    requisicao de vaga: aberta por um operador (P=pendente),
      *    aprovada por um supervisor (A=aprovada, vaga em aberto),
      *    consumida pela contratacao no PROG31 (U=preenchida, com
      *    o codigo de quem entrou) ou cancelada (C).
       FD  REQUISICOES-FILE.
       01  RQ-REQUISICAO-REC.
           05  RQ-NUMERO          PIC 9(5).
           05  RQ-DEPTO           PIC X(4).
           05  RQ-GRADE           PIC X(2).
           05  RQ-SITUACAO        PIC X.
               88  RQ-PENDENTE    VALUE "P".
               88  RQ-APROVADA    VALUE "A".
               88  RQ-PREENCHIDA  VALUE "U".
               88  RQ-CANCELADA   VALUE "C".
           05  RQ-DATA-ABERTURA   PIC 9(8).
           05  RQ-SOLICITANTE     PIC X(8).
           05  RQ-DATA-APROVACAO  PIC 9(8).
           05  RQ-APROVADOR       PIC X(8).
           05  RQ-COD-FUNCIONARIO PIC X(6).
           05  RQ-DATA-PREENCHIDA PIC 9(8).
           05  RQ-MOTIVO          PIC X(30).
