       FD  PLANOS-FILE.
      *    a nota vai de 0 a 100: pergunta S/N/T = percentual de
      *    SIM, escala = media x 20. o dono e o gerente do
      *    departamento no DEPTMSTR na abertura. DEPOIS e a nota do
      *    mesmo departamento e pergunta na campanha seguinte que
      *    repetiu a pergunta (antes/depois do plano).
       01  PL-PLANO-REC.
           05  PL-CAMPANHA          PIC X(10).
           05  PL-DEPTO             PIC X(4).
           05  PL-PERGUNTA          PIC X(10).
           05  PL-NOTA              PIC 9(3).
           05  PL-LIMITE            PIC 9(3).
           05  PL-DONO              PIC X(20).
           05  PL-DATA-ABERTURA     PIC 9(8).
           05  PL-PRAZO             PIC 9(8).
           05  PL-SITUACAO          PIC X.
               88  PL-ABERTO        VALUE "A".
               88  PL-EM-ANDAMENTO  VALUE "E".
               88  PL-CONCLUIDO     VALUE "C".
               88  PL-PENDENTE      VALUE "A" "E".
               88  PL-SITUACAO-VALIDA VALUE "A" "E" "C".
           05  PL-NOTAS             PIC X(60).
           05  PL-OPERADOR          PIC X(8).
           05  PL-DATA-ATUALIZACAO  PIC 9(8).
           05  PL-ULTIMA-COBRANCA   PIC 9(8).
           05  PL-CAMPANHA-DEPOIS   PIC X(10).
           05  PL-NOTA-DEPOIS       PIC 9(3).
