       FD  EXAMES-FILE.
      *    um registro por exame feito. o grupo de risco vai no
      *    proprio exame (o cadastro nao tem o campo); o proximo
      *    vencimento sai da tabela de regras na data do exame e
      *    fica zero no demissional.
       01  ASO-EXAME-REC.
           05  ASO-COD              PIC X(6).
           05  ASO-TIPO             PIC X.
               88  ASO-ADMISSIONAL     VALUE "A".
               88  ASO-PERIODICO       VALUE "P".
               88  ASO-RETORNO         VALUE "R".
               88  ASO-DEMISSIONAL     VALUE "D".
               88  ASO-TIPO-VALIDO     VALUE "A" "P" "R" "D".
           05  ASO-DATA             PIC 9(8).
           05  ASO-GRUPO-RISCO      PIC X(2).
           05  ASO-RESULTADO        PIC X.
               88  ASO-APTO            VALUE "A".
               88  ASO-INAPTO          VALUE "I".
               88  ASO-APTO-RESTRICAO  VALUE "R".
               88  ASO-RESULTADO-VALIDO VALUE "A" "I" "R".
           05  ASO-PROXIMO          PIC 9(8).
           05  ASO-MEDICO           PIC X(20).
           05  ASO-OPERADOR         PIC X(8).
           05  ASO-DATA-REGISTRO    PIC 9(8).

       FD  REGRAS-ASO-FILE.
      *    intervalo em meses entre exames periodicos para o grupo
      *    de risco na faixa de idade (inclusive nas duas pontas).
       01  ASO-REGRA-REC.
           05  ASOR-GRUPO           PIC X(2).
           05  ASOR-IDADE-DE        PIC 9(3).
           05  ASOR-IDADE-ATE       PIC 9(3).
           05  ASOR-MESES           PIC 9(3).
