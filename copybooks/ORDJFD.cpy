      *    uma linha por ordem judicial, varias por funcionario
      *    (OJ-SEQ numera as ordens do funcionario e identifica o
      *    credito do beneficiario na remessa bancaria). base do
      *    desconto: L = percentual do liquido (bruto menos INSS e
      *    IRRF), B = percentual do bruto, F = valor fixo. vigencia
      *    de OJ-INICIO a OJ-FIM; fim zerado = sem prazo.
       FD  ORDENS-JUDICIAIS-FILE.
       01  OJ-ORDEM-REC.
           05  OJ-COD.
               10  OJ-COD-NUMERO PIC 9(5).
               10  OJ-COD-DV     PIC 9.
           05  OJ-SEQ          PIC 9(3).
           05  OJ-TIPO         PIC X.
               88  OJ-PENSAO-ALIMENTICIA VALUE "P".
               88  OJ-PENHORA            VALUE "J".
           05  OJ-PROCESSO     PIC X(20).
           05  OJ-BENEFICIARIO PIC X(20).
           05  OJ-BASE         PIC X.
               88  OJ-BASE-LIQUIDO VALUE "L".
               88  OJ-BASE-BRUTO   VALUE "B".
               88  OJ-BASE-FIXA    VALUE "F".
           05  OJ-PERCENTUAL   PIC 9(3)V99.
           05  OJ-VALOR-FIXO   PIC 9(7)V99.
           05  OJ-BANCO        PIC 9(3).
           05  OJ-AGENCIA      PIC 9(4).
           05  OJ-CONTA        PIC X(12).
           05  OJ-INICIO       PIC 9(8).
           05  OJ-FIM          PIC 9(8).
