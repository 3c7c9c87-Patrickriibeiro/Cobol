       FD  EXPERIENCIA-FILE.
      *    contrato de experiencia 45+45: EXP-FIM-PRIMEIRO e o
      *    ultimo dia do primeiro prazo, EXP-FIM-SEGUNDO o da
      *    prorrogacao. a decisao de cada prazo (prorrogar,
      *    efetivar, desligar) tem de sair ate o ultimo dia dele;
      *    passou em branco, o contrato vira por prazo
      *    indeterminado. os avisos guardam a data em que o gerente
      *    e o supervisor foram chamados no prazo corrente.
       01  EXP-EXPERIENCIA-REC.
           05  EXP-COD              PIC X(6).
           05  EXP-DATA-ADMISSAO    PIC 9(8).
           05  EXP-FIM-PRIMEIRO     PIC 9(8).
           05  EXP-FIM-SEGUNDO      PIC 9(8).
           05  EXP-SITUACAO         PIC X.
               88  EXP-PRIMEIRO-PRAZO  VALUE "1".
               88  EXP-PRORROGADO      VALUE "2".
               88  EXP-EM-ABERTO       VALUE "1" "2".
               88  EXP-EFETIVADO       VALUE "E".
               88  EXP-DESLIGAMENTO    VALUE "D".
               88  EXP-VENCIDO         VALUE "V".
           05  EXP-DECISAO          PIC X.
           05  EXP-DATA-DECISAO     PIC 9(8).
           05  EXP-OPERADOR         PIC X(8).
           05  EXP-AVISO-GERENTE    PIC 9(8).
           05  EXP-AVISO-SUPERVISOR PIC 9(8).
