       FD  AFASTAMENTOS-FILE.
      *    o afastamento vai de AF-DATA-INICIO ate a vespera do
      *    retorno: o efetivo, quando registrado, senao o previsto.
      *    documento = atestado, CAT, certidao ou a portaria da
      *    licenca.
       01  AF-AFASTAMENTO-REC.
           05  AF-COD              PIC X(6).
           05  AF-TIPO             PIC X.
               88  AF-DOENCA           VALUE "D".
               88  AF-ACIDENTE         VALUE "A".
               88  AF-MATERNIDADE      VALUE "M".
               88  AF-NAO-REMUNERADA   VALUE "N".
               88  AF-TIPO-VALIDO      VALUE "D" "A" "M" "N".
           05  AF-DATA-INICIO      PIC 9(8).
           05  AF-RETORNO-PREVISTO PIC 9(8).
           05  AF-RETORNO-EFETIVO  PIC 9(8).
           05  AF-DOCUMENTO        PIC X(20).
           05  AF-OPERADOR         PIC X(8).
           05  AF-DATA-REGISTRO    PIC 9(8).
