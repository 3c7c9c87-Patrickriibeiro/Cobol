      *    registro das ferias ja pagas (FERIAPAG.DAT): uma linha
      *    por agendamento do FERIAS.DAT pago adiantado pelo PROG106
      *    (codigo + inicio do agendamento identificam o gozo). o
      *    PROG43 le este arquivo para tirar da folha da competencia
      *    os dias de ferias ja pagos.
       01  FPG-FERIAS-PAGA-REC.
           05  FPG-COD            PIC X(6).
           05  FPG-AGENDA-INICIO  PIC 9(8).
           05  FPG-AGENDA-FIM     PIC 9(8).
           05  FPG-DIAS           PIC 9(2).
           05  FPG-DATA-PAGAMENTO PIC 9(8).
           05  FPG-VALOR-FERIAS   PIC 9(7)V99.
           05  FPG-VALOR-TERCO    PIC 9(7)V99.
           05  FPG-INSS           PIC 9(6)V99.
           05  FPG-IRRF           PIC 9(6)V99.
           05  FPG-LIQUIDO        PIC S9(7)V99 SIGN LEADING SEPARATE.
