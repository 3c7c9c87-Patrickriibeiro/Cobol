      *    uma vez, poe a data em WS-CAL-DATA-TESTE e testa
      *    CAL-DIA-UTIL depois do CONFERE-DIA-UTIL; o
      *    ROLA-PROXIMO-DIA-UTIL avanca a mesma data ate cair num
      *    dia util; o RECUA-DIAS-UTEIS volta a data
      *    WS-CAL-QTD-UTEIS dias uteis.
       01  WS-CAL-STATUS PIC XX.
       01  WS-CAL-DATA-TESTE PIC 9(8).
       01  WS-CAL-DIA-UTIL PIC X VALUE "N".
       01  WS-CAL-DIAS PIC 9(7).
       01  WS-CAL-DIA-SEMANA PIC 9.
       01  WS-CAL-ROLAGENS PIC 9(2).
       01  WS-CAL-QTD-UTEIS PIC 9(3).
       01  WS-CAL-UTEIS-CONTADOS PIC 9(3).
