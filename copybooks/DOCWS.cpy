      *    campos de trabalho da conferencia de CPF e PIS/PASEP (ver
      *    DOCPROC.cpy): o chamador poe o numero em WS-DOC-NUMERO e
      *    testa DOCUMENTO-VALIDO depois do PERFORM.
       01  WS-DOC-NUMERO    PIC 9(11).
       01  WS-DOC-DIGITOS REDEFINES WS-DOC-NUMERO.
           05  WS-DOC-DIGITO PIC 9 OCCURS 11.
       01  WS-DOC-RESULTADO PIC X.
           88  DOCUMENTO-VALIDO VALUE "S".
       01  WS-DOC-IDX       PIC 9(2).
       01  WS-DOC-PESO      PIC 9(2).
       01  WS-DOC-SOMA      PIC 9(4).
       01  WS-DOC-RESTO     PIC 9(2).
       01  WS-DOC-DV        PIC 9(2).
      *    pesos do PIS/PASEP, da primeira a decima posicao.
       01  WS-DOC-PESOS-PIS-VALORES PIC X(10) VALUE "3298765432".
       01  WS-DOC-PESOS-PIS REDEFINES WS-DOC-PESOS-PIS-VALORES.
           05  WS-DOC-PESO-PIS PIC 9 OCCURS 10.
