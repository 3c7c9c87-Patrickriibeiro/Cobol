      *    campos de trabalho dos descontos legais por faixa (ver
      *    FAIXAPROC.cpy): as mesmas faixas progressivas da folha
      *    mensal (PROG43), com a tabela vigente na escrita como
      *    padrao e o parametro central (INSS-LIM-n / INSS-TAXA-n /
      *    IRRF-LIM-n / IRRF-TAXA-n, em centavos e centesimos de
      *    ponto) por cima. o chamador carrega as faixas uma vez
      *    (CARREGA-FAIXAS-DESCONTOS), poe a base em WS-FAIXA-BASE
      *    e recebe WS-FAIXA-INSS do CALCULA-INSS-FAIXAS e
      *    WS-FAIXA-IRRF do CALCULA-IRRF-FAIXAS (base menos o INSS
      *    que estiver em WS-FAIXA-INSS).
       01  WS-TABELA-INSS.
           05  TAB-INSS OCCURS 4 TIMES.
               10  TAB-INSS-LIMITE PIC 9(6)V99.
               10  TAB-INSS-TAXA   PIC 9(2)V99.
       01  WS-INSS-PADROES-VALORES.
           05  FILLER PIC 9(8) VALUE 00151200.
           05  FILLER PIC 9(4) VALUE 0750.
           05  FILLER PIC 9(8) VALUE 00275940.
           05  FILLER PIC 9(4) VALUE 0900.
           05  FILLER PIC 9(8) VALUE 00413910.
           05  FILLER PIC 9(4) VALUE 1200.
           05  FILLER PIC 9(8) VALUE 00786294.
           05  FILLER PIC 9(4) VALUE 1400.
       01  WS-INSS-PADROES REDEFINES WS-INSS-PADROES-VALORES.
           05  INSS-PADRAO OCCURS 4 TIMES.
               10  INSS-PADRAO-LIMITE PIC 9(6)V99.
               10  INSS-PADRAO-TAXA   PIC 9(2)V99.
       01  WS-TABELA-IRRF.
           05  TAB-IRRF OCCURS 5 TIMES.
               10  TAB-IRRF-LIMITE PIC 9(6)V99.
               10  TAB-IRRF-TAXA   PIC 9(2)V99.
       01  WS-IRRF-PADROES-VALORES.
           05  FILLER PIC 9(8) VALUE 00225920.
           05  FILLER PIC 9(4) VALUE 0000.
           05  FILLER PIC 9(8) VALUE 00282665.
           05  FILLER PIC 9(4) VALUE 0750.
           05  FILLER PIC 9(8) VALUE 00375105.
           05  FILLER PIC 9(4) VALUE 1500.
           05  FILLER PIC 9(8) VALUE 00466468.
           05  FILLER PIC 9(4) VALUE 2250.
           05  FILLER PIC 9(8) VALUE 99999999.
           05  FILLER PIC 9(4) VALUE 2750.
       01  WS-IRRF-PADROES REDEFINES WS-IRRF-PADROES-VALORES.
           05  IRRF-PADRAO OCCURS 5 TIMES.
               10  IRRF-PADRAO-LIMITE PIC 9(6)V99.
               10  IRRF-PADRAO-TAXA   PIC 9(2)V99.
       01  WS-FAIXA-IDX PIC 9(2).
       01  WS-FAIXA-DIG PIC 9.
       01  WS-FAIXA-PISO PIC 9(6)V99.
       01  WS-FAIXA-PARCELA PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-FAIXA-BASE PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-FAIXA-BASE-IRRF PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  WS-FAIXA-INSS PIC 9(6)V99.
       01  WS-FAIXA-IRRF PIC 9(6)V99.
