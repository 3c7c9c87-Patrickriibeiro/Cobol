       FD  MODELOS-FILE.
       01  MODELO-REC.
           05  TMPL-CODIGO PIC X(10).
           05  TMPL-TEXTO  PIC X(80).
