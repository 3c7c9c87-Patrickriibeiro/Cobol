      *    campos de trabalho das mudancas com vigencia (ver
      *    MUDVSEL/MUDVFD).
       01  WS-MUDVIG-STATUS PIC XX.
       01  WS-MUDVIG-VIGENCIA PIC 9(8).
       01  WS-MUDVIG-VIGENCIA-EDIT.
           05  WS-MUDVIG-EDIT-DIA PIC 9(2).
           05  FILLER             PIC X VALUE "/".
           05  WS-MUDVIG-EDIT-MES PIC 9(2).
           05  FILLER             PIC X VALUE "/".
           05  WS-MUDVIG-EDIT-ANO PIC 9(4).
