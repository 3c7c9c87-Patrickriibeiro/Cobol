      *    campos de trabalho dos fechamentos de turno (ver TURNSEL/
      *    TURNFD/TURNPROC). CONFERE-TURNO-OPERADOR devolve, para o
      *    operador em WS-TURNO-OPERADOR, o fim do ultimo fechamento
      *    dele e se algum fechamento ainda espera abono.
       01  WS-TURNOS-STATUS PIC XX.
       01  WS-TURNO-OPERADOR PIC X(8).
       01  WS-TURNO-ULTIMO-FIM PIC X(14).
       01  WS-TURNO-SITUACAO PIC X.
           88  TURNO-PENDENTE VALUE "P".
