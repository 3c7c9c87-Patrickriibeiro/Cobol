      *    escala de trabalho (ver ESCFD/ESCWS/ESCPROC): os turnos
      *    nomeados da empresa e a atribuicao de cada funcionario a
      *    um turno a partir de uma data de vigencia, mantidos pelo
      *    PROG123. o resumo do ponto (PROG82) julga atraso, falta
      *    e saida antecipada pelo turno do proprio funcionario.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOS-STATUS.

           SELECT ESCALAS-FILE ASSIGN TO "ESCALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALAS-STATUS.
