       FD  TURNOS-FILE.
      *    turno semanal (S): dias de trabalho em TUR-DIAS-SEMANA,
      *    uma posicao por dia de segunda a domingo, T = trabalha,
      *    F = folga. revezamento (R, ex. 12x36): TUR-PADRAO-CICLO
      *    com TUR-CICLO-DIAS posicoes T/F, contadas a partir de
      *    TUR-INICIO-CICLO. saida menor que a entrada = turno que
      *    vira a meia-noite. intervalo em minutos.
       01  TUR-TURNO-REC.
           05  TUR-CODIGO         PIC X(4).
           05  TUR-DESCRICAO      PIC X(20).
           05  TUR-ENTRADA        PIC 9(4).
           05  TUR-SAIDA          PIC 9(4).
           05  TUR-INTERVALO      PIC 9(3).
           05  TUR-TIPO           PIC X.
               88  TUR-SEMANAL      VALUE "S".
               88  TUR-REVEZAMENTO  VALUE "R".
           05  TUR-DIAS-SEMANA    PIC X(7).
           05  TUR-CICLO-DIAS     PIC 9(2).
           05  TUR-PADRAO-CICLO   PIC X(14).
           05  TUR-INICIO-CICLO   PIC 9(8).

       FD  ESCALAS-FILE.
      *    vale o turno de maior vigencia ate a data em questao.
       01  ESC-ESCALA-REC.
           05  ESC-COD            PIC X(6).
           05  ESC-TURNO          PIC X(4).
           05  ESC-DATA-VIGENCIA  PIC 9(8).
           05  ESC-OPERADOR       PIC X(8).
           05  ESC-DATA-REGISTRO  PIC 9(8).
