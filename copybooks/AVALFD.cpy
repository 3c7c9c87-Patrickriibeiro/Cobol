      *    avaliacao de um funcionario num ciclo: nota de 1 a 5 por
      *    competencia (nomes em AVALWS.cpy) e o conceito geral, a
      *    media arredondada das notas, com quem avaliou e quando.
       FD  AVALIACOES-FILE.
       01  AV-AVALIACAO-REC.
           05  AV-CICLO      PIC 9(4).
           05  AV-COD        PIC X(6).
           05  AV-NOTAS.
               10  AV-NOTA   PIC 9 OCCURS 5 TIMES.
           05  AV-CONCEITO   PIC 9.
           05  AV-AVALIADOR  PIC X(8).
           05  AV-DATA       PIC 9(8).
           05  AV-COMENTARIO PIC X(30).

      *    ciclo pelo ano: A=aberto (avaliacoes entram e mudam),
      *    F=fechado (pronto para o merito), M=merito ja aplicado.
       FD  CICLOS-AVALIACAO-FILE.
       01  CIC-CICLO-REC.
           05  CIC-ANO        PIC 9(4).
           05  CIC-SITUACAO   PIC X.
               88  CIC-ABERTO     VALUE "A".
               88  CIC-FECHADO    VALUE "F".
               88  CIC-APLICADO   VALUE "M".
           05  CIC-ABERTURA   PIC 9(8).
           05  CIC-FECHAMENTO PIC 9(8).
           05  CIC-APLICACAO  PIC 9(8).

      *    percentual de merito por conceito e grade.
       FD  GUIA-MERITO-FILE.
       01  GM-GUIA-REC.
           05  GM-CONCEITO   PIC 9.
           05  GM-GRADE      PIC X(2).
           05  GM-PERCENTUAL PIC 9(3)V99.
