      *    afastamentos por funcionario (ver AFAFD/AFAWS/AFAPROC):
      *    doenca, acidente de trabalho, licenca-maternidade e
      *    licenca nao remunerada, registrados pelo PROG124. a folha
      *    (PROG43) paga so os dias a cargo da empresa, o controle
      *    de ferias (PROG73) suspende ou perde o periodo aquisitivo
      *    e o PROG44/PROG75 mostram os afastados a parte.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFASTAM-STATUS.
