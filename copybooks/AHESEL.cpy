      *    autorizacoes de hora extra por funcionario e dia, dadas
      *    pelo gerente no PROG122 (ver AHEFD/AHEWS/AHEPROC). o
      *    resumo do ponto (PROG82) so paga a hora extra autorizada.
           SELECT AUTORIZACOES-HE-FILE ASSIGN TO "AUTORHE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHE-STATUS.
