      *    exames ocupacionais (ASO) por funcionario e tabela de
      *    periodicidade por faixa de idade e grupo de risco (ver
      *    ASOFD/ASOWS/ASOPROC): registrados no PROG127, vigiados
      *    pelo PROG128 e conferidos na inativacao do PROG41.
           SELECT EXAMES-FILE ASSIGN TO "EXAMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMES-STATUS.

           SELECT REGRAS-ASO-FILE ASSIGN TO "ASOREGRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOREGRA-STATUS.
