      *    tabela de mascaramento de dados pessoais (ver MASCFD/
      *    MASCWS/MASCPROC): um campo sensivel por linha com os
      *    perfis que o enxergam em claro. sem o arquivo valem as
      *    mascaras padrao do MASCPROC.
           SELECT MASCARA-FILE ASSIGN TO "MASCARA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASC-STATUS.
