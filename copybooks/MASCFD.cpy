       FD  MASCARA-FILE.
      *    CAMPO: ENDERECO, CEP, NASCIMENTO ou SALARIO.
      *    PERFIS: ate tres perfis (S/O/C) que veem o campo em
      *    claro; em branco = ninguem ve.
       01  MASCARA-REC.
           05  MSC-CAMPO  PIC X(12).
           05  MSC-PERFIS PIC X(3).
