       FD  CURSOS-FILE.
      *    validade em meses a partir da conclusao (zero = o
      *    certificado nao vence); conclusao com nota abaixo da
      *    minima fica no cadastro mas nao conta como treinado.
       01  CUR-CURSO-REC.
           05  CUR-CODIGO           PIC X(10).
           05  CUR-TITULO           PIC X(30).
           05  CUR-VALIDADE-MESES   PIC 9(3).
           05  CUR-NOTA-MINIMA      PIC 9(3).

       FD  OBRIGATORIOS-FILE.
      *    G = todos da grade (PM-GRADE, nas duas primeiras
      *    posicoes da chave), D = todos do departamento (PM-DEPTO).
       01  OBR-REQUISITO-REC.
           05  OBR-TIPO             PIC X.
               88  OBR-POR-GRADE       VALUE "G".
               88  OBR-POR-DEPTO       VALUE "D".
               88  OBR-TIPO-VALIDO     VALUE "G" "D".
           05  OBR-CHAVE            PIC X(4).
           05  OBR-CURSO            PIC X(10).
