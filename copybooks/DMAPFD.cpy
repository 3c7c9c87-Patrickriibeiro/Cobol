      *    uma linha por codigo antigo. VIGENCIA e a data a partir da
      *    qual vale o codigo novo (a competencia dela em diante e
      *    regravada nos arquivos vivos). TIPO: T troca de codigo (o
      *    novo nao existia no DEPTMSTR), F fusao (o antigo some
      *    dentro de um departamento que ja existia). SITUACAO:
      *    P pendente (registrado, ainda nao aplicado), A aplicado,
      *    C cancelado (se ja aplicado, com as imagens anteriores do
      *    DEPTANT.DAT devolvidas aos arquivos).
       FD  MAPA-DEPTOS-FILE.
       01  MAPA-DEPTO-REC.
           05  MAP-DEPTO-ANTIGO   PIC X(4).
           05  MAP-DEPTO-NOVO     PIC X(4).
           05  MAP-VIGENCIA       PIC 9(8).
           05  MAP-TIPO           PIC X.
           05  MAP-SITUACAO       PIC X.
           05  MAP-REGISTRADO-POR PIC X(8).
           05  MAP-DATA-REGISTRO  PIC 9(8).
           05  MAP-APLICADO-POR   PIC X(8).
           05  MAP-DATA-APLICACAO PIC 9(8).
