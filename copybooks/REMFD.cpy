      *    mesma disposicao de colunas gravada pelo PROG43: "H" data
      *    competencia, "D" codigo nome valor (e, no credito a
      *    beneficiario de ordem judicial, sequencia e conta) e "T"
      *    contagem + soma + hash dos codigos. as posicoes 61-74
      *    levam a marca da rodada do PROG43 que gravou a linha
      *    (branco no credito acrescentado por outro programa). o
      *    cabecalho leva "E" na posicao 16 quando o PROG64 ja
      *    conciliou o retorno do banco: remessa enviada nao recebe
      *    mais credito, o proximo comeca remessa nova.
       FD  REMESSA-BANCO-FILE.
       01  REMESSA-REC PIC X(74).
       01  REMESSA-CABECALHO REDEFINES REMESSA-REC.
           05  REM-CAB-TIPO        PIC X.
           05  REM-CAB-DATA        PIC 9(8).
           05  REM-CAB-COMPETENCIA PIC 9(6).
           05  REM-CAB-SITUACAO    PIC X.
               88  REMESSA-ENVIADA VALUE "E".
           05  FILLER              PIC X(44).
       01  REMESSA-CREDITO REDEFINES REMESSA-REC.
           05  REM-CRED-TIPO  PIC X.
           05  REM-CRED-COD   PIC X(6).
           05  REM-CRED-NOME  PIC X(20).
           05  REM-CRED-VALOR PIC 9(9)V99.
      *    credito a beneficiario de ordem judicial: codigo do
      *    funcionario, sequencia da ordem (zero ou branco = o
      *    proprio funcionario) e conta do beneficiario. credito
      *    de fora da folha leva a sequencia da origem (901 =
      *    rescisao, 902 = ferias), para o retorno casar com ele
      *    e nao com o liquido da folha do mesmo funcionario.
           05  REM-CRED-SEQ     PIC 9(3).
           05  REM-CRED-BANCO   PIC 9(3).
           05  REM-CRED-AGENCIA PIC 9(4).
           05  REM-CRED-CONTA   PIC X(12).
       01  REMESSA-RODAPE REDEFINES REMESSA-REC.
           05  REM-ROD-TIPO     PIC X.
           05  REM-ROD-CONTAGEM PIC 9(7).
           05  REM-ROD-SOMA     PIC 9(11)V99.
           05  REM-ROD-HASH     PIC 9(9).
           05  FILLER           PIC X(30).
       01  REMESSA-MARCA REDEFINES REMESSA-REC.
           05  FILLER           PIC X(60).
           05  REM-EXECUCAO     PIC X(14).
