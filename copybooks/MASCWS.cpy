      *    campos de trabalho do mascaramento (ver MASCSEL/MASCFD/
      *    MASCPROC): o chamador faz DEFINE-MASCARAS uma vez e testa
      *    as 88 de cada campo antes de gravar; WS-MASC-CABECALHO
      *    vai para o cabecalho do relatorio. o perfil vem da
      *    sessao do dia (SIGNWS.cpy); sem sessao tudo sai
      *    mascarado.
       01  WS-MASC-STATUS PIC XX.
       01  WS-TABELA-MASCARA.
           05  TAB-MSC OCCURS 10 TIMES.
               10  TAB-MSC-CAMPO  PIC X(12).
               10  TAB-MSC-PERFIS PIC X(3).
       01  WS-QTD-MASCARAS PIC 9(2) VALUE 0.
       01  WS-MASC-IDX PIC 9(2).
       01  WS-MASC-CAMPO-PEDIDO PIC X(12).
       01  WS-MASC-CLARO PIC X.
       01  WS-MASC-ENDERECO PIC X VALUE "S".
           88  MASCARA-ENDERECO VALUE "S".
       01  WS-MASC-CEP PIC X VALUE "S".
           88  MASCARA-CEP VALUE "S".
       01  WS-MASC-NASCIMENTO PIC X VALUE "S".
           88  MASCARA-NASCIMENTO VALUE "S".
       01  WS-MASC-SALARIO PIC X VALUE "S".
           88  MASCARA-SALARIO VALUE "S".
       01  WS-MASC-QTD-MASCARADOS PIC 9 VALUE 0.
       01  WS-MASC-NIVEL PIC X(8).
       01  WS-MASC-CABECALHO PIC X(60).
       01  WS-MASC-ARQUIVO PIC X(20).
