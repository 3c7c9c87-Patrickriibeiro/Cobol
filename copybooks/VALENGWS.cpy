      *    existe) e recebe se a regra foi achada, a situacao
      *    APROVADO/REJEITADO, o codigo de motivo da regra e a
      *    descricao em palavras.
      *    LNK-REGRAS-ARQUIVO em branco = VALREGRA.DAT de producao;
      *    preenchido, as regras vem do arquivo nomeado (o deck de
      *    teste do PROG146 roda contra o arquivo proposto). vale
      *    na primeira chamada, que carrega as regras.
       01  VALENG-PEDIDO.
           05  LNK-REGRA-NOME PIC X(10).
           05  LNK-VALOR      PIC X(6).
           05  LNK-SUP-PADRAO PIC 9(5).
           05  LNK-REGRAS-ARQUIVO PIC X(30).
       01  VALENG-RESPOSTA.
           05  LNK-REGRA-ACHADA PIC X.
           05  LNK-SITUACAO     PIC X(10).
