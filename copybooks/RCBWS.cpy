      *    campos de trabalho do registro de recebimento. o chamador
      *    poe o nome do arquivo em WS-RCB-ARQUIVO-NOME e o proprio
      *    nome em WS-RCB-PROGRAMA antes do CONFERE-RECEBIMENTO; o
      *    BAIXA-RECEBIMENTO, no fim da rodada boa, marca o mesmo
      *    conteudo como processado.
       01  WS-RECEB-STATUS  PIC XX.
       01  WS-RCBTRB-STATUS PIC XX.
       01  WS-RCBARQ-STATUS PIC XX.
       01  WS-RCB-ARQUIVO-NOME PIC X(12).
       01  WS-RCB-PROGRAMA PIC X(8).
       01  WS-RCB-DATA-HORA PIC X(21).
       01  WS-RCB-DATA-HOJE PIC 9(8).
       01  WS-RCB-HORA-AGORA PIC 9(6).

      *    impressao do conteudo: contagem de registros e soma de
      *    controle (mesma conta da assinatura dos insumos do
      *    PROG150, byte a byte, modulo um primo).
       01  WS-RCB-EXISTE PIC X.
           88  RECEBIDO-PRESENTE VALUE "S".
       01  WS-RCB-REGISTROS PIC 9(9).
       01  WS-RCB-SOMA PIC 9(9).
       01  WS-RCB-CONTA PIC 9(11).
       01  WS-RCB-BYTE-IDX PIC 9(3).
       01  WS-RCB-PRIMO PIC 9(9) VALUE 999999937.

      *    o que o registro diz desse arquivo (LOCALIZA-RECEBIMENTO).
       01  WS-RCB-ACHOU-PENDENTE PIC X.
       01  WS-RCB-ACHOU-PROCESSADO PIC X.
       01  WS-RCB-ACHOU-DUPLICADO PIC X.
       01  WS-RCB-OUTRO-PENDENTE PIC X.
       01  WS-RCB-CHEGOU-HOJE PIC X.
       01  WS-RCB-FALTA-AVISADA PIC X.
       01  WS-RCB-PROC-PROGRAMA PIC X(8).
       01  WS-RCB-PROC-DATA PIC 9(8).

       01  WS-RCB-LIBERADO PIC X.
           88  RECEBIMENTO-LIBERADO VALUE "S".

      *    mudanca de situacao pela regravacao: as linhas R do
      *    arquivo com a mesma impressao (criterio I) ou com outra
      *    (criterio D) passam para WS-RCB-NOVA-SITUACAO.
       01  WS-RCB-CRITERIO PIC X.
       01  WS-RCB-NOVA-SITUACAO PIC X.
       01  WS-RCB-MUDAR PIC X.
