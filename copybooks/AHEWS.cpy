      *    campos de trabalho das autorizacoes de hora extra (ver
      *    AHESEL/AHEFD/AHEPROC): o arquivo inteiro fica em tabela
      *    de imagens do registro; PROCURA-AUTORIZACAO-HE acha a do
      *    codigo em AHE-COD e dia em AHE-DATA.
       01  WS-AHE-STATUS PIC XX.
       01  WS-TABELA-AUTORIZACOES-HE.
           05  TAB-AHE OCCURS 2000 TIMES INDEXED BY AHE-IDX
                       PIC X(54).
       01  WS-QTD-AUTORIZACOES-HE PIC 9(4) VALUE 0.
       01  WS-AHE-ACHADA PIC 9(4).
       01  WS-AHE-CHAVE PIC X(14).
