      *    registro de recebimento dos arquivos que chegam de fora
      *    (ver RCBFD/RCBWS/RCBPROC): o PROG157 anota cada chegada
      *    com a contagem e a soma de controle do conteudo, e o
      *    programa que consome o arquivo so roda sobre conteudo
      *    anotado como recebido e ainda nao processado. o arquivo
      *    conferido e aberto pelo nome so para contar e somar.
           SELECT RECEBIMENTO-FILE ASSIGN TO "RECEBIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEB-STATUS.

           SELECT RECEBIMENTO-TRABALHO-FILE ASSIGN TO "RECEBIDO.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCBTRB-STATUS.

           SELECT RECEBIDO-CONFERIDO-FILE
               ASSIGN TO DYNAMIC WS-RCB-ARQUIVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCBARQ-STATUS.
