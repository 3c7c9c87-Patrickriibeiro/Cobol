      *    uma linha por chegada. SITUACAO: R recebido, aguardando
      *    o programa que consome; P processado (PROGRAMA e a data
      *    e hora do processamento); S substituido por um conteudo
      *    novo antes de ser processado; D recusado por repetir um
      *    conteudo ja processado; F falta avisada (nao chegou ate
      *    a hora da agenda, contagem e soma zeradas).
       FD  RECEBIMENTO-FILE.
       01  RECEBIMENTO-REC.
           05  RCB-ARQUIVO    PIC X(12).
           05  RCB-DATA       PIC 9(8).
           05  RCB-HORA       PIC 9(6).
           05  RCB-REGISTROS  PIC 9(9).
           05  RCB-SOMA       PIC 9(9).
           05  RCB-SITUACAO   PIC X.
               88  RCB-RECEBIDO    VALUE "R".
               88  RCB-PROCESSADO  VALUE "P".
               88  RCB-SUBSTITUIDO VALUE "S".
               88  RCB-DUPLICADO   VALUE "D".
               88  RCB-FALTOU      VALUE "F".
           05  RCB-PROGRAMA   PIC X(8).
           05  RCB-DATA-PROC  PIC 9(8).
           05  RCB-HORA-PROC  PIC 9(6).

       FD  RECEBIMENTO-TRABALHO-FILE.
       01  RECEBIMENTO-TRABALHO-REC PIC X(67).

       FD  RECEBIDO-CONFERIDO-FILE.
       01  RECEBIDO-CONFERIDO-REC PIC X(512).
