      *    recebimentos bancarios que nao acharam cliente (ver
      *    SUSPFD/SUSPWS/SUSPPROC): gravados pelo PROG131 e
      *    atribuidos ao cliente certo no PROG132.
           SELECT SUSPENSO-FILE ASSIGN TO "RECSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.
