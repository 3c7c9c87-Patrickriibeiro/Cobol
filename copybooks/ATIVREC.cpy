      *    data de entrega e data de devolucao (zero = ainda em
      *    maos). mantido pelo PROG80; a inativacao no PROG41 avisa
      *    quando o funcionario ainda tem item sem devolver.
      *    numero de serie para a contagem fisica (PROG149); item
      *    perdido confirmado na contagem nao e apagado: fica com a
      *    devolucao na data da baixa e o motivo preenchido
      *    (P=PERDIDO R=ROUBADO D=DANIFICADO; branco = devolvido).
       01  ATIV-BEM-REC.
           05  ATIV-COD            PIC X(6).
           05  ATIV-ITEM           PIC X(6).
           05  ATIV-DESCRICAO      PIC X(20).
           05  ATIV-DATA-ENTREGA   PIC 9(8).
           05  ATIV-DATA-DEVOLUCAO PIC 9(8).
           05  ATIV-SERIE          PIC X(15).
           05  ATIV-BAIXA-MOTIVO   PIC X.
               88  ATIV-BAIXADO          VALUE "P" "R" "D".
