      *    roster dos ativos do mestre pelo filtro da campanha
      *    aberta, e o PROG85 fecha a campanha vencida na janela
      *    noturna com fotografia final em PESQHIST.DAT.
      *    LIMITE-NOTA (0 a 100, zero = sem plano de acao) e a nota
      *    minima por departamento e pergunta: no fechamento o
      *    PROG85 apura as notas, abre plano de acao (PESQPLAN.DAT)
      *    abaixo dela e marca AVALIADA = "S".
       01  CAMP-CAMPANHA-REC.
           05  CAMP-ID PIC X(10).
           05  CAMP-PERG OCCURS 5 TIMES PIC X(10).
           05  CAMP-DATA-INI PIC 9(8).
           05  CAMP-DATA-FIM PIC 9(8).
           05  CAMP-SITUACAO PIC X.
           05  CAMP-LIMITE-NOTA PIC 9(3).
           05  CAMP-AVALIADA PIC X.
