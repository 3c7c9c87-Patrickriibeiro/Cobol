      *    recente de cada funcionario (mesmo padrao do arquivo de
      *    parametros). alimenta a comparacao mes a mes (PROG62) e o
      *    informe anual de rendimentos (PROG63).
      *    pagamentos fora da folha mensal (rescisao do PROG105,
      *    ferias do PROG106, 13o do PROG70) entram com tipo proprio
      *    e SOMAM a competencia; a regra do "mais recente vale" fica
      *    so para as linhas da folha mensal (tipo F, ou branco nas
      *    linhas antigas).
      *    BASE-FGTS e a parte do bruto sujeita ao deposito do FGTS
      *    (a rescisao tira as ferias indenizadas); linha antiga sem
      *    o campo usa o bruto.
       01  FH-FOLHA-HIST-REC.
           05  FH-COMPETENCIA PIC 9(6).
           05  FH-COD         PIC X(6).
           05  FH-EMP-PARCELA PIC 9(5)V99.
           05  FH-SALFAM      PIC 9(5)V99.
           05  FH-LIQUIDO     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FH-TIPO-PAGAMENTO PIC X.
               88  FH-FOLHA-MENSAL VALUE "F" " ".
               88  FH-RESCISAO     VALUE "R".
               88  FH-FERIAS       VALUE "V".
               88  FH-DECIMO       VALUE "D".
           05  FH-BASE-FGTS   PIC 9(7)V99.
      *    ordens judiciais descontadas na competencia (pensao e
      *    penhora, PROG113); linha antiga sem o campo vale zero.
           05  FH-ORDEM-JUDICIAL PIC 9(7)V99.
      *    parte do funcionario nos beneficios (vale-transporte,
      *    vale-refeicao, plano de saude; PROG114); linha antiga sem
      *    o campo vale zero.
           05  FH-BENEFICIOS PIC 9(7)V99.
      *    marca da rodada do PROG43 que gravou a linha (data e hora
      *    da partida, AAAAMMDDHHMMSS), para desfazer uma rodada
      *    interrompida; branco nos outros tipos e nas linhas
      *    antigas.
           05  FH-EXECUCAO PIC X(14).
      *    pagamento fora da folha (rescisao, ferias, 13o) cuja
      *    competencia ja estava fechada (FOLHFECH.DAT) entra no
      *    proximo mes aberto e guarda aqui o mes fechado a que se
      *    refere; zero ou branco = a propria competencia.
           05  FH-COMPETENCIA-REF PIC 9(6).
