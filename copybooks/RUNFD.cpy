           05  RUN-MODO      PIC X.
           05  RUN-REGISTROS PIC 9(5).
           05  RUN-RESULTADO PIC X(10).
      *    janela a que a execucao pertence (zero = fora de janela).
           05  RUN-JANELA    PIC 9(8).

      *    janela corrente: data de abertura (a identidade da janela,
      *    mantida na retomada) e a situacao; na recusa (X) guarda a
      *    situacao de antes, que o fechamento devolve.
       FD  JANELA-ATUAL-FILE.
       01  JANELA-ATUAL-REC.
           05  JNA-JANELA    PIC 9(8).
           05  JNA-SITUACAO  PIC X.
               88  JNA-ABERTA        VALUE "A".
               88  JNA-RETOMADA      VALUE "R".
               88  JNA-PENDENTE      VALUE "P".
               88  JNA-RECUSADA      VALUE "X".
               88  JNA-FECHADA       VALUE "F".
           05  JNA-SITUACAO-ANTES PIC X.

      *    diario da janela. JNC-TIPO: ABR abertura, INI/FIM de cada
      *    passo (FIM com o RETURN-CODE do passo), PUL passo pulado
      *    na retomada, PEN fechamento com passo pendente, ASS
      *    assinatura de um insumo do passo que falhou, RET retomada
      *    aceita, REC retomada recusada, FEC janela completa, ABA
      *    janela abandonada por uma nova abertura.
       FD  JANELA-CONTROLE-FILE.
       01  JANELA-CONTROLE-REC.
           05  JNC-JANELA     PIC 9(8).
           05  JNC-TIPO       PIC X(3).
           05  JNC-PROGRAMA   PIC X(8).
           05  JNC-DATA       PIC 9(8).
           05  JNC-HORA       PIC 9(6).
           05  JNC-RC         PIC 9(4).
           05  JNC-RESULTADO  PIC X(10).
           05  JNC-ARQUIVO    PIC X(12).
           05  JNC-REGISTROS  PIC 9(9).
           05  JNC-SOMA       PIC 9(9).

      *    passos da janela, na ordem do NIGHTLY.jcl, com ate quatro
      *    arquivos de entrada de cada um (os que a retomada confere).
      *    so programa listado aqui entra no controle da janela.
       FD  JANELA-PASSOS-FILE.
       01  JANELA-PASSO-REC.
           05  JNP-PASSO      PIC X(8).
           05  JNP-PROGRAMA   PIC X(8).
           05  JNP-INSUMO     PIC X(12) OCCURS 4 TIMES.
