      *            codigo do aluno achado pelo nome no mestre de
      *            funcionarios; aluno fora do mestre so fica no
      *            placar, como sempre.
      * 2026-10-15 modo E imprime folha de exercicios em papel
      *            (multiplicacao e a divisao do mesmo fato) com
      *            faixa de tabuadas, quantidade e semente, peso
      *            opcional nas contas do TABMISS.DAT do aluno e
      *            gabarito em seguida no TABREPT.DAT; a folha fica
      *            em TABFOLHA.DAT para reimprimir pela semente. o
      *            modo C recebe as respostas do papel e grava
      *            placar, contas erradas e treinamento como o quiz.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

      *    folhas de exercicio impressas, uma linha por questao,
      *    pela semente e pelo aluno: a reimpressao e a correcao
      *    pegam a mesma folha mesmo com o TABMISS ja mudado.
           SELECT FOLHAS-FILE ASSIGN TO "TABFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAS-STATUS.

           COPY "RUNSEL.cpy".
           COPY "PARMSEL.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

      *    tipo M = multiplicacao (NUMERO x MULT), D = a divisao
      *    do mesmo fato (produto / NUMERO); aluno em branco = folha
      *    da turma.
       FD  FOLHAS-FILE.
       01  FOLHA-QUESTAO-REC.
           05  FOLHA-SEMENTE PIC 9(9).
           05  FOLHA-ALUNO   PIC X(20).
           05  FOLHA-ITEM    PIC 9(2).
           05  FOLHA-TIPO    PIC X.
           05  FOLHA-NUMERO  PIC 9(2).
           05  FOLHA-MULT    PIC 9(3).

       COPY "RUNFD.cpy".
       COPY "PARMFD.cpy".

           88  MODO-GERAR VALUE "G".
           88  MODO-QUIZ  VALUE "Q".
           88  MODO-DRILL VALUE "D".
           88  MODO-EXERCICIOS VALUE "E".
           88  MODO-CORRECAO   VALUE "C".

       01  WS-PLACAR-STATUS  PIC XX.
       01  WS-RANKING-STATUS PIC XX.
       01  WS-QTD-PASSADAS PIC 9(2).
       01  WS-DRILL-COMPLETO PIC X.

      *    folha de exercicios em papel: questoes sorteadas por
      *    semente (gerador de Park-Miller, o mesmo resultado em
      *    qualquer maquina), faixa de tabuadas e quantidade
      *    escolhidas, com peso opcional nas contas pendentes do
      *    aluno no TABMISS.DAT.
       01  WS-FOLHAS-STATUS PIC XX.
       01  WS-TABELA-FOLHA.
           05  TAB-FOLHA OCCURS 50 TIMES.
               10  TAB-FOLHA-TIPO   PIC X.
               10  TAB-FOLHA-NUMERO PIC 9(2).
               10  TAB-FOLHA-MULT   PIC 9(3).
       01  WS-QTD-FOLHA PIC 9(2) VALUE 0.
       01  WS-FOLHA-IDX PIC 9(2).
       01  WS-FOLHA-ALUNO PIC X(20).
       01  WS-FOLHA-ACHADA PIC X.
       01  WS-SEMENTE PIC 9(9).
       01  WS-SORTEIO PIC 9(10).
       01  WS-SORTEIO-PRODUTO PIC 9(15).
       01  WS-SORTEIO-QUOCIENTE PIC 9(15).
       01  WS-SORTEIO-FAIXA PIC 9(3).
       01  WS-SORTEADO PIC 9(3).
       01  WS-TABUADA-DE PIC 9(2).
       01  WS-TABUADA-ATE PIC 9(2).
       01  WS-PESO-ERRADAS PIC X.
       01  WS-ENTRADA-NUMERO PIC X(9).
      *    contas pendentes do aluno (linhas de TAB-MISS) para o
      *    sorteio com peso.
       01  WS-TABELA-PENDENTES.
           05  TAB-PENDENTE OCCURS 200 TIMES PIC 9(3).
       01  WS-QTD-PENDENTES-FOLHA PIC 9(3).
       01  WS-PRODUTO-EDIT PIC ZZZZ9.
       01  WS-RESPOSTA-ESPERADA PIC 9(5).
       01  WS-RESPOSTA-FOLHA PIC 9(5).
       01  WS-NUMERO-EDIT PIC Z9.
       01  WS-MULT-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG21" TO WS-RUNLOG-PROGRAMA.
           PERFORM INICIALIZACAO-PROGRAMA.

           DISPLAY "MODO: G=GERAR FOLHA  Q=QUIZ  D=DRILL DE ERROS"
           DISPLAY "      E=EXERCICIOS EM PAPEL  C=CORRIGIR EXERCICIOS"
           ACCEPT WS-MODO-PROGRAMA.
           IF NOT MODO-QUIZ AND NOT MODO-DRILL
                   AND NOT MODO-EXERCICIOS AND NOT MODO-CORRECAO
               SET MODO-GERAR TO TRUE
           END-IF.

                       THRU APLICA-DRILL-FIM
                   PERFORM GRAVA-CONTAS-ERRADAS
                   PERFORM GERA-RANKING-TURMA
               WHEN MODO-EXERCICIOS
                   PERFORM GERA-FOLHA-EXERCICIOS
                       THRU GERA-FOLHA-EXERCICIOS-FIM
               WHEN MODO-CORRECAO
                   PERFORM CORRIGE-FOLHA-EXERCICIOS
                       THRU CORRIGE-FOLHA-EXERCICIOS-FIM
               WHEN OTHER
                   PERFORM PEGA-TABUADA
                   IF NUMERO = 0
               DISPLAY "ERRADO, O CERTO E " PRODUTO
           END-IF.

      *    folha de exercicios em papel: a semente informada que ja
      *    esta no arquivo de folhas reimprime a mesma folha; semente
      *    zero (ou nova) sorteia uma folha com a faixa e a
      *    quantidade pedidas e guarda no arquivo. a folha do aluno
      *    e o gabarito saem em seguida no TABREPT.DAT.
       GERA-FOLHA-EXERCICIOS.
           DISPLAY "ALUNO DA FOLHA (BRANCO = TURMA):"
           ACCEPT WS-FOLHA-ALUNO.
           DISPLAY "SEMENTE DA FOLHA (0 = NOVA):"
           ACCEPT WS-ENTRADA-NUMERO.
           MOVE 0 TO WS-SEMENTE.
           IF FUNCTION TRIM(WS-ENTRADA-NUMERO) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENTRADA-NUMERO) TO WS-SEMENTE
           END-IF.
           IF WS-SEMENTE NOT = 0
               PERFORM CARREGA-FOLHA-ARQUIVADA
               IF WS-FOLHA-ACHADA = "S"
                   DISPLAY "REIMPRESSAO DA FOLHA " WS-SEMENTE
                   PERFORM IMPRIME-FOLHA
                   GO TO GERA-FOLHA-EXERCICIOS-FIM
               END-IF
           ELSE
      *        semente nova pelo relogio, sem repetir uma guardada.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL-QUIZ
               MOVE WS-DATA-ATUAL-QUIZ(7:9) TO WS-SEMENTE
               MOVE "S" TO WS-FOLHA-ACHADA
               PERFORM UNTIL WS-FOLHA-ACHADA = "N"
                   IF WS-SEMENTE = 0
                       MOVE 1 TO WS-SEMENTE
                   END-IF
                   PERFORM CARREGA-FOLHA-ARQUIVADA
                   IF WS-FOLHA-ACHADA = "S"
                       ADD 1 TO WS-SEMENTE
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY "TABUADAS DE (01-99):"
           ACCEPT WS-TABUADA-DE.
           DISPLAY "ATE (01-99):"
           ACCEPT WS-TABUADA-ATE.
           IF WS-TABUADA-DE = 0
               MOVE 1 TO WS-TABUADA-DE
           END-IF.
           IF WS-TABUADA-ATE < WS-TABUADA-DE
               MOVE WS-TABUADA-DE TO WS-TABUADA-ATE
           END-IF.
           DISPLAY "QUANTIDADE DE QUESTOES (01-50):"
           ACCEPT WS-QTD-FOLHA.
           IF WS-QTD-FOLHA = 0 OR WS-QTD-FOLHA > 50
               MOVE 20 TO WS-QTD-FOLHA
           END-IF.
           MOVE 0 TO WS-QTD-PENDENTES-FOLHA.
           IF WS-FOLHA-ALUNO NOT = SPACES
               DISPLAY "PESO NAS CONTAS ERRADAS DO ALUNO (S/N)?"
               ACCEPT WS-PESO-ERRADAS
               IF WS-PESO-ERRADAS = "S" OR WS-PESO-ERRADAS = "s"
                   PERFORM MONTA-PENDENTES-ALUNO
               END-IF
           END-IF.

           MOVE WS-SEMENTE TO WS-SORTEIO.
           PERFORM SORTEIA-QUESTAO
               VARYING WS-FOLHA-IDX FROM 1 BY 1
                 UNTIL WS-FOLHA-IDX > WS-QTD-FOLHA.

           OPEN EXTEND FOLHAS-FILE.
           IF WS-FOLHAS-STATUS NOT = "00"
               CLOSE FOLHAS-FILE
               OPEN OUTPUT FOLHAS-FILE
           END-IF.
           PERFORM VARYING WS-FOLHA-IDX FROM 1 BY 1
                   UNTIL WS-FOLHA-IDX > WS-QTD-FOLHA
               MOVE WS-SEMENTE TO FOLHA-SEMENTE
               MOVE WS-FOLHA-ALUNO TO FOLHA-ALUNO
               MOVE WS-FOLHA-IDX TO FOLHA-ITEM
               MOVE TAB-FOLHA-TIPO(WS-FOLHA-IDX) TO FOLHA-TIPO
               MOVE TAB-FOLHA-NUMERO(WS-FOLHA-IDX) TO FOLHA-NUMERO
               MOVE TAB-FOLHA-MULT(WS-FOLHA-IDX) TO FOLHA-MULT
               WRITE FOLHA-QUESTAO-REC
           END-PERFORM.
           CLOSE FOLHAS-FILE.

           PERFORM IMPRIME-FOLHA.

       GERA-FOLHA-EXERCICIOS-FIM.
           EXIT.

       CARREGA-FOLHA-ARQUIVADA.
           MOVE 0 TO WS-QTD-FOLHA.
           MOVE "N" TO WS-FOLHA-ACHADA.
           OPEN INPUT FOLHAS-FILE.
           IF WS-FOLHAS-STATUS = "00"
               PERFORM UNTIL WS-FOLHAS-STATUS NOT = "00"
                   READ FOLHAS-FILE
                       AT END
                           MOVE "10" TO WS-FOLHAS-STATUS
                       NOT AT END
                           IF FOLHA-SEMENTE = WS-SEMENTE
                                   AND FOLHA-ALUNO = WS-FOLHA-ALUNO
                                   AND WS-QTD-FOLHA < 50
                               ADD 1 TO WS-QTD-FOLHA
                               MOVE FOLHA-TIPO
                                   TO TAB-FOLHA-TIPO(WS-QTD-FOLHA)
                               MOVE FOLHA-NUMERO
                                   TO TAB-FOLHA-NUMERO(WS-QTD-FOLHA)
                               MOVE FOLHA-MULT
                                   TO TAB-FOLHA-MULT(WS-QTD-FOLHA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FOLHAS-FILE.
           IF WS-QTD-FOLHA > 0
               MOVE "S" TO WS-FOLHA-ACHADA
           END-IF.

       MONTA-PENDENTES-ALUNO.
           MOVE 0 TO WS-QTD-PENDENTES-FOLHA.
           PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-QTD-ERRADAS
               IF TAB-MISS-ALUNO(WS-MISS-IDX) = WS-FOLHA-ALUNO
                       AND TAB-MISS-QUITADA(WS-MISS-IDX) NOT = "S"
                   ADD 1 TO WS-QTD-PENDENTES-FOLHA
                   MOVE WS-MISS-IDX
                       TO TAB-PENDENTE(WS-QTD-PENDENTES-FOLHA)
               END-IF
           END-PERFORM.
           DISPLAY "CONTAS PENDENTES COM PESO: "
               WS-QTD-PENDENTES-FOLHA.

      *    metade das questoes, em media, e multiplicacao e metade a
      *    divisao do mesmo fato; com peso, metade sai das contas
      *    pendentes do aluno e o resto da faixa pedida (x 1 a 10).
       SORTEIA-QUESTAO.
           MOVE 2 TO WS-SORTEIO-FAIXA.
           PERFORM SORTEIA-NUMERO.
           IF WS-SORTEADO = 0
               MOVE "M" TO TAB-FOLHA-TIPO(WS-FOLHA-IDX)
           ELSE
               MOVE "D" TO TAB-FOLHA-TIPO(WS-FOLHA-IDX)
           END-IF.
           MOVE 1 TO WS-SORTEADO.
           IF WS-QTD-PENDENTES-FOLHA > 0
               PERFORM SORTEIA-NUMERO
           END-IF.
           IF WS-SORTEADO = 0
               MOVE WS-QTD-PENDENTES-FOLHA TO WS-SORTEIO-FAIXA
               PERFORM SORTEIA-NUMERO
               MOVE TAB-PENDENTE(WS-SORTEADO + 1) TO WS-MISS-IDX
               MOVE TAB-MISS-NUMERO(WS-MISS-IDX)
                   TO TAB-FOLHA-NUMERO(WS-FOLHA-IDX)
               MOVE TAB-MISS-MULT(WS-MISS-IDX)
                   TO TAB-FOLHA-MULT(WS-FOLHA-IDX)
           ELSE
               COMPUTE WS-SORTEIO-FAIXA =
                   WS-TABUADA-ATE - WS-TABUADA-DE + 1
               PERFORM SORTEIA-NUMERO
               COMPUTE TAB-FOLHA-NUMERO(WS-FOLHA-IDX) =
                   WS-TABUADA-DE + WS-SORTEADO
               MOVE 10 TO WS-SORTEIO-FAIXA
               PERFORM SORTEIA-NUMERO
               COMPUTE TAB-FOLHA-MULT(WS-FOLHA-IDX) = WS-SORTEADO + 1
           END-IF.
           IF TAB-FOLHA-NUMERO(WS-FOLHA-IDX) = 0
               MOVE "M" TO TAB-FOLHA-TIPO(WS-FOLHA-IDX)
           END-IF.

      *    proximo numero do gerador (semente x 16807 modulo
      *    2147483647) e o sorteado de 0 a WS-SORTEIO-FAIXA - 1.
       SORTEIA-NUMERO.
           COMPUTE WS-SORTEIO-PRODUTO = WS-SORTEIO * 16807.
           DIVIDE WS-SORTEIO-PRODUTO BY 2147483647
               GIVING WS-SORTEIO-QUOCIENTE REMAINDER WS-SORTEIO.
           DIVIDE WS-SORTEIO BY WS-SORTEIO-FAIXA
               GIVING WS-SORTEIO-QUOCIENTE REMAINDER WS-SORTEADO.

      *    folha do aluno com espaco para a resposta e, separado por
      *    uma linha de corte, o gabarito do instrutor.
       IMPRIME-FOLHA.
           MOVE "===== FOLHA DE EXERCICIOS - TABUADA ====="
               TO RELATORIO-TABUADA-LINHA.
           PERFORM GRAVA-LINHA-FOLHA.
           MOVE SPACES TO RELATORIO-TABUADA-LINHA.
           IF WS-FOLHA-ALUNO = SPACES
               STRING "ALUNO: ______________________  SEMENTE: "
                      WS-SEMENTE
                   DELIMITED BY SIZE INTO RELATORIO-TABUADA-LINHA
           ELSE
               STRING "ALUNO: " WS-FOLHA-ALUNO "  SEMENTE: "
                      WS-SEMENTE
                   DELIMITED BY SIZE INTO RELATORIO-TABUADA-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-FOLHA.
           MOVE "DATA: ____/____/________" TO RELATORIO-TABUADA-LINHA.
           PERFORM GRAVA-LINHA-FOLHA.
           MOVE SPACES TO RELATORIO-TABUADA-LINHA.
           PERFORM GRAVA-LINHA-FOLHA.
           PERFORM VARYING WS-FOLHA-IDX FROM 1 BY 1
                   UNTIL WS-FOLHA-IDX > WS-QTD-FOLHA
               PERFORM MONTA-LINHA-QUESTAO
               MOVE "______" TO RELATORIO-TABUADA-LINHA(20:)
               PERFORM GRAVA-LINHA-FOLHA
           END-PERFORM.

           MOVE ALL "- " TO RELATORIO-TABUADA-LINHA.
           PERFORM GRAVA-LINHA-FOLHA.
           MOVE SPACES TO RELATORIO-TABUADA-LINHA.
           STRING "===== GABARITO DA FOLHA " WS-SEMENTE " ====="
               DELIMITED BY SIZE INTO RELATORIO-TABUADA-LINHA.
           PERFORM GRAVA-LINHA-FOLHA.
           PERFORM VARYING WS-FOLHA-IDX FROM 1 BY 1
                   UNTIL WS-FOLHA-IDX > WS-QTD-FOLHA
               PERFORM MONTA-LINHA-QUESTAO
               MOVE WS-PRODUTO-EDIT TO RELATORIO-TABUADA-LINHA(20:)
               PERFORM GRAVA-LINHA-FOLHA
           END-PERFORM.
           DISPLAY "FOLHA E GABARITO GRAVADOS EM TABREPT.DAT, SEMENTE "
               WS-SEMENTE.

      *    enunciado da questao ate a coluna 19; a resposta certa
      *    fica em WS-PRODUTO-EDIT.
       MONTA-LINHA-QUESTAO.
           MOVE TAB-FOLHA-NUMERO(WS-FOLHA-IDX) TO NUMERO.
           MOVE TAB-FOLHA-MULT(WS-FOLHA-IDX) TO MULTIPLICADOR.
           COMPUTE WS-RESPOSTA-ESPERADA = NUMERO * MULTIPLICADOR.
           MOVE NUMERO TO WS-NUMERO-EDIT.
           MOVE MULTIPLICADOR TO WS-MULT-EDIT.
           MOVE SPACES TO RELATORIO-TABUADA-LINHA.
           IF TAB-FOLHA-TIPO(WS-FOLHA-IDX) = "D"
               MOVE WS-RESPOSTA-ESPERADA TO WS-PRODUTO-EDIT
               STRING WS-FOLHA-IDX ") " WS-PRODUTO-EDIT " : "
                      WS-NUMERO-EDIT " ="
                   DELIMITED BY SIZE INTO RELATORIO-TABUADA-LINHA
               MOVE MULTIPLICADOR TO WS-RESPOSTA-ESPERADA
           ELSE
               STRING WS-FOLHA-IDX ") " WS-NUMERO-EDIT " X "
                      WS-MULT-EDIT " ="
                   DELIMITED BY SIZE INTO RELATORIO-TABUADA-LINHA
           END-IF.
           MOVE WS-RESPOSTA-ESPERADA TO WS-PRODUTO-EDIT.

       GRAVA-LINHA-FOLHA.
           WRITE RELATORIO-TABUADA-LINHA.
           PERFORM CONFERE-GRAVACAO-TABREPT.

      *    o instrutor digita as respostas da folha em papel; o
      *    placar, as contas erradas (divisao conta como o fato de
      *    multiplicacao) e o registro de treinamento seguem o
      *    quiz da tela.
       CORRIGE-FOLHA-EXERCICIOS.
           DISPLAY "SEMENTE DA FOLHA:"
           ACCEPT WS-ENTRADA-NUMERO.
           MOVE 0 TO WS-SEMENTE.
           IF FUNCTION TRIM(WS-ENTRADA-NUMERO) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENTRADA-NUMERO) TO WS-SEMENTE
           END-IF.
           IF WS-SEMENTE = 0
               DISPLAY "SEMENTE INVALIDA"
               GO TO CORRIGE-FOLHA-EXERCICIOS-FIM
           END-IF.
           DISPLAY "NOME DO ALUNO:"
           ACCEPT WS-ALUNO.
           IF WS-ALUNO = SPACES
               DISPLAY "ALUNO EM BRANCO, NADA CORRIGIDO"
               GO TO CORRIGE-FOLHA-EXERCICIOS-FIM
           END-IF.
           MOVE WS-ALUNO TO WS-FOLHA-ALUNO.
           PERFORM CARREGA-FOLHA-ARQUIVADA.
           IF WS-FOLHA-ACHADA NOT = "S"
               MOVE SPACES TO WS-FOLHA-ALUNO
               PERFORM CARREGA-FOLHA-ARQUIVADA
           END-IF.
           IF WS-FOLHA-ACHADA NOT = "S"
               DISPLAY "FOLHA " WS-SEMENTE " NAO ENCONTRADA"
               GO TO CORRIGE-FOLHA-EXERCICIOS-FIM
           END-IF.

           MOVE 0 TO WS-QTD-ACERTOS.
           MOVE 0 TO WS-QTD-QUESTOES.
           PERFORM CORRIGE-QUESTAO-FOLHA
               VARYING WS-FOLHA-IDX FROM 1 BY 1
                 UNTIL WS-FOLHA-IDX > WS-QTD-FOLHA.
           DISPLAY "PLACAR DE " WS-ALUNO ": " WS-QTD-ACERTOS
               " DE " WS-QTD-QUESTOES.

           PERFORM GRAVA-CONTAS-ERRADAS.
           PERFORM GRAVA-PLACAR-ALUNO.
           PERFORM REGISTRA-TREINAMENTO-QUIZ
               THRU REGISTRA-TREINAMENTO-QUIZ-FIM.
           PERFORM GERA-RANKING-TURMA.

       CORRIGE-FOLHA-EXERCICIOS-FIM.
           EXIT.

       CORRIGE-QUESTAO-FOLHA.
           PERFORM MONTA-LINHA-QUESTAO.
           ADD 1 TO WS-QTD-QUESTOES.
           DISPLAY RELATORIO-TABUADA-LINHA(1:19) " ?"
           ACCEPT WS-RESPOSTA-FOLHA.
           IF WS-RESPOSTA-FOLHA = WS-RESPOSTA-ESPERADA
               ADD 1 TO WS-QTD-ACERTOS
           ELSE
               DISPLAY "ERRADO, O CERTO E " WS-PRODUTO-EDIT
               PERFORM REGISTRA-CONTA-ERRADA
           END-IF.

       GRAVA-PLACAR-ALUNO.
           OPEN EXTEND PLACAR-QUIZ-FILE.
           IF WS-PLACAR-STATUS NOT = "00"
