      *            sempre, E = escala de 1 a 5 ("quanto voce esta
      *            satisfeito" deixa de virar sim/nao). o PROG14
      *            aceita e reapura conforme o tipo.
      * 2026-10-15 terceiro tipo de pergunta: C = comentario livre
      *            (ate duas linhas no PROG14), codificado por tema
      *            pelo dicionario de palavras-chave no PROG143.
      * 2026-10-15 condicao por pergunta (opcao 5): so se outra
      *            pergunta teve tal resposta, ou se escolaridade,
      *            UF ou departamento do respondente casam; o PROG14
      *            pula quem nao passa e grava nao se aplica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  BANCO-ATIVA-DE  PIC 9(8).
           05  BANCO-ATIVA-ATE PIC 9(8).
           05  BANCO-ANONIMA   PIC X.
      *    tipo S = resposta S/N/T (padrao), E = escala de 1 a 5,
      *    C = comentario livre (codificado por tema no PROG143).
           05  BANCO-TIPO      PIC X.
      *    condicao para a pergunta ser feita (branco = sempre):
      *    P = a pergunta COND-PERGUNTA teve a resposta COND-VALOR,
      *    E = escolaridade, U = UF, D = departamento do respondente
      *    igual a COND-VALOR. quem nao passa fica "nao se aplica".
           05  BANCO-COND-TIPO     PIC X.
           05  BANCO-COND-PERGUNTA PIC X(10).
           05  BANCO-COND-VALOR    PIC X(4).

       COPY "AUDITFD.cpy".
       COPY "PARMFD.cpy".
           88  OPCAO-INCLUIR  VALUE 2.
           88  OPCAO-REDIGIR  VALUE 3.
           88  OPCAO-ENCERRAR VALUE 4.
           88  OPCAO-CONDICAO VALUE 5.
           88  OPCAO-SAIR     VALUE 0.
           88  OPCAO-VALIDA   VALUES 0 THRU 5.

       01  WS-CODIGO-PROCURADO PIC X(10).
       01  WS-PERGUNTA-ACHADA PIC X VALUE "N".
           88  PERGUNTA-NA-TABELA VALUE "S".
       01  WS-ACHADO-IDX PIC 9(2) VALUE 0.
       01  WS-COND-TIPO PIC X.
           88  COND-SEMPRE       VALUE SPACE.
           88  COND-RESPOSTA     VALUE "P".
           88  COND-TIPO-VALIDO  VALUE SPACE "P" "E" "U" "D".
       01  WS-COND-PERGUNTA PIC X(10).
       01  WS-COND-VALOR PIC X(4).
       01  WS-COND-OK PIC X.
           88  CONDICAO-ACEITA VALUE "S".
       01  WS-COND-IDX PIC 9(2).
       01  WS-MINUSCULAS PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAIUSCULAS PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
               10  TAB-PERG-ATIVA-ATE PIC 9(8).
               10  TAB-PERG-ANONIMA   PIC X.
               10  TAB-PERG-TIPO      PIC X.
               10  TAB-PERG-COND-TIPO     PIC X.
               10  TAB-PERG-COND-PERGUNTA PIC X(10).
               10  TAB-PERG-COND-VALOR    PIC X(4).
       01  WS-QTD-PERGUNTAS-BANCO PIC 9(2) VALUE 0.
       01  WS-PERG-IDX PIC 9(2).

                   WHEN OPCAO-INCLUIR  PERFORM INCLUI-PERGUNTA
                   WHEN OPCAO-REDIGIR  PERFORM REDIGE-PERGUNTA
                   WHEN OPCAO-ENCERRAR PERFORM ENCERRA-PERGUNTA
                   WHEN OPCAO-CONDICAO PERFORM CONDICIONA-PERGUNTA
               END-EVALUATE
           END-PERFORM.


       PEGA-OPCAO.
           DISPLAY "===== MANUTENCAO DO BANCO DE PERGUNTAS ====="
           DISPLAY "1=LISTAR 2=INCLUIR 3=REESCREVER 4=ENCERRAR"
               " 5=CONDICAO 0=SAIR"
           ACCEPT WS-OPCAO-ENTRADA.
           MOVE 9 TO WS-OPCAO.
           IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                                   TAB-PERG-ATIVA-ATE(BANCO-IDX)
                               MOVE BANCO-ANONIMA TO
                                   TAB-PERG-ANONIMA(BANCO-IDX)
                               IF BANCO-TIPO = "E" OR "C"
                                   MOVE BANCO-TIPO TO
                                       TAB-PERG-TIPO(BANCO-IDX)
                               ELSE
                                   MOVE "S" TO
                                       TAB-PERG-TIPO(BANCO-IDX)
                               END-IF
                               MOVE BANCO-COND-TIPO TO
                                   TAB-PERG-COND-TIPO(BANCO-IDX)
                               MOVE BANCO-COND-PERGUNTA TO
                                   TAB-PERG-COND-PERGUNTA(BANCO-IDX)
                               MOVE BANCO-COND-VALOR TO
                                   TAB-PERG-COND-VALOR(BANCO-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TAB-PERG-ATIVA-ATE(BANCO-IDX) TO BANCO-ATIVA-ATE
               MOVE TAB-PERG-ANONIMA(BANCO-IDX)   TO BANCO-ANONIMA
               MOVE TAB-PERG-TIPO(BANCO-IDX)      TO BANCO-TIPO
               MOVE TAB-PERG-COND-TIPO(BANCO-IDX) TO BANCO-COND-TIPO
               MOVE TAB-PERG-COND-PERGUNTA(BANCO-IDX)
                   TO BANCO-COND-PERGUNTA
               MOVE TAB-PERG-COND-VALOR(BANCO-IDX)
                   TO BANCO-COND-VALOR
               WRITE BANCO-PERGUNTA-REC
           END-PERFORM.
           CLOSE BANCO-PERGUNTAS-FILE.
                   TAB-PERG-ATIVA-DE(BANCO-IDX) " ATE "
                   TAB-PERG-ATIVA-ATE(BANCO-IDX)
               DISPLAY "  " TAB-PERG-TEXTO(BANCO-IDX)
               EVALUATE TAB-PERG-COND-TIPO(BANCO-IDX)
                   WHEN "P"
                       DISPLAY "  SO SE "
                           TAB-PERG-COND-PERGUNTA(BANCO-IDX)
                           " = " TAB-PERG-COND-VALOR(BANCO-IDX)
                   WHEN "E"
                       DISPLAY "  SO SE ESCOLARIDADE = "
                           TAB-PERG-COND-VALOR(BANCO-IDX)
                   WHEN "U"
                       DISPLAY "  SO SE UF = "
                           TAB-PERG-COND-VALOR(BANCO-IDX)
                   WHEN "D"
                       DISPLAY "  SO SE DEPARTAMENTO = "
                           TAB-PERG-COND-VALOR(BANCO-IDX)
               END-EVALUATE
           END-PERFORM.

       PROCURA-PERGUNTA.
                       TO TAB-PERG-ATIVA-ATE(BANCO-IDX)
                   DISPLAY "PESQUISA SENSIVEL/ANONIMA (S/N)?"
                   ACCEPT TAB-PERG-ANONIMA(BANCO-IDX)
                   DISPLAY "TIPO (S=S/N/T E=ESCALA 1 A 5"
                       " C=COMENTARIO LIVRE):"
                   ACCEPT TAB-PERG-TIPO(BANCO-IDX)
                   IF TAB-PERG-TIPO(BANCO-IDX) NOT = "E"
                           AND TAB-PERG-TIPO(BANCO-IDX) NOT = "C"
                       MOVE "S" TO TAB-PERG-TIPO(BANCO-IDX)
                   END-IF
                   MOVE SPACE TO TAB-PERG-COND-TIPO(BANCO-IDX)
                   MOVE SPACES TO TAB-PERG-COND-PERGUNTA(BANCO-IDX)
                   MOVE SPACES TO TAB-PERG-COND-VALOR(BANCO-IDX)
                   PERFORM REGISTRA-ALTERACAO
               END-IF
           END-IF.
               PERFORM REGISTRA-ALTERACAO
           END-IF.

      *    condicao da pergunta (skip): sem condicao ela vai a
      *    todos; com condicao o PROG14 so pergunta a quem passa e
      *    grava "nao se aplica" (resposta X) para os demais.
       CONDICIONA-PERGUNTA.
           PERFORM PROCURA-PERGUNTA.
           IF NOT PERGUNTA-NA-TABELA
               DISPLAY "CODIGO NAO ENCONTRADO"
           ELSE
               PERFORM PEGA-CONDICAO
               IF CONDICAO-ACEITA
                   MOVE WS-COND-TIPO
                       TO TAB-PERG-COND-TIPO(WS-ACHADO-IDX)
                   MOVE WS-COND-PERGUNTA
                       TO TAB-PERG-COND-PERGUNTA(WS-ACHADO-IDX)
                   MOVE WS-COND-VALOR
                       TO TAB-PERG-COND-VALOR(WS-ACHADO-IDX)
                   PERFORM REGISTRA-ALTERACAO
               END-IF
           END-IF.

      *    a pergunta de referencia tem de existir no banco e nao
      *    pode ser a propria pergunta.
       PEGA-CONDICAO.
           MOVE "S" TO WS-COND-OK.
           MOVE SPACES TO WS-COND-PERGUNTA WS-COND-VALOR.
           DISPLAY "CONDICAO (BRANCO=SEMPRE P=RESPOSTA DE OUTRA"
               " PERGUNTA E=ESCOLARIDADE U=UF D=DEPARTAMENTO):"
           ACCEPT WS-COND-TIPO.
           INSPECT WS-COND-TIPO
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF NOT COND-TIPO-VALIDO
               DISPLAY "CONDICAO INVALIDA"
               MOVE "PROG38" TO WS-EXCCOM-PROGRAMA
               MOVE "BANCO-COND-TIPO" TO WS-EXCCOM-CAMPO
               MOVE WS-COND-TIPO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE "N" TO WS-COND-OK
           ELSE
               IF COND-RESPOSTA
                   DISPLAY "CODIGO DA PERGUNTA DE REFERENCIA:"
                   ACCEPT WS-COND-PERGUNTA
                   MOVE "N" TO WS-COND-OK
                   PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                           UNTIL WS-COND-IDX > WS-QTD-PERGUNTAS-BANCO
                       IF TAB-PERG-CODIGO(WS-COND-IDX) =
                               WS-COND-PERGUNTA
                               AND WS-COND-IDX NOT = WS-ACHADO-IDX
                           MOVE "S" TO WS-COND-OK
                       END-IF
                   END-PERFORM
                   IF NOT CONDICAO-ACEITA
                       DISPLAY "PERGUNTA DE REFERENCIA INVALIDA"
                   ELSE
                       DISPLAY "RESPOSTA QUE LIBERA (S/N/T OU 1 A 5):"
                       ACCEPT WS-COND-VALOR
                   END-IF
               END-IF
               IF NOT COND-SEMPRE AND NOT COND-RESPOSTA
                   DISPLAY "VALOR (ESCOLARIDADE, UF OU DEPARTAMENTO):"
                   ACCEPT WS-COND-VALOR
               END-IF
               INSPECT WS-COND-VALOR
                   CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
               IF CONDICAO-ACEITA AND NOT COND-SEMPRE
                       AND WS-COND-VALOR = SPACES
                   DISPLAY "VALOR EM BRANCO, CONDICAO NAO GRAVADA"
                   MOVE "N" TO WS-COND-OK
               END-IF
           END-IF.

      *    toda alteracao no banco deixa rastro na trilha comum de
      *    auditoria, com o operador que fez a mudanca.
       REGISTRA-ALTERACAO.
