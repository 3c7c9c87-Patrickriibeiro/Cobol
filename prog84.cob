      *            de calendario - sob sign-on de operador e com
      *            linha de auditoria a cada mudanca. montar uma
      *            pesquisa deixa de ser roster feito a mao.
      * 2026-10-15 nota minima por departamento na inclusao
      *            (CAMP-LIMITE-NOTA, 0 = sem plano de acao), usada
      *            pelo PROG85 no fechamento para abrir os planos de
      *            acao; a listagem mostra a nota minima.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  TAB-CAMP-DATA-INI PIC 9(8).
               10  TAB-CAMP-DATA-FIM PIC 9(8).
               10  TAB-CAMP-SITUACAO PIC X.
               10  TAB-CAMP-LIMITE-NOTA PIC 9(3).
               10  TAB-CAMP-AVALIADA PIC X.
       01  WS-QTD-CAMPANHAS PIC 9(2) VALUE 0.
       01  WS-CAMP-IDX PIC 9(2).

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.
       01  WS-DATA-TENTATIVAS PIC 9 VALUE 0.
       01  WS-PROMPT-DATA PIC X(40).
       01  WS-LIMITE-ENTRADA PIC X(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                               ADD 1 TO WS-QTD-CAMPANHAS
                               MOVE CAMP-CAMPANHA-REC TO
                                   TAB-CAMP(WS-QTD-CAMPANHAS)
                               IF TAB-CAMP-LIMITE-NOTA(
                                       WS-QTD-CAMPANHAS) NOT NUMERIC
                                   MOVE 0 TO TAB-CAMP-LIMITE-NOTA(
                                       WS-QTD-CAMPANHAS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   " FILTRO UF=" TAB-CAMP-FILTRO-UF(WS-CAMP-IDX)
                   " ESC=" TAB-CAMP-FILTRO-ESCOL(WS-CAMP-IDX)
                   " DEPTO=" TAB-CAMP-FILTRO-DEPTO(WS-CAMP-IDX)
                   " NOTA MIN=" TAB-CAMP-LIMITE-NOTA(WS-CAMP-IDX)
           END-PERFORM.

       PROCURA-CAMPANHA.
           MOVE WS-DATA-CONFERIDA
               TO TAB-CAMP-DATA-FIM(WS-ACHADO-IDX).
           MOVE "A" TO TAB-CAMP-SITUACAO(WS-ACHADO-IDX).
           PERFORM PEGA-LIMITE-NOTA.
           MOVE "N" TO TAB-CAMP-AVALIADA(WS-ACHADO-IDX).

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "CAMPANHA" TO WS-OPERADOR-COMUM.
       INCLUI-CAMPANHA-FIM.
           EXIT.

      *    nota minima por departamento e pergunta (0 a 100); abaixo
      *    dela o fechamento da campanha no PROG85 abre plano de
      *    acao. vazio ou invalido fica zero, sem plano.
       PEGA-LIMITE-NOTA.
           DISPLAY "NOTA MINIMA POR DEPARTAMENTO (0 A 100,"
               " 0 = SEM PLANO DE ACAO):"
           ACCEPT WS-LIMITE-ENTRADA.
           MOVE 0 TO TAB-CAMP-LIMITE-NOTA(WS-ACHADO-IDX).
           IF FUNCTION TRIM(WS-LIMITE-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LIMITE-ENTRADA)
                   TO TAB-CAMP-LIMITE-NOTA(WS-ACHADO-IDX)
           END-IF.
           IF TAB-CAMP-LIMITE-NOTA(WS-ACHADO-IDX) > 100
               DISPLAY "NOTA MINIMA ACIMA DE 100, FICA ZERO"
               MOVE 0 TO TAB-CAMP-LIMITE-NOTA(WS-ACHADO-IDX)
           END-IF.

       ENCERRA-CAMPANHA.
           PERFORM PROCURA-CAMPANHA.
           IF NOT CAMPANHA-NA-TABELA
