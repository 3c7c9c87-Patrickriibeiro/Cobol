      *    mascaramento de dados pessoais e salariais nos relatorios
      *    e extratos. mascaras padrao (quando MASCARA.DAT nao
      *    existe ou nao fala do campo): endereco, CEP e nascimento
      *    em claro para supervisor e operador, salario so para o
      *    supervisor. consulta, e execucao sem sessao do menu, ve
      *    tudo mascarado. campo fora da tabela nao e sensivel.
      *    programa que ja fez o VALIDA-OPERADOR usa o operador
      *    autenticado; os demais so aproveitam a sessao do menu.
       DEFINE-MASCARAS.
           IF NOT OPERADOR-AUTENTICADO
               MOVE FUNCTION CURRENT-DATE TO WS-SIGNON-DATA-HORA
               MOVE WS-SIGNON-DATA-HORA(1:8) TO WS-SIGNON-DATA-HOJE
               MOVE SPACE TO WS-OPERADOR-PERFIL
               MOVE SPACES TO WS-OPERADOR-ID-DIGITADO
               PERFORM APROVEITA-SESSAO-ABERTA
           END-IF.
           IF NOT OPERADOR-AUTENTICADO
               MOVE SPACE TO WS-OPERADOR-PERFIL
               MOVE "(LOTE)" TO WS-OPERADOR-ID-DIGITADO
           END-IF.
           PERFORM CARREGA-MASCARAS.

           MOVE 0 TO WS-MASC-QTD-MASCARADOS.
           MOVE "ENDERECO" TO WS-MASC-CAMPO-PEDIDO.
           PERFORM CONFERE-CAMPO-CLARO.
           MOVE WS-MASC-CLARO TO WS-MASC-ENDERECO.
           MOVE "CEP" TO WS-MASC-CAMPO-PEDIDO.
           PERFORM CONFERE-CAMPO-CLARO.
           MOVE WS-MASC-CLARO TO WS-MASC-CEP.
           MOVE "NASCIMENTO" TO WS-MASC-CAMPO-PEDIDO.
           PERFORM CONFERE-CAMPO-CLARO.
           MOVE WS-MASC-CLARO TO WS-MASC-NASCIMENTO.
           MOVE "SALARIO" TO WS-MASC-CAMPO-PEDIDO.
           PERFORM CONFERE-CAMPO-CLARO.
           MOVE WS-MASC-CLARO TO WS-MASC-SALARIO.

           EVALUATE WS-MASC-QTD-MASCARADOS
               WHEN 0 MOVE "NENHUMA" TO WS-MASC-NIVEL
               WHEN 4 MOVE "TOTAL" TO WS-MASC-NIVEL
               WHEN OTHER MOVE "PARCIAL" TO WS-MASC-NIVEL
           END-EVALUATE.
           MOVE SPACES TO WS-MASC-CABECALHO.
           STRING "NIVEL DE MASCARA: " WS-MASC-NIVEL
                  " OPERADOR: " WS-OPERADOR-ID-DIGITADO
                  " PERFIL: " WS-OPERADOR-PERFIL
               DELIMITED BY SIZE INTO WS-MASC-CABECALHO.

       CARREGA-MASCARAS.
           MOVE 4 TO WS-QTD-MASCARAS.
           MOVE "ENDERECO" TO TAB-MSC-CAMPO(1).
           MOVE "SO" TO TAB-MSC-PERFIS(1).
           MOVE "CEP" TO TAB-MSC-CAMPO(2).
           MOVE "SO" TO TAB-MSC-PERFIS(2).
           MOVE "NASCIMENTO" TO TAB-MSC-CAMPO(3).
           MOVE "SO" TO TAB-MSC-PERFIS(3).
           MOVE "SALARIO" TO TAB-MSC-CAMPO(4).
           MOVE "S" TO TAB-MSC-PERFIS(4).
           OPEN INPUT MASCARA-FILE.
           IF WS-MASC-STATUS = "00"
               PERFORM UNTIL WS-MASC-STATUS NOT = "00"
                   READ MASCARA-FILE
                       AT END
                           MOVE "10" TO WS-MASC-STATUS
                       NOT AT END
                           PERFORM GUARDA-MASCARA-LIDA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MASCARA-FILE.

      *    linha do arquivo substitui a mascara padrao do mesmo
      *    campo; campo novo entra no fim da tabela.
       GUARDA-MASCARA-LIDA.
           MOVE "N" TO WS-MASC-CLARO.
           PERFORM VARYING WS-MASC-IDX FROM 1 BY 1
                   UNTIL WS-MASC-IDX > WS-QTD-MASCARAS
               IF TAB-MSC-CAMPO(WS-MASC-IDX) = MSC-CAMPO
                   MOVE MSC-PERFIS TO TAB-MSC-PERFIS(WS-MASC-IDX)
                   MOVE "S" TO WS-MASC-CLARO
               END-IF
           END-PERFORM.
           IF WS-MASC-CLARO NOT = "S" AND WS-QTD-MASCARAS < 10
               ADD 1 TO WS-QTD-MASCARAS
               MOVE MSC-CAMPO TO TAB-MSC-CAMPO(WS-QTD-MASCARAS)
               MOVE MSC-PERFIS TO TAB-MSC-PERFIS(WS-QTD-MASCARAS)
           END-IF.

      *    WS-MASC-CLARO volta "N" (mostra) ou "S" (mascara) para o
      *    campo em WS-MASC-CAMPO-PEDIDO e o perfil da sessao.
       CONFERE-CAMPO-CLARO.
           MOVE "N" TO WS-MASC-CLARO.
           PERFORM VARYING WS-MASC-IDX FROM 1 BY 1
                   UNTIL WS-MASC-IDX > WS-QTD-MASCARAS
               IF TAB-MSC-CAMPO(WS-MASC-IDX) = WS-MASC-CAMPO-PEDIDO
                   MOVE "S" TO WS-MASC-CLARO
                   IF WS-OPERADOR-PERFIL NOT = SPACE
                       AND (TAB-MSC-PERFIS(WS-MASC-IDX)(1:1)
                               = WS-OPERADOR-PERFIL
                           OR TAB-MSC-PERFIS(WS-MASC-IDX)(2:1)
                               = WS-OPERADOR-PERFIL
                           OR TAB-MSC-PERFIS(WS-MASC-IDX)(3:1)
                               = WS-OPERADOR-PERFIL)
                       MOVE "N" TO WS-MASC-CLARO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MASC-CLARO = "S"
               ADD 1 TO WS-MASC-QTD-MASCARADOS
           END-IF.

      *    saida com campo sensivel em claro deixa no trilho comum
      *    quem a gerou e o arquivo (WS-MASC-ARQUIVO).
       AUDITA-SAIDA-EM-CLARO.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.
           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "MASCARA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "SAIDA EM CLARO " WS-MASC-ARQUIVO
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           CLOSE AUDITORIA-COMUM-FILE.
