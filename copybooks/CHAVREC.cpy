      *    registro do dicionario de palavras-chave dos comentarios
      *    da pesquisa (PESQCHAV.DAT): palavra em maiusculas e o
      *    tema a que ela leva (SALARIO -> REMUNERACAO, CHEFE ->
      *    GESTAO, HORA-EXTRA -> CARGA). mantido pelo RH no PROG142;
      *    o PROG143 codifica os comentarios do PESQDET.DAT por ele.
      *    a palavra casa pelo comeco de cada palavra do comentario
      *    (SALARIO pega tambem SALARIOS).
       01  CHAVE-PALAVRA-REC.
           05  CHAVE-PALAVRA PIC X(20).
           05  CHAVE-TEMA    PIC X(15).
