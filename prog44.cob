      *            PROG68) e imprime a distribuicao do quadro por
      *            quantidade de dependentes (0, 1, 2, 3 ou mais)
      *            no fim do relatorio.
      * 2026-10-15 quem esta afastado hoje (AFASTAM.DAT, do PROG124)
      *            sai do cruzamento do quadro ativo e aparece em
      *            secao propria, com total por tipo e lista nominal.
      * 2026-10-15 cabecalho de cada pagina traz o nivel de mascara
      *            do perfil da sessao (MASCARA.DAT); o relatorio
      *            segue so com agregados, sem dado pessoal aberto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDTE-STATUS.

           COPY "AFASEL.cpy".

           COPY "MASCSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER-FILE.
       FD  DEPENDENTES-FILE.
       COPY "DEPREC.cpy".

       COPY "AFAFD.cpy".

       COPY "MASCFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC XX.
       01  WS-PAGINA PIC 9(3) VALUE 0.
       01  WS-CELULA-EDIT PIC ZZZZ9.

      *    afastados hoje (AFASTAM.DAT, do PROG124) ficam fora do
      *    cruzamento do quadro ativo e saem numa lista a parte.
       01  WS-DATA-HOJE PIC 9(8).
       01  WS-TABELA-AFASTADOS.
           05  TAB-AFASTADO OCCURS 200 TIMES.
               10  TAB-AFASTADO-COD  PIC X(6).
               10  TAB-AFASTADO-NOME PIC X(20).
               10  TAB-AFASTADO-TIPO PIC X.
       01  WS-QTD-AFASTADOS PIC 9(4) VALUE 0.
       01  WS-AFASTADO-IDX PIC 9(4).
       01  WS-AFAST-POR-TIPO.
           05  WS-AFAST-DOENCA      PIC 9(4) VALUE 0.
           05  WS-AFAST-ACIDENTE    PIC 9(4) VALUE 0.
           05  WS-AFAST-MATERNIDADE PIC 9(4) VALUE 0.
           05  WS-AFAST-NAO-REMUN   PIC 9(4) VALUE 0.

       COPY "CAMPOSCOM.cpy".
       COPY "AFAWS.cpy".
       COPY "SIGNWS.cpy".
       COPY "MASCWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-AFA-JANELA-INICIO.
           MOVE WS-DATA-HOJE TO WS-AFA-JANELA-FIM.
           PERFORM CARREGA-AFASTAMENTOS.
           PERFORM DEFINE-MASCARAS.

           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ARQUIVO MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
                               MOVE 0 TO
                                   TAB-ATIVO-QTD-DEP(WS-QTD-ATIVOS)
                           END-IF
                           MOVE FM-COD TO WS-AFA-COD-PEDIDO
                           PERFORM APURA-AFASTAMENTOS
                           IF WS-AFA-DIAS-AFASTADO > 0
                               PERFORM ANOTA-AFASTADO
                           ELSE
                               PERFORM CLASSIFICA-FUNCIONARIO
                                   THRU CLASSIFICA-FUNCIONARIO-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               PERFORM IMPRIME-BLOCO-UF
           END-PERFORM.
           PERFORM IMPRIME-TOTAL-GERAL.
           PERFORM IMPRIME-AFASTADOS.
           PERFORM CRUZA-DEPENDENTES.
           PERFORM IMPRIME-VISAO-DEPENDENTES.
           CLOSE DEMOGRAFIA-REPORT-FILE.
           DISPLAY "DEMOGRAFIA GERADA: " WS-TOTAL-GERAL
               " FUNCIONARIOS EM " WS-QTD-UFS " UF(S), "
               WS-QTD-AFASTADOS " AFASTADO(S)".

       PROGRAM-DONE.
           GOBACK.

       ANOTA-AFASTADO.
           EVALUATE WS-AFA-TIPO-ACHADO
               WHEN "D" ADD 1 TO WS-AFAST-DOENCA
               WHEN "A" ADD 1 TO WS-AFAST-ACIDENTE
               WHEN "M" ADD 1 TO WS-AFAST-MATERNIDADE
               WHEN OTHER ADD 1 TO WS-AFAST-NAO-REMUN
           END-EVALUATE.
           ADD 1 TO WS-QTD-AFASTADOS.
           IF WS-QTD-AFASTADOS NOT > 200
               MOVE FM-COD TO TAB-AFASTADO-COD(WS-QTD-AFASTADOS)
               MOVE FM-NOME TO TAB-AFASTADO-NOME(WS-QTD-AFASTADOS)
               MOVE WS-AFA-TIPO-ACHADO
                   TO TAB-AFASTADO-TIPO(WS-QTD-AFASTADOS)
           END-IF.

       CLASSIFICA-FUNCIONARIO.
      *    faixa etaria.
           EVALUATE TRUE
                  WS-PAGINA
               DELIMITED BY SIZE INTO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.
           MOVE WS-MASC-CABECALHO TO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.
           MOVE SPACES TO DEMOGRAFIA-REPORT-LINHA.
           STRING "UF: " TAB-UF-SIGLA(WS-UF-IDX)
                  "  FUNCIONARIOS: " TAB-UF-TOTAL(WS-UF-IDX)
               DELIMITED BY SIZE INTO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.

      *    afastados no dia, fora do quadro ativo acima: total por
      *    tipo e a lista nominal.
       IMPRIME-AFASTADOS.
           MOVE SPACES TO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.
           MOVE SPACES TO DEMOGRAFIA-REPORT-LINHA.
           STRING "AFASTADOS EM " WS-DATA-HOJE
                  " (FORA DO QUADRO ATIVO): " WS-QTD-AFASTADOS
               DELIMITED BY SIZE INTO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.
           MOVE SPACES TO DEMOGRAFIA-REPORT-LINHA.
           STRING "DOENCA: " WS-AFAST-DOENCA
                  "  ACIDENTE: " WS-AFAST-ACIDENTE
                  "  MATERNIDADE: " WS-AFAST-MATERNIDADE
                  "  NAO REMUNERADA: " WS-AFAST-NAO-REMUN
               DELIMITED BY SIZE INTO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.
           PERFORM VARYING WS-AFASTADO-IDX FROM 1 BY 1
                   UNTIL WS-AFASTADO-IDX > WS-QTD-AFASTADOS
                       OR WS-AFASTADO-IDX > 200
               MOVE SPACES TO DEMOGRAFIA-REPORT-LINHA
               STRING "  " TAB-AFASTADO-COD(WS-AFASTADO-IDX)
                      " " TAB-AFASTADO-NOME(WS-AFASTADO-IDX)
                      " " TAB-AFASTADO-TIPO(WS-AFASTADO-IDX)
                   DELIMITED BY SIZE INTO DEMOGRAFIA-REPORT-LINHA
               WRITE DEMOGRAFIA-REPORT-LINHA
           END-PERFORM.

      *    soma os dependentes registrados de cada ativo visto na
      *    varredura do mestre.
       CRUZA-DEPENDENTES.
               DELIMITED BY SIZE INTO DEMOGRAFIA-REPORT-LINHA.
           WRITE DEMOGRAFIA-REPORT-LINHA.
           DISPLAY DEMOGRAFIA-REPORT-LINHA.

       COPY "AFAPROC.cpy".

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "MASCPROC.cpy".
