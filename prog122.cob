       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG122.
      *    AUTORIZACAO DE HORA EXTRA (AUTORHE.DAT).
      * 2026-10-15 primeira versao: o gerente autoriza, por
      *            funcionario e dia, quantas horas extras (HHMM)
      *            podem ser pagas; cancela autorizacao e lista as
      *            do mes. autorizar e cancelar so com perfil de
      *            supervisor, com auditoria a cada mudanca, no
      *            molde das manutencoes do PROG113/PROG119. o
      *            resumo do ponto (PROG82) so paga a extra que
      *            estiver autorizada aqui.
      * 2026-10-15 ao autorizar mostra o chefe imediato e o chefe
      *            dele, pela linha de comando (FM-SUPERIOR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AHESEL.cpy".

           SELECT FUNCIONARIO-MASTER-FILE ASSIGN TO "FUNCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COD
               FILE STATUS IS WS-MASTER-STATUS.

           COPY "PARMSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AHEFD.cpy".

       FD  FUNCIONARIO-MASTER-FILE.
       COPY "FMREC.cpy".

       COPY "PARMFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS PIC XX.

       01  WS-OPCAO-ENTRADA PIC X(2).
       01  WS-OPCAO PIC 9 VALUE 9.
           88  OPCAO-LISTAR     VALUE 1.
           88  OPCAO-AUTORIZAR  VALUE 2.
           88  OPCAO-CANCELAR   VALUE 3.
           88  OPCAO-SAIR       VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-MES-PEDIDO PIC 9(6).
       01  WS-DATA-PEDIDA PIC 9(8).
       01  WS-HORAS-PEDIDAS PIC 9(4).
       01  WS-HORAS-PEDIDAS-R REDEFINES WS-HORAS-PEDIDAS.
           05  WS-HORAS-HH PIC 9(2).
           05  WS-HORAS-MM PIC 9(2).
       01  WS-HORAS-ANTERIORES PIC 9(4).
       01  WS-AUTORIZACOES-ALTERADAS PIC X VALUE "N".

      *    teto de horas extras num dia (HHMM); acima disso a
      *    autorizacao e recusada como erro de digitacao.
       01  WS-HE-MAXIMO-DIA PIC 9(4) VALUE 0400.

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "AHEWS.cpy".
       COPY "HIERWS.cpy".

       01  WS-LIMITE-TENTATIVAS PIC 9 VALUE 5.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND EXCECOES-COMUM-FILE.
           IF WS-EXCCOM-STATUS NOT = "00"
               CLOSE EXCECOES-COMUM-FILE
               OPEN OUTPUT EXCECOES-COMUM-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-COMUM-FILE.
           IF WS-AUDCOMUM-STATUS NOT = "00"
               CLOSE AUDITORIA-COMUM-FILE
               OPEN OUTPUT AUDITORIA-COMUM-FILE
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           MOVE "LIMITE-TENTATIVAS" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-LIMITE-TENTATIVAS TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-LIMITE-TENTATIVAS.
           MOVE "HE-MAXIMO-DIA" TO WS-PARM-NOME-PEDIDO.
           MOVE WS-HE-MAXIMO-DIA TO WS-PARM-VALOR.
           PERFORM BUSCA-PARAMETRO.
           MOVE WS-PARM-VALOR TO WS-HE-MAXIMO-DIA.

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-AUTORIZACOES-HE.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== AUTORIZACAO DE HORA EXTRA ====="
               DISPLAY "1=LISTAR DO MES 2=AUTORIZAR 3=CANCELAR 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTA-AUTORIZACOES
                   WHEN OPCAO-AUTORIZAR
                       PERFORM AUTORIZA-HORA-EXTRA
                           THRU AUTORIZA-HORA-EXTRA-FIM
                   WHEN OPCAO-CANCELAR
                       PERFORM CANCELA-AUTORIZACAO
                           THRU CANCELA-AUTORIZACAO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-AUTORIZACOES-ALTERADAS = "S"
               PERFORM GRAVA-AUTORIZACOES-HE
           END-IF.
           CLOSE AUDITORIA-COMUM-FILE.
           CLOSE EXCECOES-COMUM-FILE.

       PROGRAM-DONE.
           GOBACK.

       PEGA-COD-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (5 DIGITOS):"
           ACCEPT WS-COD-PROCURADO.
           MOVE WS-COD-PROCURADO TO WS-DV-NUMERO.
           PERFORM CALCULA-DIGITO-VERIFICADOR.
           MOVE SPACES TO WS-COD-CHAVE.
           STRING WS-COD-PROCURADO WS-DV-DIGITO
               DELIMITED BY SIZE INTO WS-COD-CHAVE.

      *    data AAAAMMDD em WS-DATA-PEDIDA; data que nao existe no
      *    calendario fica zero e vai para a trilha de excecoes.
       PEGA-DATA-AUTORIZACAO.
           DISPLAY "DIA DA HORA EXTRA (AAAAMMDD):"
           ACCEPT WS-DATA-PEDIDA.
           MOVE WS-DATA-PEDIDA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "DATA INVALIDA"
               MOVE "PROG122" TO WS-EXCCOM-PROGRAMA
               MOVE "AHE-DATA" TO WS-EXCCOM-CAMPO
               MOVE WS-DATA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               MOVE 0 TO WS-DATA-PEDIDA
           END-IF.

       LISTA-AUTORIZACOES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "MES (AAAAMM, EM BRANCO = "
               WS-DATA-HORA-ATUAL(1:6) "):"
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO = 0
               MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-MES-PEDIDO
           END-IF.
           DISPLAY "COD    DATA     HORAS APROVADOR MOTIVO".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING AHE-IDX FROM 1 BY 1
                   UNTIL AHE-IDX > WS-QTD-AUTORIZACOES-HE
               MOVE TAB-AHE(AHE-IDX) TO AHE-AUTORIZACAO-REC
               IF AHE-DATA(1:6) = WS-MES-PEDIDO
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY AHE-COD " " AHE-DATA " " AHE-HH ":" AHE-MM
                       " " AHE-APROVADOR "  " AHE-MOTIVO
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-LISTADOS " AUTORIZACAO(OES) NO MES "
               WS-MES-PEDIDO.

      *    mudar autorizacao e so para supervisor (mesma regra da
      *    aprovacao de salario no PROG69).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "AUTORIZACAO DE HORA EXTRA SO PARA SUPERVISOR"
               MOVE "PROG122" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    funcionario ativo do mestre, dia valido e horas HHMM ate
      *    o teto do dia; autorizar de novo o mesmo dia substitui.
       AUTORIZA-HORA-EXTRA.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO AUTORIZA-HORA-EXTRA-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           MOVE WS-COD-CHAVE TO FM-COD.
           MOVE SPACE TO FM-SITUACAO.
           MOVE SPACES TO WS-HIER-CHEFE-NOME WS-HIER-CHEFE2-NOME.
           IF WS-MASTER-STATUS = "00"
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO FM-SITUACAO
               END-READ
               IF FM-SITUACAO = "A"
                   MOVE WS-COD-CHAVE TO WS-HIER-COD-PEDIDO
                   PERFORM BUSCA-CHEFIA
               END-IF
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF FM-SITUACAO NOT = "A"
               DISPLAY "FUNCIONARIO " WS-COD-CHAVE
                   " NAO ESTA ATIVO NO MESTRE"
               MOVE "PROG122" TO WS-EXCCOM-PROGRAMA
               MOVE "AHE-COD" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO AUTORIZA-HORA-EXTRA-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " FM-COD " " FM-NOME.
      *    quem responde pelo funcionario na linha de comando, para
      *    o supervisor conferir antes de autorizar.
           IF WS-HIER-CHEFE-NOME NOT = SPACES
               DISPLAY "CHEFE IMEDIATO: " WS-HIER-CHEFE-NOME
                   "  ACIMA: " WS-HIER-CHEFE2-NOME
           END-IF.
           PERFORM PEGA-DATA-AUTORIZACAO.
           IF WS-DATA-PEDIDA = 0
               GO TO AUTORIZA-HORA-EXTRA-FIM
           END-IF.

           MOVE WS-COD-CHAVE TO AHE-COD.
           MOVE WS-DATA-PEDIDA TO AHE-DATA.
           PERFORM PROCURA-AUTORIZACAO-HE.
           MOVE AHE-HORAS TO WS-HORAS-ANTERIORES.
           IF WS-AHE-ACHADA NOT = 0
               DISPLAY "JA AUTORIZADAS " AHE-HH ":" AHE-MM " POR "
                   AHE-APROVADOR ". SUBSTITUI? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   GO TO AUTORIZA-HORA-EXTRA-FIM
               END-IF
           ELSE
               IF WS-QTD-AUTORIZACOES-HE = 2000
                   DISPLAY "ARQUIVO DE AUTORIZACOES CHEIO"
                   GO TO AUTORIZA-HORA-EXTRA-FIM
               END-IF
           END-IF.

           DISPLAY "HORAS EXTRAS AUTORIZADAS (HHMM):"
           ACCEPT WS-HORAS-PEDIDAS.
           IF WS-HORAS-PEDIDAS = 0 OR WS-HORAS-MM > 59
                   OR WS-HORAS-PEDIDAS > WS-HE-MAXIMO-DIA
               DISPLAY "HORAS INVALIDAS (MAXIMO " WS-HE-MAXIMO-DIA
                   "), AUTORIZACAO NAO GRAVADA"
               MOVE "PROG122" TO WS-EXCCOM-PROGRAMA
               MOVE "AHE-HORAS" TO WS-EXCCOM-CAMPO
               MOVE WS-HORAS-PEDIDAS TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO AUTORIZA-HORA-EXTRA-FIM
           END-IF.

           MOVE SPACES TO AHE-AUTORIZACAO-REC.
           MOVE WS-COD-CHAVE TO AHE-COD.
           MOVE WS-DATA-PEDIDA TO AHE-DATA.
           MOVE WS-HORAS-PEDIDAS TO AHE-HORAS.
           DISPLAY "MOTIVO (ATE 20 CARACTERES):"
           ACCEPT AHE-MOTIVO.
           MOVE WS-OPERADOR-ID-DIGITADO TO AHE-APROVADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO AHE-DATA-APROVACAO.

           IF WS-AHE-ACHADA = 0
               ADD 1 TO WS-QTD-AUTORIZACOES-HE
               MOVE WS-QTD-AUTORIZACOES-HE TO WS-AHE-ACHADA
           END-IF.
           MOVE AHE-AUTORIZACAO-REC TO TAB-AHE(WS-AHE-ACHADA).
           MOVE "S" TO WS-AUTORIZACOES-ALTERADAS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "HORA-EXTRA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING AHE-COD " DIA " AHE-DATA " DE " WS-HORAS-ANTERIORES
                  " PARA " AHE-HORAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "AUTORIZACAO GRAVADA".

       AUTORIZA-HORA-EXTRA-FIM.
           EXIT.

      *    retirar: a ultima linha da tabela toma o lugar.
       CANCELA-AUTORIZACAO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO CANCELA-AUTORIZACAO-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           PERFORM PEGA-DATA-AUTORIZACAO.
           IF WS-DATA-PEDIDA = 0
               GO TO CANCELA-AUTORIZACAO-FIM
           END-IF.
           MOVE WS-COD-CHAVE TO AHE-COD.
           MOVE WS-DATA-PEDIDA TO AHE-DATA.
           PERFORM PROCURA-AUTORIZACAO-HE.
           IF WS-AHE-ACHADA = 0
               DISPLAY "NENHUMA AUTORIZACAO PARA " WS-COD-CHAVE
                   " NO DIA " WS-DATA-PEDIDA
               GO TO CANCELA-AUTORIZACAO-FIM
           END-IF.
           DISPLAY "AUTORIZADAS " AHE-HH ":" AHE-MM " POR "
               AHE-APROVADOR ". CANCELA? (S/N)"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               GO TO CANCELA-AUTORIZACAO-FIM
           END-IF.
           MOVE TAB-AHE(WS-QTD-AUTORIZACOES-HE)
               TO TAB-AHE(WS-AHE-ACHADA).
           SUBTRACT 1 FROM WS-QTD-AUTORIZACOES-HE.
           MOVE "S" TO WS-AUTORIZACOES-ALTERADAS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "HORA-EXTRA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "CANCELA " AHE-COD " DIA " AHE-DATA " "
                  AHE-HORAS
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "AUTORIZACAO CANCELADA".

       CANCELA-AUTORIZACAO-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "AHEPROC.cpy".
       COPY "HIERPROC.cpy".
