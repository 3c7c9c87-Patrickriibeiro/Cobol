       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG123.
      *    ESCALA DE TRABALHO (TURNOS.DAT E ESCALAS.DAT).
      * 2026-10-15 primeira versao: cadastro dos turnos nomeados
      *            (entrada, saida, intervalo e dias de trabalho da
      *            semana, ou padrao de revezamento como o 12x36) e
      *            atribuicao de cada funcionario a um turno com
      *            data de vigencia, no molde das manutencoes do
      *            PROG113/PROG119: consulta livre, mudanca so com
      *            perfil de supervisor e auditoria a cada mudanca.
      *            o resumo do ponto (PROG82) passa a julgar atraso,
      *            falta e saida antecipada pelo turno de cada um.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESCSEL.cpy".

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
       COPY "ESCFD.cpy".

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
           88  OPCAO-LISTAR-TURNOS VALUE 1.
           88  OPCAO-TURNO         VALUE 2.
           88  OPCAO-LISTAR-ESCALA VALUE 3.
           88  OPCAO-ATRIBUIR      VALUE 4.
           88  OPCAO-SAIR          VALUE 0.

       01  WS-COD-PROCURADO PIC 9(5).
       01  WS-COD-CHAVE PIC X(6).
       01  WS-QTD-LISTADOS PIC 9(4).
       01  WS-CONFIRMA PIC X.
       01  WS-HORA-CONFERIDA PIC 9(4).
       01  WS-HORA-CONFERIDA-R REDEFINES WS-HORA-CONFERIDA.
           05  WS-HORA-CONF-HH PIC 9(2).
           05  WS-HORA-CONF-MM PIC 9(2).
       01  WS-TURNO-OK PIC X.
           88  TURNO-VALIDO VALUE "S".
       01  WS-POS-IDX PIC 9(2).
       01  WS-QTD-DIAS-TRABALHO PIC 9(2).
       01  WS-VIGENCIA-PEDIDA PIC 9(8).
       01  WS-TURNO-ANTERIOR PIC X(4).
       01  WS-TURNOS-ALTERADOS PIC X VALUE "N".
       01  WS-ESCALAS-ALTERADAS PIC X VALUE "N".

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "DVWS.cpy".
       COPY "DATAWS.cpy".
       COPY "PARMWS.cpy".
       COPY "ESCWS.cpy".

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

           PERFORM VALIDA-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "TENTATIVAS ESGOTADAS, ACESSO NEGADO"
               CLOSE AUDITORIA-COMUM-FILE
               CLOSE EXCECOES-COMUM-FILE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-TURNOS.
           PERFORM CARREGA-ESCALAS.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY "===== ESCALA DE TRABALHO ====="
               DISPLAY "1=LISTAR TURNOS 2=INCLUIR/ALTERAR TURNO "
                   "3=ESCALA DO FUNCIONARIO 4=ATRIBUIR TURNO 0=SAIR"
               ACCEPT WS-OPCAO-ENTRADA
               MOVE 9 TO WS-OPCAO
               IF FUNCTION TRIM(WS-OPCAO-ENTRADA) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPCAO-ENTRADA) TO WS-OPCAO
               END-IF
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR-TURNOS
                       PERFORM LISTA-TURNOS
                   WHEN OPCAO-TURNO
                       PERFORM MANTEM-TURNO
                           THRU MANTEM-TURNO-FIM
                   WHEN OPCAO-LISTAR-ESCALA
                       PERFORM LISTA-ESCALA-FUNCIONARIO
                   WHEN OPCAO-ATRIBUIR
                       PERFORM ATRIBUI-TURNO
                           THRU ATRIBUI-TURNO-FIM
                   WHEN OPCAO-SAIR CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-TURNOS-ALTERADOS = "S"
               PERFORM GRAVA-TURNOS
           END-IF.
           IF WS-ESCALAS-ALTERADAS = "S"
               PERFORM GRAVA-ESCALAS
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

       LISTA-TURNOS.
           IF WS-QTD-TURNOS = 0
               DISPLAY "NENHUM TURNO CADASTRADO"
           END-IF.
           PERFORM VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX > WS-QTD-TURNOS
               MOVE TAB-TUR(TUR-IDX) TO TUR-TURNO-REC
               IF TUR-REVEZAMENTO
                   DISPLAY TUR-CODIGO " " TUR-DESCRICAO " "
                       TUR-ENTRADA "-" TUR-SAIDA " INT " TUR-INTERVALO
                       " REVEZAMENTO "
                       TUR-PADRAO-CICLO(1:TUR-CICLO-DIAS)
                       " DESDE " TUR-INICIO-CICLO
               ELSE
                   DISPLAY TUR-CODIGO " " TUR-DESCRICAO " "
                       TUR-ENTRADA "-" TUR-SAIDA " INT " TUR-INTERVALO
                       " SEMANA (SEG-DOM) " TUR-DIAS-SEMANA
               END-IF
           END-PERFORM.

      *    mudanca de turno e escala e so para supervisor (mesma
      *    regra da aprovacao de salario no PROG69).
       CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "TURNO E ESCALA SO PARA SUPERVISOR"
               MOVE "PROG123" TO WS-EXCCOM-PROGRAMA
               MOVE "PERFIL" TO WS-EXCCOM-CAMPO
               MOVE WS-OPERADOR-ID-DIGITADO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
           END-IF.

      *    inclui turno novo ou redefine um existente pelo codigo;
      *    o turno so entra inteiro e conferido.
       MANTEM-TURNO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO MANTEM-TURNO-FIM
           END-IF.
           DISPLAY "CODIGO DO TURNO (ATE 4 POSICOES):"
           ACCEPT TUR-CODIGO.
           IF TUR-CODIGO = SPACES
               GO TO MANTEM-TURNO-FIM
           END-IF.
           PERFORM PROCURA-TURNO.
           IF WS-TUR-ACHADO NOT = 0
               DISPLAY "TURNO EXISTENTE: " TUR-DESCRICAO " "
                   TUR-ENTRADA "-" TUR-SAIDA ". REDEFINE? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   GO TO MANTEM-TURNO-FIM
               END-IF
           ELSE
               IF WS-QTD-TURNOS = 50
                   DISPLAY "ARQUIVO DE TURNOS CHEIO"
                   GO TO MANTEM-TURNO-FIM
               END-IF
           END-IF.
           MOVE "S" TO WS-TURNO-OK.
           DISPLAY "DESCRICAO (ATE 20 CARACTERES):"
           ACCEPT TUR-DESCRICAO.
           DISPLAY "ENTRADA (HHMM):"
           ACCEPT TUR-ENTRADA.
           MOVE TUR-ENTRADA TO WS-HORA-CONFERIDA.
           PERFORM CONFERE-HORA.
           DISPLAY "SAIDA (HHMM, MENOR QUE A ENTRADA = VIRA A NOITE):"
           ACCEPT TUR-SAIDA.
           MOVE TUR-SAIDA TO WS-HORA-CONFERIDA.
           PERFORM CONFERE-HORA.
           IF TUR-SAIDA = TUR-ENTRADA
               MOVE "N" TO WS-TURNO-OK
           END-IF.
           DISPLAY "INTERVALO EM MINUTOS (ATE 240):"
           ACCEPT TUR-INTERVALO.
           IF TUR-INTERVALO > 240
               MOVE "N" TO WS-TURNO-OK
           END-IF.
           IF NOT TURNO-VALIDO
               DISPLAY "HORARIO INVALIDO, TURNO NAO GRAVADO"
               MOVE "PROG123" TO WS-EXCCOM-PROGRAMA
               MOVE "TUR-HORARIO" TO WS-EXCCOM-CAMPO
               MOVE TUR-CODIGO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO MANTEM-TURNO-FIM
           END-IF.

           DISPLAY "TIPO (S=SEMANAL R=REVEZAMENTO):"
           ACCEPT TUR-TIPO.
           MOVE SPACES TO TUR-DIAS-SEMANA TUR-PADRAO-CICLO.
           MOVE 0 TO TUR-CICLO-DIAS TUR-INICIO-CICLO.
           EVALUATE TRUE
               WHEN TUR-SEMANAL
                   DISPLAY "DIAS DE SEGUNDA A DOMINGO, T=TRABALHA "
                       "F=FOLGA (EX. TTTTTFF):"
                   ACCEPT TUR-DIAS-SEMANA
                   MOVE 7 TO TUR-CICLO-DIAS
                   MOVE TUR-DIAS-SEMANA TO TUR-PADRAO-CICLO
                   PERFORM CONFERE-PADRAO
                   MOVE SPACES TO TUR-PADRAO-CICLO
                   MOVE 0 TO TUR-CICLO-DIAS
               WHEN TUR-REVEZAMENTO
                   DISPLAY "DIAS NO CICLO (1 A 14, EX. 2 NO 12X36):"
                   ACCEPT TUR-CICLO-DIAS
                   IF TUR-CICLO-DIAS < 1 OR TUR-CICLO-DIAS > 14
                       MOVE "N" TO WS-TURNO-OK
                   ELSE
                       DISPLAY "PADRAO DO CICLO, T=TRABALHA F=FOLGA "
                           "(EX. TF):"
                       ACCEPT TUR-PADRAO-CICLO
                       PERFORM CONFERE-PADRAO
                       DISPLAY "PRIMEIRO DIA DO CICLO (AAAAMMDD):"
                       ACCEPT TUR-INICIO-CICLO
                       MOVE TUR-INICIO-CICLO TO WS-DATA-CONFERIDA
                       PERFORM VALIDA-DATA-CALENDARIO
                           THRU VALIDA-DATA-CALENDARIO-FIM
                       IF NOT DATA-CALENDARIO-VALIDA
                           MOVE "N" TO WS-TURNO-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-TURNO-OK
           END-EVALUATE.
           IF NOT TURNO-VALIDO
               DISPLAY "DIAS DE TRABALHO INVALIDOS, TURNO NAO GRAVADO"
               MOVE "PROG123" TO WS-EXCCOM-PROGRAMA
               MOVE "TUR-DIAS" TO WS-EXCCOM-CAMPO
               MOVE TUR-CODIGO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO MANTEM-TURNO-FIM
           END-IF.

           IF WS-TUR-ACHADO = 0
               ADD 1 TO WS-QTD-TURNOS
               MOVE WS-QTD-TURNOS TO WS-TUR-ACHADO
           END-IF.
           MOVE TUR-TURNO-REC TO TAB-TUR(WS-TUR-ACHADO).
           MOVE "S" TO WS-TURNOS-ALTERADOS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ESCALA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING "TURNO " TUR-CODIGO " " TUR-ENTRADA "-" TUR-SAIDA
                  " " TUR-TIPO " " TUR-DIAS-SEMANA
                  TUR-PADRAO-CICLO(1:7)
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "TURNO " TUR-CODIGO " GRAVADO".

       MANTEM-TURNO-FIM.
           EXIT.

      *    hora HHMM em WS-HORA-CONFERIDA; fora de 0000-2359
      *    invalida o turno.
       CONFERE-HORA.
           IF WS-HORA-CONF-HH > 23 OR WS-HORA-CONF-MM > 59
               MOVE "N" TO WS-TURNO-OK
           END-IF.

      *    as TUR-CICLO-DIAS posicoes de TUR-PADRAO-CICLO so com T
      *    ou F, e ao menos um dia de trabalho.
       CONFERE-PADRAO.
           MOVE 0 TO WS-QTD-DIAS-TRABALHO.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > TUR-CICLO-DIAS
               EVALUATE TUR-PADRAO-CICLO(WS-POS-IDX:1)
                   WHEN "T"
                       ADD 1 TO WS-QTD-DIAS-TRABALHO
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-TURNO-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-QTD-DIAS-TRABALHO = 0
               MOVE "N" TO WS-TURNO-OK
           END-IF.

       LISTA-ESCALA-FUNCIONARIO.
           PERFORM PEGA-COD-FUNCIONARIO.
           DISPLAY "ESCALA DE " WS-COD-CHAVE
               " - VIGENCIA TURNO REGISTRO POR".
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING ESC-IDX FROM 1 BY 1
                   UNTIL ESC-IDX > WS-QTD-ESCALAS
               MOVE TAB-ESC(ESC-IDX) TO ESC-ESCALA-REC
               IF ESC-COD = WS-COD-CHAVE
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY "  " ESC-DATA-VIGENCIA " " ESC-TURNO "  "
                       ESC-DATA-REGISTRO " " ESC-OPERADOR
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "  SEM TURNO: VALE O HORARIO GERAL DA EMPRESA"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-COD-CHAVE TO WS-ESC-COD-PEDIDO
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-ESC-DATA-PEDIDA
               PERFORM TURNO-DO-DIA THRU TURNO-DO-DIA-FIM
               IF ESC-COM-TURNO
                   DISPLAY "  HOJE NO TURNO " TUR-CODIGO " "
                       TUR-DESCRICAO
               END-IF
           END-IF.

      *    funcionario ativo do mestre, turno cadastrado e data de
      *    vigencia valida; a mesma vigencia de novo troca o turno.
       ATRIBUI-TURNO.
           PERFORM CONFERE-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               GO TO ATRIBUI-TURNO-FIM
           END-IF.
           PERFORM PEGA-COD-FUNCIONARIO.
           OPEN INPUT FUNCIONARIO-MASTER-FILE.
           MOVE WS-COD-CHAVE TO FM-COD.
           MOVE SPACE TO FM-SITUACAO.
           IF WS-MASTER-STATUS = "00"
               READ FUNCIONARIO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO FM-SITUACAO
               END-READ
           END-IF.
           CLOSE FUNCIONARIO-MASTER-FILE.
           IF FM-SITUACAO NOT = "A"
               DISPLAY "FUNCIONARIO " WS-COD-CHAVE
                   " NAO ESTA ATIVO NO MESTRE"
               MOVE "PROG123" TO WS-EXCCOM-PROGRAMA
               MOVE "ESC-COD" TO WS-EXCCOM-CAMPO
               MOVE WS-COD-CHAVE TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-TURNO-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " FM-COD " " FM-NOME.
           DISPLAY "CODIGO DO TURNO:"
           ACCEPT TUR-CODIGO.
           PERFORM PROCURA-TURNO.
           IF WS-TUR-ACHADO = 0
               DISPLAY "TURNO NAO CADASTRADO"
               MOVE "PROG123" TO WS-EXCCOM-PROGRAMA
               MOVE "ESC-TURNO" TO WS-EXCCOM-CAMPO
               MOVE TUR-CODIGO TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-TURNO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "VIGENCIA (AAAAMMDD, EM BRANCO = HOJE):"
           ACCEPT WS-VIGENCIA-PEDIDA.
           IF WS-VIGENCIA-PEDIDA = 0
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-VIGENCIA-PEDIDA
           END-IF.
           MOVE WS-VIGENCIA-PEDIDA TO WS-DATA-CONFERIDA.
           PERFORM VALIDA-DATA-CALENDARIO
               THRU VALIDA-DATA-CALENDARIO-FIM.
           IF NOT DATA-CALENDARIO-VALIDA
               DISPLAY "DATA INVALIDA, ESCALA MANTIDA"
               MOVE "PROG123" TO WS-EXCCOM-PROGRAMA
               MOVE "ESC-VIGENCIA" TO WS-EXCCOM-CAMPO
               MOVE WS-VIGENCIA-PEDIDA TO WS-EXCCOM-VALOR
               PERFORM GRAVA-EXCECAO-COMUM
               GO TO ATRIBUI-TURNO-FIM
           END-IF.

           MOVE 0 TO WS-ESC-ACHADA.
           MOVE SPACES TO WS-TURNO-ANTERIOR.
           PERFORM VARYING ESC-IDX FROM 1 BY 1
                   UNTIL ESC-IDX > WS-QTD-ESCALAS
               MOVE TAB-ESC(ESC-IDX) TO ESC-ESCALA-REC
               IF ESC-COD = WS-COD-CHAVE
                   AND ESC-DATA-VIGENCIA = WS-VIGENCIA-PEDIDA
                   SET WS-ESC-ACHADA TO ESC-IDX
                   MOVE ESC-TURNO TO WS-TURNO-ANTERIOR
               END-IF
           END-PERFORM.
           IF WS-ESC-ACHADA = 0 AND WS-QTD-ESCALAS = 2000
               DISPLAY "ARQUIVO DE ESCALAS CHEIO"
               GO TO ATRIBUI-TURNO-FIM
           END-IF.

           MOVE WS-COD-CHAVE TO ESC-COD.
           MOVE TUR-CODIGO TO ESC-TURNO.
           MOVE WS-VIGENCIA-PEDIDA TO ESC-DATA-VIGENCIA.
           MOVE WS-OPERADOR-ID-DIGITADO TO ESC-OPERADOR.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO ESC-DATA-REGISTRO.
           IF WS-ESC-ACHADA = 0
               ADD 1 TO WS-QTD-ESCALAS
               MOVE WS-QTD-ESCALAS TO WS-ESC-ACHADA
           END-IF.
           MOVE ESC-ESCALA-REC TO TAB-ESC(WS-ESC-ACHADA).
           MOVE "S" TO WS-ESCALAS-ALTERADAS.

           MOVE WS-OPERADOR-ID-DIGITADO TO WS-NOME-COMUM.
           MOVE "ESCALA" TO WS-OPERADOR-COMUM.
           MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
           STRING ESC-COD " TURNO " WS-TURNO-ANTERIOR " PARA "
                  ESC-TURNO " V" ESC-DATA-VIGENCIA
               DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
           PERFORM GRAVA-AUDITORIA-COMUM.
           DISPLAY "TURNO " ESC-TURNO " A PARTIR DE "
               ESC-DATA-VIGENCIA.

       ATRIBUI-TURNO-FIM.
           EXIT.

       COPY "DVPROC.cpy".
       COPY "DATAPROC.cpy".
       COPY "PARMPROC.cpy".
       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "ESCPROC.cpy".
