      *            fim. departamento visto na folha mas ausente do
      *            mestre de departamentos sai num bloco proprio
      *            marcado SEM CADASTRO.
      * 2026-10-15 cabecalho traz o nivel de mascara do perfil da
      *            sessao (MASCARA.DAT); o espelho segue sem
      *            endereco, nascimento ou salario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           COPY "MASCSEL.cpy".
           COPY "AUDITSEL.cpy".
           COPY "EXCSEL.cpy".
           COPY "SIGNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTO-MASTER-FILE.
       FD  ROSTER-REPORT-FILE.
       01  ROSTER-REPORT-LINHA PIC X(80).

       COPY "MASCFD.cpy".
       COPY "AUDITFD.cpy".
       COPY "EXCFD.cpy".
       COPY "SIGNFD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PAGMSTR-STATUS PIC XX.
       01  WS-DEPTO-ACHADO PIC X.
       01  WS-QTD-NO-DEPTO PIC 9(3).

       COPY "CAMPOSCOM.cpy".
       COPY "SIGNWS.cpy".
       COPY "MASCWS.cpy".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM DEFINE-MASCARAS.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-FUNCIONARIOS
               THRU CARREGA-FUNCIONARIOS-FIM.
           MOVE "===== ESPELHO POR DEPARTAMENTO ====="
               TO ROSTER-REPORT-LINHA.
           WRITE ROSTER-REPORT-LINHA.
           MOVE WS-MASC-CABECALHO TO ROSTER-REPORT-LINHA.
           WRITE ROSTER-REPORT-LINHA.
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
                   UNTIL WS-DEPTO-IDX > WS-QTD-DEPTOS
               PERFORM IMPRIME-BLOCO-DEPTO
                  WS-QTD-NO-DEPTO
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINHA.
           WRITE ROSTER-REPORT-LINHA.

       COPY "AUDITPROC.cpy".
       COPY "EXCPROC.cpy".
       COPY "SIGNPROC.cpy".
       COPY "MASCPROC.cpy".
