           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *    controle da janela noturna (ver PROG150): a situacao da
      *    janela corrente e o diario dos passos dela, alimentado
      *    pelo proprio log de execucao (RUNPROC.cpy).
           SELECT JANELA-ATUAL-FILE ASSIGN TO "JANATUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANATUAL-STATUS.

           SELECT JANELA-CONTROLE-FILE ASSIGN TO "JANCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANCTRL-STATUS.

           SELECT JANELA-PASSOS-FILE ASSIGN TO "JANPASSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANPASSO-STATUS.
