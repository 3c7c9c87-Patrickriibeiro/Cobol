      *    mudancas salariais aprovadas com data de vigencia (ver
      *    MUDVFD/MUDVWS): o PROG69 grava cada aprovacao, o PROG121
      *    aplica no mestre de pagamento as que chegaram na data e a
      *    folha (PROG43) le dali o salario anterior e o novo para o
      *    pro rata do mes da mudanca.
           SELECT MUDANCAS-VIGENCIA-FILE ASSIGN TO "MUDVIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUDVIG-STATUS.
