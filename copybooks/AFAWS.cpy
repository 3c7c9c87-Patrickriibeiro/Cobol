      *    campos de trabalho dos afastamentos (ver AFASEL/AFAFD/
      *    AFAPROC): o arquivo inteiro fica em tabela de imagens do
      *    registro. o chamador poe o codigo em WS-AFA-COD-PEDIDO e
      *    a janela (AAAAMMDD, inclusive) em WS-AFA-JANELA-INICIO/
      *    -FIM e o APURA-AFASTAMENTOS devolve os dias afastados na
      *    janela, os que a empresa nao paga, os de beneficio da
      *    previdencia (doenca e acidente passados os dias da
      *    empresa) e os de licenca nao remunerada.
       01  WS-AFASTAM-STATUS PIC XX.
       01  WS-TABELA-AFASTAMENTOS.
           05  TAB-AFA OCCURS 1000 TIMES INDEXED BY AFA-IDX
                       PIC X(67).
       01  WS-QTD-AFASTAMENTOS PIC 9(4) VALUE 0.
       01  WS-AFA-COD-PEDIDO PIC X(6).
       01  WS-AFA-JANELA-INICIO PIC 9(8).
       01  WS-AFA-JANELA-FIM PIC 9(8).
      *    dias pagos pela empresa no comeco de cada tipo de
      *    afastamento (o chamador pode trocar pelos parametros).
      *    a licenca-maternidade sai inteira na folha, que compensa
      *    o salario-maternidade no recolhimento; a nao remunerada
      *    nao tem dia pago.
       01  WS-AFA-EMPRESA-DOENCA PIC 9(3) VALUE 15.
       01  WS-AFA-EMPRESA-ACIDENTE PIC 9(3) VALUE 15.
       01  WS-AFA-EMPRESA-MATERNIDADE PIC 9(3) VALUE 120.
       01  WS-AFA-DIAS-AFASTADO PIC 9(5).
       01  WS-AFA-DIAS-NAO-PAGOS PIC 9(5).
       01  WS-AFA-DIAS-BENEFICIO PIC 9(5).
       01  WS-AFA-DIAS-SEM-REMUN PIC 9(5).
       01  WS-AFA-TIPO-ACHADO PIC X.
       01  WS-AFA-ULTIMO-RETORNO PIC 9(8).
       01  WS-AFA-DIAS-EMPRESA PIC 9(3).
       01  WS-AFA-INT-JAN-INI PIC S9(7).
       01  WS-AFA-INT-JAN-FIM PIC S9(7).
       01  WS-AFA-INT-INI PIC S9(7).
       01  WS-AFA-INT-FIM PIC S9(7).
       01  WS-AFA-INT-DE PIC S9(7).
       01  WS-AFA-INT-ATE PIC S9(7).
