      *********************************
      * COPYBOOK: CREDITP.COB
      * AREA DE PARAMETROS DA SUBROTINA DE SALDO CREDOR DO CLIENTE
      * (PROGCOB100). O CHAMADOR ABRE COM CRP-ACAO 'A', CREDITA COM
      * 'C' (CPF, VALOR, TIPO 'P' OU 'D', DATA E REFERENCIA),
      * COMPENSA COM 'O' (CRP-VALOR ENTRA COM O VALOR DO TITULO E
      * VOLTA COM O QUE FOI ABATIDO DO SALDO) E FECHA COM 'F'.
      * CRP-RESULTADO: 'S' = MOVIMENTO FEITO, 'N' = SEM SALDO A
      * COMPENSAR, 'E' = CUSTCRED/CREDMOV NAO DISPONIVEL
      *********************************
       01  CRP-PARAMETROS.
           02 CRP-ACAO         PIC X(01).
              88 CRP-ABRIR     VALUE 'A'.
              88 CRP-CREDITAR  VALUE 'C'.
              88 CRP-COMPENSAR VALUE 'O'.
              88 CRP-FECHAR    VALUE 'F'.
           02 CRP-CPF          PIC 9(11).
           02 CRP-VALOR        PIC 9(08)V99.
           02 CRP-TIPO         PIC X(01).
           02 CRP-DATA         PIC 9(08).
           02 CRP-REFERENCIA   PIC 9(06).
           02 CRP-PROGRAMA     PIC X(10).
           02 CRP-RESULTADO    PIC X(01).
              88 CRP-OK            VALUE 'S'.
              88 CRP-SEM-SALDO     VALUE 'N'.
              88 CRP-ERRO-ARQUIVO  VALUE 'E'.
