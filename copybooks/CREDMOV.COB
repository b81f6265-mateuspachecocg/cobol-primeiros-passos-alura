      *********************************
      * COPYBOOK: CREDMOV.COB
      * LAYOUT DO MOVIMENTO DE SALDO CREDOR DO CLIENTE (CREDMOV):
      * UMA LINHA POR ALTERACAO DO CUSTCRED, COM O SALDO DEPOIS DO
      * MOVIMENTO. CV-TIPO: 'P' = PAGAMENTO A MAIOR (CREDITO),
      * 'D' = DEVOLUCAO DE MERCADORIA (CREDITO), 'C' = COMPENSACAO
      * EM TITULO NOVO (DEBITO), 'R' = REEMBOLSO AGENDADO NO
      * PENDPAY (DEBITO). CV-REFERENCIA E O NUMERO DO TITULO DO
      * ARFILE QUANDO HOUVER
      *********************************
       01  CV-REGISTRO.
           02 CV-CPF           PIC 9(11).
           02 CV-DATA          PIC 9(08).
           02 CV-TIPO          PIC X(01).
              88 CV-PAGO-A-MAIOR VALUE 'P'.
              88 CV-DEVOLUCAO    VALUE 'D'.
              88 CV-COMPENSACAO  VALUE 'C'.
              88 CV-REEMBOLSO    VALUE 'R'.
           02 CV-VALOR         PIC 9(08)V99.
           02 CV-REFERENCIA    PIC 9(06).
           02 CV-PROGRAMA      PIC X(10).
           02 CV-SALDO-APOS    PIC 9(08)V99.
