      *********************************
      * COPYBOOK: PAYABLE.COB
      * LAYOUT DO ARQUIVO DE CONTAS A PAGAR (APFILE), O ESPELHO DO
      * ARFILE DO LADO DOS FORNECEDORES: UM REGISTRO POR PARCELA DE
      * CADA NOTA LANCADA PELO PROGCOB108 (CP-NUMERO E O NUMERO
      * INTERNO DA NOTA, CP-PARCELA/CP-QT-PARCELAS A PARCELA), COM
      * O FORNECEDOR DO SUPPMAST, O DOCUMENTO DO FORNECEDOR, A CONTA
      * DE DESPESA E O VENCIMENTO DA PARCELA. CP-STATUS: 'D' =
      * DIGITADA, AGUARDANDO APROVACAO; 'A' = APROVADA PELO
      * PROGCOB109, QUE AGENDA A PARCELA NO PENDPAY (ORIGEM 'CP',
      * REFERENCIA = NUMERO + PARCELA); 'P' = PAGA - BAIXADA PELO
      * PROGCOB50 NA LIBERACAO DO PAGAMENTO; 'C' = CANCELADA NA
      * APROVACAO. LIDO TAMBEM PELO AGING (PROGCOB110) E PELO
      * EXTRATO DO FORNECEDOR (PROGCOB111)
      *********************************
       01  CP-REGISTRO.
           02 CP-NUMERO        PIC 9(06).
           02 CP-PARCELA       PIC 9(02).
           02 CP-QT-PARCELAS   PIC 9(02).
           02 CP-FORNECEDOR    PIC 9(14).
           02 CP-DOCUMENTO     PIC X(10).
           02 CP-DATA-EMISSAO  PIC 9(08).
           02 CP-VENCIMENTO    PIC 9(08).
           02 CP-VALOR         PIC 9(07)V99.
           02 CP-CONTA-DESPESA PIC 9(08).
           02 CP-DATA-LANCAMENTO PIC 9(08).
           02 CP-USUARIO       PIC X(08).
           02 CP-STATUS        PIC X(01).
              88 CP-DIGITADA   VALUE 'D'.
              88 CP-APROVADA   VALUE 'A'.
              88 CP-PAGA       VALUE 'P'.
              88 CP-CANCELADA  VALUE 'C'.
           02 CP-APROVADOR     PIC X(20).
           02 CP-DATA-APROVACAO PIC 9(08).
           02 CP-DATA-PAGAMENTO PIC 9(08).
