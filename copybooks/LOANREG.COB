      *********************************
      * COPYBOOK: LOANREG.COB
      * LAYOUT DO CADASTRO DE EMPRESTIMOS BANCARIOS DA EMPRESA
      * (BANKLOAN): UM REGISTRO POR PARCELA DE CADA CONTRATO
      * LANCADO PELO PROGCOB116 (EB-CONTRATO E O NUMERO INTERNO DO
      * CONTRATO, EB-PARCELA/EB-QT-PARCELAS A PARCELA), COM O BANCO,
      * O NUMERO DO CONTRATO NO BANCO, O PRINCIPAL, A TAXA MENSAL E
      * O PRIMEIRO VENCIMENTO REPETIDOS EM TODAS AS PARCELAS. O
      * CRONOGRAMA E A TABELA PRICE DO SIMULADOR PROGCOBD06:
      * PRESTACAO, JUROS, AMORTIZACAO E SALDO DEVEDOR DEPOIS DA
      * PARCELA. EB-STATUS: 'A' = EM ABERTO, AINDA FORA DO PENDPAY;
      * 'G' = AGENDADA NO PENDPAY PELO PROGCOB117 (ORIGEM 'EB',
      * REFERENCIA = CONTRATO + PARCELA); 'P' = PAGA - LIBERADA
      * PELO PROGCOB50 E CONTABILIZADA NO GLEXTRACT PELO PROGCOB117.
      * LIDO TAMBEM PELA POSICAO DA DIVIDA (PROGCOB118)
      *********************************
       01  EB-REGISTRO.
           02 EB-CONTRATO      PIC 9(06).
           02 EB-PARCELA       PIC 9(02).
           02 EB-QT-PARCELAS   PIC 9(02).
           02 EB-BANCO         PIC 9(03).
           02 EB-NOME-BANCO    PIC X(20).
           02 EB-CONTRATO-BANCO PIC X(15).
           02 EB-PRINCIPAL     PIC 9(09)V99.
           02 EB-TAXA-MENSAL   PIC 9(02)V99.
           02 EB-DATA-CONTRATACAO PIC 9(08).
           02 EB-PRIMEIRO-VENC PIC 9(08).
           02 EB-VENCIMENTO    PIC 9(08).
           02 EB-PRESTACAO     PIC 9(07)V99.
           02 EB-JUROS         PIC 9(07)V99.
           02 EB-AMORTIZACAO   PIC 9(07)V99.
           02 EB-SALDO-DEVEDOR PIC 9(09)V99.
           02 EB-STATUS        PIC X(01).
              88 EB-ABERTA     VALUE 'A'.
              88 EB-AGENDADA   VALUE 'G'.
              88 EB-PAGA       VALUE 'P'.
           02 EB-DATA-AGENDAMENTO PIC 9(08).
           02 EB-DATA-PAGAMENTO PIC 9(08).
           02 EB-USUARIO       PIC X(08).
