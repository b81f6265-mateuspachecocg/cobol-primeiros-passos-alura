      *********************************
      * COPYBOOK: INVPORT.COB
      * CARTEIRA DE APLICACOES FINANCEIRAS DA TESOURARIA (INVPORT):
      * UMA POSICAO POR APLICACAO, INCLUIDA PELA TELA PROGCOB140 E
      * VALORIZADA TODO MES PELO PROGCOB139, QUE CAPITALIZA O SALDO
      * A CADA ANIVERSARIO DA APLICACAO COM A TAXA DA FONTE DA
      * POSICAO: 'F' = TAXA MENSAL FIXA DA PROPRIA POSICAO (IP-TAXA);
      * 'T' = O RATETAB (MESMA CONVENCAO DO PROGCOBD04 - O REGISTRO
      * N E A TAXA DO MES N DA APLICACAO; ACABANDO O ARQUIVO, VALE
      * O IP-TAXA). IP-MESES E IP-SALDO SAO OS MESES JA CAPITALIZADOS
      * E O SALDO BRUTO NO ULTIMO ANIVERSARIO; IP-LIQUIDO-PROJ E O
      * LIQUIDO QUE O RESGATE DARIA NA DATA DA VALORIZACAO (LIDO
      * PELA PREVISAO DE CAIXA PROGCOB65). IP-SITUACAO: 'A' = ATIVA;
      * 'P' = RESGATE PEDIDO PELA TESOURARIA PARA IP-DATA-RESGATE;
      * 'R' = RESGATADA - O LIQUIDO (BRUTO MENOS IOF E IR REGRESSIVO)
      * FOI LANCADO NO REGTRAN DA CONTA IP-CONTA NA DATA DO RESGATE
      *********************************
       01  IP-REGISTRO.
           02 IP-APLICACAO      PIC 9(06).
           02 IP-BANCO          PIC X(20).
           02 IP-PRODUTO        PIC X(15).
           02 IP-CONTA          PIC 9(04).
           02 IP-VALOR-APLICADO PIC 9(09)V99.
           02 IP-DATA-APLICACAO PIC 9(08).
           02 IP-VENCIMENTO     PIC 9(08).
           02 IP-FONTE-TAXA     PIC X(01).
              88 IP-TAXA-FIXA   VALUE 'F'.
              88 IP-TAXA-RATETAB VALUE 'T'.
           02 IP-TAXA           PIC 9(02)V99.
           02 IP-SITUACAO       PIC X(01).
              88 IP-ATIVA       VALUE 'A'.
              88 IP-RESGATE-PEDIDO VALUE 'P'.
              88 IP-RESGATADA   VALUE 'R'.
           02 IP-MESES          PIC 9(03).
           02 IP-SALDO          PIC 9(09)V99.
           02 IP-DATA-VALORIZACAO PIC 9(08).
           02 IP-LIQUIDO-PROJ   PIC 9(09)V99.
           02 IP-DATA-RESGATE   PIC 9(08).
           02 IP-IOF-RESGATE    PIC 9(07)V99.
           02 IP-IR-RESGATE     PIC 9(07)V99.
           02 IP-LIQUIDO-RESGATE PIC 9(09)V99.
