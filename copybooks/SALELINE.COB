      *********************************
      * COPYBOOK: SALELINE.COB
      * LAYOUT DA LINHA DE ITEM DA VENDA NO SALESTRAN (TIPO 'L').
      * A VENDA (OU DEVOLUCAO) COM ITENS TRAZ NO CABECALHO O NUMERO
      * DA VENDA (ST-NUMERO) E A QUANTIDADE DE ITENS (ST-QT-ITENS),
      * E OS ITENS VEM LOGO EM SEGUIDA, UM POR LINHA, COM O MESMO
      * NUMERO. VALOR DO ITEM = QUANTIDADE X PRECO UNITARIO MENOS O
      * DESCONTO; A SOMA DOS ITENS TEM QUE BATER COM O ST-VENDA DO
      * CABECALHO. CABECALHO COM ST-QT-ITENS ZERADO OU EM BRANCO E
      * A VENDA SO COM TOTAL, COMO SEMPRE. ENTRA NO FD DO SALESTRAN
      * COMO SEGUNDO REGISTRO, SOBRE O CABECALHO
      *********************************
       01  SL-REGISTRO.
           02 SL-TIPO          PIC X(01).
              88 SL-EH-ITEM    VALUE 'L'.
           02 SL-NUMERO        PIC 9(06).
           02 SL-PRODUTO       PIC 9(06).
           02 SL-QUANTIDADE    PIC 9(05).
           02 SL-PRECO         PIC 9(06)V99.
           02 SL-DESCONTO      PIC 9(06)V99.
