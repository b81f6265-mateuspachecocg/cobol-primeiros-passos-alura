      *********************************
      * COPYBOOK: PEDRECB.COB
      * RECEBIMENTO DE PEDIDO DE COMPRA (PEDRECB): CADA ENTRADA 'E'
      * DO MATMOV APLICADA PELO PROGCOB81 COM O NUMERO DO PEDIDO
      * GERA UM REGISTRO AQUI (PEDIDO, ITEM DO CATALOGO, QUANTIDADE,
      * PRECO UNITARIO DA NOTA - ZERO SE NAO INFORMADO - E DATA). O
      * PROGCOB146 SOMA O RECEBIDO NO PEDCOMP E ESVAZIA O ARQUIVO
      *********************************
       01  PR-REGISTRO.
           02 PR-PEDIDO        PIC 9(06).
           02 PR-CODIGO        PIC 9(03).
           02 PR-QTD           PIC 9(05).
           02 PR-PRECO         PIC 9(05)V99.
           02 PR-DATA          PIC 9(08).
