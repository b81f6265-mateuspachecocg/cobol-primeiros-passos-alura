      *********************************
      * COPYBOOK: PEDCOMP.COB
      * PEDIDOS DE COMPRA DE MATERIAL (PEDCOMP), UM REGISTRO POR
      * ITEM DO PEDIDO: O NUMERO VEM DO CONTROLE PEDCTL E REUNE OS
      * ITENS DO MESMO FORNECEDOR PREFERIDO (MATFORN) GERADOS NA
      * MESMA RODADA DO PROGCOB145. GUARDA A QUANTIDADE PEDIDA (JA
      * NO LOTE DE COMPRA), O PRECO ESPERADO E A DATA PREVISTA DE
      * ENTREGA; AS ENTRADAS 'E' DO MATMOV COM O NUMERO DO PEDIDO
      * (PEDRECB, GRAVADO PELO PROGCOB81) SOMAM A QUANTIDADE E O
      * VALOR RECEBIDOS PELO PROGCOB146.
      * PC-SITUACAO: 'A' = ABERTO (NADA RECEBIDO); 'P' = ENTREGA
      * PARCIAL; 'F' = ATENDIDO (RECEBIDO TUDO O PEDIDO)
      *********************************
       01  PC-REGISTRO.
           02 PC-NUMERO         PIC 9(06).
           02 PC-ITEM           PIC 9(03).
           02 PC-FORNECEDOR     PIC 9(14).
           02 PC-CODIGO         PIC 9(03).
           02 PC-DATA-EMISSAO   PIC 9(08).
           02 PC-DATA-ENTREGA   PIC 9(08).
           02 PC-QTD-PEDIDA     PIC 9(07).
           02 PC-PRECO          PIC 9(05)V99.
           02 PC-QTD-RECEBIDA   PIC 9(07).
           02 PC-VALOR-RECEBIDO PIC 9(09)V99.
           02 PC-ULTIMA-ENTRADA PIC 9(08).
           02 PC-SITUACAO       PIC X(01).
              88 PC-ABERTO      VALUE 'A'.
              88 PC-PARCIAL     VALUE 'P'.
              88 PC-ATENDIDO    VALUE 'F'.
