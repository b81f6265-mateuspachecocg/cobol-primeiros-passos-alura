      *********************************
      * COPYBOOK: MATFORN.COB
      * FORNECEDOR PREFERIDO POR ITEM DO CATALOGO (MATFORN): PARA
      * CADA CODIGO DO MATCAT, O DOCUMENTO DO FORNECEDOR NO SUPPMAST
      * (COPYBOOK SUPPLIER), O LOTE DE COMPRA (A QUANTIDADE PEDIDA E
      * ARREDONDADA PARA CIMA AO MULTIPLO DO LOTE; ZERO = UNIDADE),
      * O PRAZO DE ENTREGA EM DIAS CORRIDOS E O PRECO COMBINADO COM
      * O FORNECEDOR (ZERO = O PRECO DO CATALOGO). USADO PELA
      * GERACAO DE PEDIDOS DE COMPRA (PROGCOB145)
      *********************************
       01  MF-REGISTRO.
           02 MF-CODIGO         PIC 9(03).
           02 MF-FORNECEDOR     PIC 9(14).
           02 MF-LOTE           PIC 9(05).
           02 MF-PRAZO-ENTREGA  PIC 9(03).
           02 MF-PRECO          PIC 9(05)V99.
