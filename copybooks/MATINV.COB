      *********************************
      * COPYBOOK: MATINV.COB
      * INVENTARIO DE MATERIAIS DE OBRA (MATINV): UM REGISTRO POR
      * ITEM DO CATALOGO MATCAT COM O EM ESTOQUE, O RESERVADO PELOS
      * ORCAMENTOS ACEITOS (PROGCOBD03), O PONTO DE REPOSICAO E O
      * CUSTO MEDIO PONDERADO DA UNIDADE, RECALCULADO A CADA
      * ENTRADA POR COMPRA COM PRECO NO PROGCOB81 (REGISTRO ANTIGO
      * SEM O CUSTO E LIDO COMO ZERO). MOVIMENTADO PELO PROGCOB81,
      * PELO PROGCOBD03 E PELO AJUSTE DE CONTAGEM FISICA (PROGCOB149)
      *********************************
       01  IV-REGISTRO.
           02 IV-CODIGO        PIC 9(03).
           02 IV-ESTOQUE       PIC 9(07).
           02 IV-RESERVADO     PIC 9(07).
           02 IV-PONTO-REPOS   PIC 9(05).
           02 IV-CUSTO-MEDIO   PIC 9(05)V9(04).
