      *********************************
      * COPYBOOK: INVCONT.COB
      * CONTAGEM FISICA DO INVENTARIO DE MATERIAIS (INVCONT): UM
      * REGISTRO POR ITEM DO MATINV NA EMISSAO DAS FOLHAS DE
      * CONTAGEM (PROGCOB147), COM A QUANTIDADE E O CUSTO MEDIO DO
      * LIVRO NAQUELE MOMENTO E A TOLERANCIA DA CONTAGEM (% SOBRE
      * O LIVRO). A DIGITACAO (PROGCOB148) GRAVA O CONTADO: DENTRO
      * DA TOLERANCIA O ITEM JA FICA APROVADO ('A', APROVADOR
      * 'TOLERANCIA'); ACIMA DELA FICA PENDENTE ('P') ATE O
      * SUPERVISOR (PROGCOB149) APROVAR OU MANDAR RECONTAR (VOLTA
      * A 'F'). O AJUSTE APROVADO E LANCADO NO MATINV E NO
      * GLEXTRACT PELO PROGCOB149, QUE MARCA O ITEM 'L'
      *********************************
       01  CT-REGISTRO.
           02 CT-CODIGO         PIC 9(03).
           02 CT-DATA-FOLHA     PIC 9(08).
           02 CT-QTD-LIVRO      PIC 9(07).
           02 CT-CUSTO-MEDIO    PIC 9(05)V9(04).
           02 CT-TOLERANCIA     PIC 9(03)V99.
           02 CT-QTD-CONTADA    PIC 9(07).
           02 CT-DATA-CONTAGEM  PIC 9(08).
           02 CT-SITUACAO       PIC X(01).
              88 CT-A-CONTAR    VALUE 'F'.
              88 CT-APROVADA    VALUE 'A'.
              88 CT-PENDENTE    VALUE 'P'.
              88 CT-LANCADA     VALUE 'L'.
           02 CT-APROVADOR      PIC X(20).
           02 CT-DATA-APROVACAO PIC 9(08).
