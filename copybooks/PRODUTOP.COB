      *********************************
      * COPYBOOK: PRODUTOP.COB
      * AREA DE PARAMETROS DA SUBROTINA DE PRODUTOS (PROGCOB102).
      * O CHAMADOR CARREGA O PRODMAST COM PRP-ACAO 'A' E, PARA CADA
      * ITEM DE VENDA, CHAMA 'V' COM O PRODUTO, A QUANTIDADE, O
      * PRECO, O DESCONTO E A ALIQUOTA DE ICMS DA UF DA VENDA; A
      * ROTINA DEVOLVE O VALOR DO ITEM, O CUSTO (QUANTIDADE X CUSTO
      * DO CADASTRO), A BASE E O ICMS DO ITEM CONFORME A CLASSE DO
      * PRODUTO. PRP-RESULTADO: 'S' = OK, 'N' = PRODUTO NAO
      * CADASTRADO, 'I' = DESCONTO MAIOR QUE O VALOR DO ITEM,
      * 'E' = PRODMAST MAIOR QUE A TABELA (O CHAMADOR ABANDONA COM
      * RETURN-CODE 12)
      *********************************
       01  PRP-PARAMETROS.
           02 PRP-ACAO         PIC X(01).
              88 PRP-CARREGAR  VALUE 'A'.
              88 PRP-VALORIZAR VALUE 'V'.
           02 PRP-PRODUTO      PIC 9(06).
           02 PRP-QUANTIDADE   PIC 9(05).
           02 PRP-PRECO        PIC 9(06)V99.
           02 PRP-DESCONTO     PIC 9(06)V99.
           02 PRP-ALIQUOTA     PIC 9(02)V99.
           02 PRP-DESCRICAO    PIC X(30).
           02 PRP-CLASSE-ICMS  PIC X(01).
           02 PRP-VALOR-ITEM   PIC 9(09)V99.
           02 PRP-CUSTO-ITEM   PIC 9(09)V99.
           02 PRP-BASE-ICMS    PIC 9(09)V99.
           02 PRP-ICMS-ITEM    PIC 9(07)V99.
           02 PRP-QT-PRODUTOS  PIC 9(04).
           02 PRP-RESULTADO    PIC X(01).
              88 PRP-OK              VALUE 'S'.
              88 PRP-NAO-CADASTRADO  VALUE 'N'.
              88 PRP-ITEM-INVALIDO   VALUE 'I'.
              88 PRP-ERRO-TABELA     VALUE 'E'.
