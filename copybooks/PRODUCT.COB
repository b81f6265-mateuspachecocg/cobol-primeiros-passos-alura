      *********************************
      * COPYBOOK: PRODUCT.COB
      * LAYOUT DO CADASTRO DE PRODUTOS (PRODMAST): CODIGO,
      * DESCRICAO, UNIDADE, PRECO DE TABELA, CUSTO UNITARIO E A
      * CLASSIFICACAO DO ICMS DO PRODUTO - 'T' TRIBUTADO PELA
      * ALIQUOTA DA UF DO ICMSTAB, 'I' ISENTO, 'S' SUBSTITUICAO
      * TRIBUTARIA (IMPOSTO JA RECOLHIDO NA ENTRADA, NAO DEBITA NA
      * SAIDA). LIDO SO PELA SUBROTINA PROGCOB102, QUE VALORIZA OS
      * ITENS DAS VENDAS PARA QUEM LE O SALESTRAN
      *********************************
       01  PR-REGISTRO.
           02 PR-CODIGO        PIC 9(06).
           02 PR-DESCRICAO     PIC X(30).
           02 PR-UNIDADE       PIC X(03).
           02 PR-PRECO-TABELA  PIC 9(06)V99.
           02 PR-CUSTO         PIC 9(06)V99.
           02 PR-CLASSE-ICMS   PIC X(01).
              88 PR-TRIBUTADO  VALUE 'T'.
              88 PR-ISENTO     VALUE 'I'.
              88 PR-SUBST-TRIB VALUE 'S'.
