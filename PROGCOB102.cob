       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB102.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: SUBROTINA DO CADASTRO DE PRODUTOS: CARREGA O
      *     PRODMAST (COPYBOOK PRODUCT) NUMA TABELA E VALORIZA OS
      *     ITENS DE VENDA DO SALESTRAN (COPYBOOK SALELINE) PARA O
      *     FECHAMENTO PROGCOBD05, O DIARIO PROGCOB70, O LIVRO DE
      *     SAIDAS PROGCOB93 E O RELATORIO DE PRODUTOS PROGCOB103,
      *     PELA LINKAGE DO COPYBOOK PRODUTOP. O ICMS DO ITEM SEGUE
      *     A CLASSE DO PRODUTO: SO O TRIBUTADO PAGA A ALIQUOTA DA
      *     UF; ISENTO E SUBSTITUICAO TRIBUTARIA SAEM SEM IMPOSTO.
      *     SEM O PRODMAST, NENHUM PRODUTO ESTA CADASTRADO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           COPY 'PRODUCT.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODMAST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PRODMAST  PIC X(01) VALUE 'N'.
          88 FIM-PRODMAST   VALUE 'S'.
       77 WRK-ERRO-TABELA   PIC X(01) VALUE 'N'.
          88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PRD       PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-BRUTO   PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TB-PRODUTOS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-REGISTRO PIC X(56).
       LINKAGE SECTION.
           COPY 'PRODUTOP.COB'.
       PROCEDURE DIVISION USING PRP-PARAMETROS.

       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN PRP-CARREGAR
                   PERFORM 0100-CARREGAR-CADASTRO
               WHEN PRP-VALORIZAR
                   PERFORM 0200-VALORIZAR-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    CADASTRO AUSENTE DEVOLVE 'N' (TODO ITEM SAI COMO PRODUTO
      *    NAO CADASTRADO); CADASTRO MAIOR QUE A TABELA DEVOLVE 'E'
       0100-CARREGAR-CADASTRO.
           MOVE ZEROS TO WRK-TB-QTD.
           MOVE 'N' TO WRK-ERRO-TABELA WRK-EOF-PRODMAST.
           MOVE 'N' TO PRP-RESULTADO.

           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRODMAST = '00'
               MOVE 'S' TO PRP-RESULTADO
               PERFORM 0110-LER-PRODUTO
               PERFORM UNTIL FIM-PRODMAST OR TABELA-ESTOURADA
                   IF WRK-TB-QTD = 2000
                       MOVE 'S' TO WRK-ERRO-TABELA
                   ELSE
                       ADD 1 TO WRK-TB-QTD
                       MOVE PR-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-TB-QTD)
                       PERFORM 0110-LER-PRODUTO
                   END-IF
               END-PERFORM
               CLOSE PRODUCT-MASTER
           ELSE
               DISPLAY '*** PRODMAST AUSENTE - FS ' WRK-FS-PRODMAST
                       ' - ITENS SEM PRODUTO CADASTRADO ***'
           END-IF.

           IF TABELA-ESTOURADA
               DISPLAY '*** PRODMAST EXCEDE A TABELA DE 2000'
                       ' PRODUTOS ***'
               MOVE 'E' TO PRP-RESULTADO
           END-IF.
           MOVE WRK-TB-QTD TO PRP-QT-PRODUTOS.

       0110-LER-PRODUTO.
           READ PRODUCT-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-PRODMAST
           END-READ.

      *    VALOR DO ITEM = QUANTIDADE X PRECO MENOS O DESCONTO; O
      *    ICMS E ARREDONDADO ITEM A ITEM, NA ALIQUOTA QUE O
      *    CHAMADOR ACHOU PARA A UF E A DATA DA VENDA
       0200-VALORIZAR-ITEM.
           MOVE ZEROS TO PRP-VALOR-ITEM PRP-CUSTO-ITEM
                         PRP-BASE-ICMS PRP-ICMS-ITEM.
           MOVE SPACES TO PRP-DESCRICAO PRP-CLASSE-ICMS.
           MOVE ZEROS TO WRK-IDX-PRD.
           IF TABELA-ESTOURADA
               MOVE 'E' TO PRP-RESULTADO
           ELSE
               MOVE 'N' TO PRP-RESULTADO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                                  OR WRK-IDX-PRD > ZEROS
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO PR-REGISTRO
                   IF PR-CODIGO = PRP-PRODUTO
                       MOVE WRK-IDX TO WRK-IDX-PRD
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-IDX-PRD > ZEROS
               MOVE WRK-TB-REGISTRO(WRK-IDX-PRD) TO PR-REGISTRO
               MOVE PR-DESCRICAO   TO PRP-DESCRICAO
               MOVE PR-CLASSE-ICMS TO PRP-CLASSE-ICMS
               COMPUTE WRK-VALOR-BRUTO =
                   PRP-QUANTIDADE * PRP-PRECO
               IF PRP-DESCONTO > WRK-VALOR-BRUTO
                   MOVE 'I' TO PRP-RESULTADO
               ELSE
                   COMPUTE PRP-VALOR-ITEM =
                       WRK-VALOR-BRUTO - PRP-DESCONTO
                   COMPUTE PRP-CUSTO-ITEM =
                       PRP-QUANTIDADE * PR-CUSTO
                   IF PR-TRIBUTADO
                       MOVE PRP-VALOR-ITEM TO PRP-BASE-ICMS
                       COMPUTE PRP-ICMS-ITEM ROUNDED =
                           PRP-VALOR-ITEM * PRP-ALIQUOTA / 100
                   END-IF
                   MOVE 'S' TO PRP-RESULTADO
               END-IF
           END-IF.
