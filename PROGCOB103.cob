       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB103.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: RELATORIO DE VENDAS POR PRODUTO. ATE AQUI O
      *     SALESTRAN SO TINHA O TOTAL DA VENDA E NINGUEM SABIA O
      *     QUE VENDIA NEM COM QUE MARGEM. ESTA RODADA LE OS ITENS
      *     DAS VENDAS DO ANO CORRENTE (REGISTRO 'L', COPYBOOK
      *     SALELINE), VALORIZADOS PELA SUBROTINA PROGCOB102 COM O
      *     CUSTO DO PRODMAST, E EMITE NO PRODRPT, PRODUTO A
      *     PRODUTO E MES A MES: QUANTIDADE, RECEITA, CUSTO, MARGEM
      *     BRUTA E MARGEM PERCENTUAL, COM O TOTAL DO PRODUTO, E NO
      *     FIM O RESUMO DO MES COM TODOS OS PRODUTOS. DEVOLUCAO
      *     ABATE. VENDA SO COM TOTAL (SEM ITENS) E VENDA CUJOS
      *     ITENS NAO BATEM COM O CABECALHO (REJEITADA NO
      *     FECHAMENTO PROGCOBD05) FICAM FORA, CONTADAS NO RODAPE
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALESTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESTRAN.

           SELECT PRODUCT-RPT ASSIGN TO 'PRODRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
       01  ST-REGISTRO.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-CPF        PIC 9(11).
           02 ST-PRAZO      PIC 9(03).
           02 ST-MOTIVO     PIC 9(02).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).
           COPY 'SALELINE.COB'.

       FD  PRODUCT-RPT.
       01  PV-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODRPT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESTRAN PIC X(01) VALUE 'N'.
          88 FIM-SALESTRAN  VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-RELATORIO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOSYS        PIC 9(04) VALUE ZEROS.
       77 WRK-MESSYS        PIC 9(02) VALUE ZEROS.
       77 WRK-MES-VENDA     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PRD       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-IT        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-NO-ANO     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-COM-ITENS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-ITENS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QT-AVULSOS    PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-SEM-ITENS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SINAL         PIC S9(01) VALUE +1.
       77 WRK-MARGEM        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT-MARGEM    PIC S9(05)V9 VALUE ZEROS.
       77 WRK-PRODUTO-NOVO  PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    MONTAGEM DA VENDA COM ITENS, COMO NO PROGCOB70: O
      *    CABECALHO FICA GUARDADO ENQUANTO OS ITENS SAO LIDOS, E O
      *    REGISTRO QUE NAO E ITEM DA VENDA FICA RETIDO
       77 WRK-CABECALHO     PIC X(53) VALUE SPACES.
       77 WRK-REG-RETIDO    PIC X(53) VALUE SPACES.
       77 WRK-TEM-RETIDO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITENS     PIC X(01) VALUE 'N'.
       77 WRK-COM-ITENS     PIC X(01) VALUE 'N'.
          88 VENDA-COM-ITENS VALUE 'S'.
       77 WRK-ITENS-OK      PIC X(01) VALUE 'N'.
          88 ITENS-CONFEREM VALUE 'S'.
       77 WRK-NUMERO-VENDA  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ITENS-ESPERADOS PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-ITENS    PIC 9(09)V99 VALUE ZEROS.
      *    ITENS DA VENDA EM MONTAGEM, SO SOMADOS AO PRODUTO DEPOIS
      *    QUE A VENDA INTEIRA CONFERE
       01  WRK-TB-ITENS.
           02 WRK-TB-IT-QTD   PIC 9(04) VALUE ZEROS.
           02 WRK-TB-IT-ITEM OCCURS 999 TIMES.
               03 WRK-TB-IT-PRODUTO PIC 9(06).
               03 WRK-TB-IT-DESCR   PIC X(30).
               03 WRK-TB-IT-QTDE    PIC 9(05).
               03 WRK-TB-IT-VALOR   PIC 9(09)V99.
               03 WRK-TB-IT-CUSTO   PIC 9(09)V99.
      *    UM ITEM POR PRODUTO VENDIDO NO ANO, EM ORDEM DE CODIGO,
      *    COM OS 12 MESES
       01  WRK-TB-PRODUTOS.
           02 WRK-TB-PRD-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-PRD-ITEM OCCURS 500 TIMES.
               03 WRK-TB-PRD-CODIGO  PIC 9(06).
               03 WRK-TB-PRD-DESCR   PIC X(30).
               03 WRK-TB-PRD-MES OCCURS 12 TIMES.
                   04 WRK-TB-PRD-QTDE    PIC S9(07).
                   04 WRK-TB-PRD-RECEITA PIC S9(09)V99.
                   04 WRK-TB-PRD-CUSTO   PIC S9(09)V99.
      *    TOTAIS DO PRODUTO E DO MES PARA AS LINHAS DE TOTAL
       01  WRK-ACUMULADOR.
           02 WRK-AC-QTDE     PIC S9(09).
           02 WRK-AC-RECEITA  PIC S9(11)V99.
           02 WRK-AC-CUSTO    PIC S9(11)V99.
       01  WRK-TOTAL-GERAL.
           02 WRK-TG-QTDE     PIC S9(09).
           02 WRK-TG-RECEITA  PIC S9(11)V99.
           02 WRK-TG-CUSTO    PIC S9(11)V99.
       01  PV-COLUNAS.
           02 FILLER          PIC X(07) VALUE 'CODIGO'.
           02 FILLER          PIC X(14) VALUE 'DESCRICAO'.
           02 FILLER          PIC X(08) VALUE 'MES'.
           02 FILLER          PIC X(08) VALUE '   QTDE'.
           02 FILLER          PIC X(12) VALUE '    RECEITA'.
           02 FILLER          PIC X(12) VALUE '      CUSTO'.
           02 FILLER          PIC X(12) VALUE '     MARGEM'.
           02 FILLER          PIC X(07) VALUE ' MARG%'.
       01  PV-DETALHE.
           02 PV-D-CODIGO     PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-DESCR      PIC X(13).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-MES        PIC X(07).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-QTDE       PIC -ZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-RECEITA    PIC -ZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-CUSTO      PIC -ZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-MARGEM     PIC -ZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-PCT        PIC -ZZZ9,9.
       01  PV-MES-ANO.
           02 PV-M-MES        PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 PV-M-ANO        PIC 9(04).
       01  PV-TITULO-SECAO.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 PV-T-TEXTO      PIC X(70).
       01  PV-RODAPE.
           02 PV-R-TEXTO      PIC X(45).
           02 PV-R-QTD        PIC ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-R-VALOR      PIC -ZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'PRODUTOP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-RELATORIO
               PERFORM 0200-PROCESSAR UNTIL FIM-SALESTRAN
                                         OR ABANDONAR-RELATORIO
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           IF NOT ABANDONAR-RELATORIO
               PERFORM 0500-EMITIR-RELATORIO
           ELSE
               DISPLAY '*** RELATORIO DE PRODUTOS ABANDONADO ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

      *    SEM O PRODMAST NAO HA CUSTO NEM DESCRICAO, E O RELATORIO
      *    NAO TEM COMO SAIR
       0100-INICIALIZAR.
           MOVE 'PROGCOB103' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:4) TO WRK-ANOSYS.
           MOVE WRK-DATASYS(5:2) TO WRK-MESSYS.

           MOVE 'A' TO PRP-ACAO.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           EVALUATE TRUE
               WHEN PRP-NAO-CADASTRADO
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               WHEN PRP-ERRO-TABELA
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF NOT ABANDONAR-RELATORIO
               OPEN INPUT SALES-TRANSACTION-FILE
               IF WRK-FS-SALESTRAN = '00'
                   PERFORM 0210-LER-VENDA
               ELSE
                   DISPLAY '*** SALESTRAN AUSENTE - FS '
                           WRK-FS-SALESTRAN ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    SO O ANO CORRENTE; DEVOLUCAO ENTRA COM SINAL NEGATIVO
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDAS.
           IF ST-DATA(1:4) = WRK-ANOSYS
               ADD 1 TO WRK-QT-NO-ANO
               MOVE ST-DATA(5:2) TO WRK-MES-VENDA
               IF ST-EH-DEVOLUCAO
                   MOVE -1 TO WRK-SINAL
               ELSE
                   MOVE +1 TO WRK-SINAL
               END-IF
               EVALUATE TRUE
                   WHEN NOT VENDA-COM-ITENS
                       ADD 1 TO WRK-QT-SEM-ITENS
                       COMPUTE WRK-VALOR-SEM-ITENS =
                           WRK-VALOR-SEM-ITENS + ST-VENDA * WRK-SINAL
                   WHEN NOT ITENS-CONFEREM
                       ADD 1 TO WRK-QT-DIVERGENTES
                   WHEN OTHER
                       ADD 1 TO WRK-QT-COM-ITENS
                       PERFORM VARYING WRK-IDX-IT FROM 1 BY 1
                                   UNTIL WRK-IDX-IT > WRK-TB-IT-QTD
                                      OR ABANDONAR-RELATORIO
                           PERFORM 0220-LOCALIZAR-PRODUTO
                           IF NOT ABANDONAR-RELATORIO
                               PERFORM 0230-SOMAR-ITEM
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

           PERFORM 0210-LER-VENDA.

      *    ITEM SEM CABECALHO E PULADO; VENDA COM ITENS TEM OS ITENS
      *    LIDOS JA AQUI, E VOLTA COM O CABECALHO NO REGISTRO
       0210-LER-VENDA.
           IF WRK-TEM-RETIDO = 'S'
               MOVE WRK-REG-RETIDO TO ST-REGISTRO
               MOVE 'N' TO WRK-TEM-RETIDO
           ELSE
               IF WRK-FIM-ITENS = 'S'
                   MOVE 'S' TO WRK-EOF-SALESTRAN
               ELSE
                   PERFORM 0211-LER-REGISTRO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-SALESTRAN OR NOT ST-EH-ITEM
               ADD 1 TO WRK-QT-AVULSOS
               PERFORM 0211-LER-REGISTRO
           END-PERFORM.
           MOVE 'N' TO WRK-COM-ITENS WRK-ITENS-OK.
           IF NOT FIM-SALESTRAN
              AND ST-QT-ITENS NUMERIC AND ST-QT-ITENS > ZEROS
               PERFORM 0215-LER-ITENS
           END-IF.

       0211-LER-REGISTRO.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SALESTRAN
           END-READ.

      *    A VENDA SO ENTRA NO RELATORIO SE TODOS OS ITENS ESTAO NO
      *    ARQUIVO, TODO PRODUTO ESTA NO PRODMAST E A SOMA BATE COM
      *    O TOTAL DO CABECALHO - A MESMA CONFERENCIA DO PROGCOBD05
       0215-LER-ITENS.
           MOVE ST-REGISTRO TO WRK-CABECALHO.
           MOVE ST-NUMERO   TO WRK-NUMERO-VENDA.
           MOVE ST-QT-ITENS TO WRK-QT-ITENS-ESPERADOS.
           MOVE ZEROS TO WRK-TB-IT-QTD WRK-SOMA-ITENS.
           MOVE 'S' TO WRK-ITENS-OK.
           PERFORM UNTIL WRK-TB-IT-QTD = WRK-QT-ITENS-ESPERADOS
                      OR WRK-FIM-ITENS = 'S'
                      OR WRK-TEM-RETIDO = 'S'
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF SL-EH-ITEM
                          AND SL-NUMERO = WRK-NUMERO-VENDA
                           PERFORM 0216-GUARDAR-ITEM
                       ELSE
                           MOVE ST-REGISTRO TO WRK-REG-RETIDO
                           MOVE 'S' TO WRK-TEM-RETIDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-CABECALHO TO ST-REGISTRO.
           MOVE 'S' TO WRK-COM-ITENS.
           IF WRK-TB-IT-QTD NOT = WRK-QT-ITENS-ESPERADOS
              OR WRK-SOMA-ITENS NOT = ST-VENDA
               MOVE 'N' TO WRK-ITENS-OK
           END-IF.

       0216-GUARDAR-ITEM.
           ADD 1 TO WRK-TB-IT-QTD.
           MOVE WRK-TB-IT-QTD TO WRK-IDX-IT.
           MOVE 'V'           TO PRP-ACAO.
           MOVE SL-PRODUTO    TO PRP-PRODUTO.
           MOVE SL-QUANTIDADE TO PRP-QUANTIDADE.
           MOVE SL-PRECO      TO PRP-PRECO.
           MOVE SL-DESCONTO   TO PRP-DESCONTO.
           MOVE ZEROS         TO PRP-ALIQUOTA.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           IF PRP-OK
               MOVE SL-PRODUTO     TO WRK-TB-IT-PRODUTO(WRK-IDX-IT)
               MOVE PRP-DESCRICAO  TO WRK-TB-IT-DESCR(WRK-IDX-IT)
               MOVE SL-QUANTIDADE  TO WRK-TB-IT-QTDE(WRK-IDX-IT)
               MOVE PRP-VALOR-ITEM TO WRK-TB-IT-VALOR(WRK-IDX-IT)
               MOVE PRP-CUSTO-ITEM TO WRK-TB-IT-CUSTO(WRK-IDX-IT)
               ADD PRP-VALOR-ITEM  TO WRK-SOMA-ITENS
           ELSE
               MOVE 'N' TO WRK-ITENS-OK
           END-IF.

      *    ACHA O PRODUTO DO ITEM NA TABELA OU ABRE O ITEM NA SUA
      *    POSICAO DE CODIGO; TABELA CHEIA ABANDONA
       0220-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WRK-IDX-PRD.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-PRD-QTD
                              OR WRK-IDX-PRD > ZEROS
               IF WRK-TB-PRD-CODIGO(WRK-IDX) NOT <
                  WRK-TB-IT-PRODUTO(WRK-IDX-IT)
                   MOVE WRK-IDX TO WRK-IDX-PRD
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-PRODUTO-NOVO.
           IF WRK-IDX-PRD = ZEROS
               COMPUTE WRK-IDX-PRD = WRK-TB-PRD-QTD + 1
               MOVE 'S' TO WRK-PRODUTO-NOVO
           ELSE
               IF WRK-TB-PRD-CODIGO(WRK-IDX-PRD) NOT =
                  WRK-TB-IT-PRODUTO(WRK-IDX-IT)
                   MOVE 'S' TO WRK-PRODUTO-NOVO
               END-IF
           END-IF.
           IF WRK-PRODUTO-NOVO = 'S'
               IF WRK-TB-PRD-QTD = 500
                   DISPLAY '*** VENDAS DO ANO EXCEDEM A TABELA DE'
                           ' 500 PRODUTOS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0225-ABRIR-PRODUTO
               END-IF
           END-IF.

       0225-ABRIR-PRODUTO.
           PERFORM VARYING WRK-IDX FROM WRK-TB-PRD-QTD BY -1
                           UNTIL WRK-IDX < WRK-IDX-PRD
               MOVE WRK-TB-PRD-ITEM(WRK-IDX)
                 TO WRK-TB-PRD-ITEM(WRK-IDX + 1)
           END-PERFORM.
           ADD 1 TO WRK-TB-PRD-QTD.
           INITIALIZE WRK-TB-PRD-ITEM(WRK-IDX-PRD).
           MOVE WRK-TB-IT-PRODUTO(WRK-IDX-IT)
             TO WRK-TB-PRD-CODIGO(WRK-IDX-PRD).
           MOVE WRK-TB-IT-DESCR(WRK-IDX-IT)
             TO WRK-TB-PRD-DESCR(WRK-IDX-PRD).

       0230-SOMAR-ITEM.
           COMPUTE WRK-TB-PRD-QTDE(WRK-IDX-PRD, WRK-MES-VENDA) =
               WRK-TB-PRD-QTDE(WRK-IDX-PRD, WRK-MES-VENDA)
               + WRK-TB-IT-QTDE(WRK-IDX-IT) * WRK-SINAL.
           COMPUTE WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-MES-VENDA) =
               WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-MES-VENDA)
               + WRK-TB-IT-VALOR(WRK-IDX-IT) * WRK-SINAL.
           COMPUTE WRK-TB-PRD-CUSTO(WRK-IDX-PRD, WRK-MES-VENDA) =
               WRK-TB-PRD-CUSTO(WRK-IDX-PRD, WRK-MES-VENDA)
               + WRK-TB-IT-CUSTO(WRK-IDX-IT) * WRK-SINAL.

       0500-EMITIR-RELATORIO.
           OPEN OUTPUT PRODUCT-RPT.
           MOVE 'VENDAS POR PRODUTO E MES - MARGEM BRUTA'
             TO RW-TITULO.
           MOVE PV-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE SPACES TO PV-T-TEXTO.
           STRING 'VENDAS LIQUIDAS DE 01/' WRK-ANOSYS ' A '
                  WRK-MESSYS '/' WRK-ANOSYS ' POR PRODUTO'
               DELIMITED BY SIZE INTO PV-T-TEXTO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-TITULO-SECAO.

           INITIALIZE WRK-TOTAL-GERAL.
           PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                           UNTIL WRK-IDX-PRD > WRK-TB-PRD-QTD
               PERFORM 0510-EMITIR-PRODUTO
           END-PERFORM.

           MOVE SPACES TO PV-T-TEXTO.
           MOVE 'RESUMO DO MES - TODOS OS PRODUTOS' TO PV-T-TEXTO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM SPACES.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-TITULO-SECAO.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > WRK-MESSYS
               PERFORM 0530-EMITIR-MES
           END-PERFORM.
           MOVE WRK-TOTAL-GERAL TO WRK-ACUMULADOR.
           MOVE SPACES TO PV-DETALHE.
           MOVE 'TOTAL DO ANO' TO PV-D-DESCR.
           PERFORM 0540-EMITIR-VALORES.

           MOVE SPACES TO PV-RODAPE.
           MOVE 'VENDAS SO COM TOTAL (SEM ITENS), LIQUIDO'
             TO PV-R-TEXTO.
           MOVE WRK-QT-SEM-ITENS    TO PV-R-QTD.
           MOVE WRK-VALOR-SEM-ITENS TO PV-R-VALOR.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM SPACES.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-RODAPE.
           IF WRK-QT-DIVERGENTES > ZEROS
               MOVE SPACES TO PV-RODAPE
               MOVE 'VENDAS COM ITENS QUE NAO CONFEREM (FORA)'
                 TO PV-R-TEXTO
               MOVE WRK-QT-DIVERGENTES TO PV-R-QTD
               PERFORM 0590-QUEBRA-PAGINA
               WRITE PV-LINHA FROM PV-RODAPE
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PV-LINHA FROM RW-TRAILER.
           CLOSE PRODUCT-RPT.

      *    UMA LINHA POR MES COM MOVIMENTO E O TOTAL DO PRODUTO
       0510-EMITIR-PRODUTO.
           INITIALIZE WRK-ACUMULADOR.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM SPACES.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               IF WRK-TB-PRD-QTDE(WRK-IDX-PRD, WRK-IDX-MES) NOT = 0
                  OR WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-IDX-MES)
                         NOT = 0
                   PERFORM 0520-EMITIR-PRODUTO-MES
               END-IF
           END-PERFORM.
           MOVE SPACES TO PV-DETALHE.
           MOVE 'TOTAL PRODUTO' TO PV-D-DESCR.
           PERFORM 0540-EMITIR-VALORES.
           ADD WRK-AC-QTDE    TO WRK-TG-QTDE.
           ADD WRK-AC-RECEITA TO WRK-TG-RECEITA.
           ADD WRK-AC-CUSTO   TO WRK-TG-CUSTO.

       0520-EMITIR-PRODUTO-MES.
           ADD WRK-TB-PRD-QTDE(WRK-IDX-PRD, WRK-IDX-MES)
             TO WRK-AC-QTDE.
           ADD WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-IDX-MES)
             TO WRK-AC-RECEITA.
           ADD WRK-TB-PRD-CUSTO(WRK-IDX-PRD, WRK-IDX-MES)
             TO WRK-AC-CUSTO.
           MOVE SPACES TO PV-DETALHE.
           MOVE WRK-TB-PRD-CODIGO(WRK-IDX-PRD) TO PV-D-CODIGO.
           MOVE WRK-TB-PRD-DESCR(WRK-IDX-PRD)  TO PV-D-DESCR.
           MOVE WRK-IDX-MES TO PV-M-MES.
           MOVE WRK-ANOSYS  TO PV-M-ANO.
           MOVE PV-MES-ANO  TO PV-D-MES.
           MOVE WRK-TB-PRD-QTDE(WRK-IDX-PRD, WRK-IDX-MES)
             TO PV-D-QTDE.
           MOVE WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-IDX-MES)
             TO PV-D-RECEITA.
           MOVE WRK-TB-PRD-CUSTO(WRK-IDX-PRD, WRK-IDX-MES)
             TO PV-D-CUSTO.
           COMPUTE WRK-MARGEM =
               WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-IDX-MES)
               - WRK-TB-PRD-CUSTO(WRK-IDX-PRD, WRK-IDX-MES).
           MOVE WRK-MARGEM TO PV-D-MARGEM.
           MOVE ZEROS TO WRK-PCT-MARGEM.
           IF WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-IDX-MES) > ZEROS
               COMPUTE WRK-PCT-MARGEM ROUNDED = WRK-MARGEM * 100
                   / WRK-TB-PRD-RECEITA(WRK-IDX-PRD, WRK-IDX-MES)
           END-IF.
           MOVE WRK-PCT-MARGEM TO PV-D-PCT.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-DETALHE.

      *    O MES SOMA TODOS OS PRODUTOS; MES SEM MOVIMENTO SAI ZERADO
       0530-EMITIR-MES.
           INITIALIZE WRK-ACUMULADOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-PRD-QTD
               ADD WRK-TB-PRD-QTDE(WRK-IDX, WRK-IDX-MES)
                 TO WRK-AC-QTDE
               ADD WRK-TB-PRD-RECEITA(WRK-IDX, WRK-IDX-MES)
                 TO WRK-AC-RECEITA
               ADD WRK-TB-PRD-CUSTO(WRK-IDX, WRK-IDX-MES)
                 TO WRK-AC-CUSTO
           END-PERFORM.
           MOVE SPACES TO PV-DETALHE.
           MOVE WRK-IDX-MES TO PV-M-MES.
           MOVE WRK-ANOSYS  TO PV-M-ANO.
           MOVE PV-MES-ANO  TO PV-D-MES.
           PERFORM 0540-EMITIR-VALORES.

      *    LINHA DE VALORES A PARTIR DO WRK-ACUMULADOR
       0540-EMITIR-VALORES.
           MOVE WRK-AC-QTDE    TO PV-D-QTDE.
           MOVE WRK-AC-RECEITA TO PV-D-RECEITA.
           MOVE WRK-AC-CUSTO   TO PV-D-CUSTO.
           COMPUTE WRK-MARGEM = WRK-AC-RECEITA - WRK-AC-CUSTO.
           MOVE WRK-MARGEM TO PV-D-MARGEM.
           MOVE ZEROS TO WRK-PCT-MARGEM.
           IF WRK-AC-RECEITA > ZEROS
               COMPUTE WRK-PCT-MARGEM ROUNDED =
                   WRK-MARGEM * 100 / WRK-AC-RECEITA
           END-IF.
           MOVE WRK-PCT-MARGEM TO PV-D-PCT.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-DETALHE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PV-LINHA FROM RW-CABECALHO1
               WRITE PV-LINHA FROM RW-CABECALHO2
               WRITE PV-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF NOT ABANDONAR-RELATORIO
               DISPLAY '-------------------------'
               DISPLAY 'MOVIMENTOS LIDOS......... ' WRK-QT-LIDAS
               DISPLAY 'MOVIMENTOS NO ANO........ ' WRK-QT-NO-ANO
               DISPLAY 'VENDAS COM ITENS......... ' WRK-QT-COM-ITENS
               DISPLAY 'VENDAS SEM ITENS......... ' WRK-QT-SEM-ITENS
               DISPLAY 'VENDAS NAO CONFERIDAS.... ' WRK-QT-DIVERGENTES
               DISPLAY 'ITENS SEM CABECALHO...... ' WRK-QT-AVULSOS
               DISPLAY 'PRODUTOS NO RELATORIO.... ' WRK-TB-PRD-QTD
               MOVE WRK-TG-RECEITA TO WRK-TOTAL-ED
               DISPLAY 'RECEITA DOS ITENS.... R$ ' WRK-TOTAL-ED
               IF WRK-QT-DIVERGENTES > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDAS       TO RLP-LIDOS.
           MOVE WRK-TB-PRD-QTD     TO RLP-GRAVADOS.
           MOVE WRK-QT-DIVERGENTES TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
