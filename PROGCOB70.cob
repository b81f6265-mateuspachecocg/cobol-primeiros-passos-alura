      *            (DEVOLUCAO ABATE) E SAI NO PAR ICMS SOBRE VENDAS
      *            (DEBITO) X ICMS A RECOLHER (CREDITO), EVENTOS
      *            'ICMS' E 'ICMSREC' DO COAMAP
      * ALTERADO = 15/10/2026 - VENDA COM ITENS (REGISTRO 'L',
      *            COPYBOOK SALELINE) TEM O ICMS APURADO ITEM A
      *            ITEM PELA CLASSE DO PRODUTO NO PRODMAST
      *            (SUBROTINA PROGCOB102): ISENTO E SUBSTITUICAO
      *            TRIBUTARIA NAO DEBITAM. SE OS ITENS NAO BATEM COM
      *            O TOTAL DO CABECALHO, O IMPOSTO VOLTA A SAIR SOBRE
      *            O TOTAL E A VENDA E CONTADA COMO DIVERGENTE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).
           COPY 'SALELINE.COB'.

       FD  ICMS-TABLE.
       01  IC-REGISTRO.
       77 WRK-IDX-ICM       PIC 9(02) VALUE ZEROS.
       77 WRK-ICMS-VENDA    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-ICMS    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ALIQ-VENDA    PIC 9(02)V99 VALUE ZEROS.
      *    MONTAGEM DA VENDA COM ITENS: O CABECALHO FICA GUARDADO
      *    ENQUANTO OS ITENS SAO LIDOS, E O REGISTRO QUE NAO E ITEM
      *    DA VENDA FICA RETIDO PARA A PROXIMA LEITURA
       77 WRK-CABECALHO     PIC X(53) VALUE SPACES.
       77 WRK-REG-RETIDO    PIC X(53) VALUE SPACES.
       77 WRK-TEM-RETIDO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITENS     PIC X(01) VALUE 'N'.
       77 WRK-COM-ITENS     PIC X(01) VALUE 'N'.
          88 VENDA-COM-ITENS VALUE 'S'.
       77 WRK-ITENS-OK      PIC X(01) VALUE 'N'.
          88 ITENS-CONFEREM VALUE 'S'.
       77 WRK-PRODUTOS-OK   PIC X(01) VALUE 'N'.
       77 WRK-NUMERO-VENDA  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ITENS-ESPERADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ITENS-LIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-ITENS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ICMS-ITENS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-ITENS-AVULSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(05) VALUE ZEROS.
       01  WRK-TB-ICMS.
           02 WRK-TB-ICM-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ICM-ITEM OCCURS 27 TIMES.
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GC-D-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'PRODUTOP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0120-CARREGAR-COAMAP.
           PERFORM 0125-CARREGAR-ICMS.

           MOVE 'A' TO PRP-ACAO.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           IF PRP-OK
               MOVE 'S' TO WRK-PRODUTOS-OK
           END-IF.

           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WRK-FS-SALESTRAN = '00'
               PERFORM 0110-LER-VENDA
               OPEN OUTPUT GL-EXTRACT
           END-IF.

      *    ITEM SEM CABECALHO E PULADO; VENDA COM ITENS TEM OS ITENS
      *    LIDOS JA AQUI, E VOLTA COM O CABECALHO NO REGISTRO
       0110-LER-VENDA.
           IF WRK-TEM-RETIDO = 'S'
               MOVE WRK-REG-RETIDO TO ST-REGISTRO
               MOVE 'N' TO WRK-TEM-RETIDO
           ELSE
               IF WRK-FIM-ITENS = 'S'
                   MOVE 'S' TO WRK-EOF-SALESTRAN
               ELSE
                   PERFORM 0111-LER-REGISTRO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-SALESTRAN OR NOT ST-EH-ITEM
               ADD 1 TO WRK-QT-ITENS-AVULSOS
               PERFORM 0111-LER-REGISTRO
           END-PERFORM.
           MOVE 'N' TO WRK-COM-ITENS WRK-ITENS-OK.
           IF NOT FIM-SALESTRAN
              AND ST-QT-ITENS NUMERIC AND ST-QT-ITENS > ZEROS
               PERFORM 0115-LER-ITENS
           END-IF.

       0111-LER-REGISTRO.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SALESTRAN
           END-READ.

      *    O ICMS DA VENDA COM ITENS SAI DA SOMA DOS ITENS, PELA
      *    CLASSE DE CADA PRODUTO; ITENS QUE FALTAM, PRODUTO FORA
      *    DO PRODMAST OU SOMA DIFERENTE DO TOTAL DO CABECALHO FAZEM
      *    A VENDA VOLTAR AO IMPOSTO SOBRE O TOTAL, COMO ANTES
       0115-LER-ITENS.
           MOVE ST-REGISTRO TO WRK-CABECALHO.
           MOVE ST-NUMERO   TO WRK-NUMERO-VENDA.
           MOVE ST-QT-ITENS TO WRK-QT-ITENS-ESPERADOS.
           MOVE ZEROS TO WRK-QT-ITENS-LIDOS WRK-SOMA-ITENS
                         WRK-ICMS-ITENS.
           MOVE WRK-PRODUTOS-OK TO WRK-ITENS-OK.
           PERFORM 0145-APURAR-ICMS.
           PERFORM UNTIL WRK-QT-ITENS-LIDOS = WRK-QT-ITENS-ESPERADOS
                      OR WRK-FIM-ITENS = 'S'
                      OR WRK-TEM-RETIDO = 'S'
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF SL-EH-ITEM
                          AND SL-NUMERO = WRK-NUMERO-VENDA
                           PERFORM 0116-VALORIZAR-ITEM
                       ELSE
                           MOVE ST-REGISTRO TO WRK-REG-RETIDO
                           MOVE 'S' TO WRK-TEM-RETIDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-CABECALHO TO ST-REGISTRO.
           MOVE 'S' TO WRK-COM-ITENS.
           IF WRK-QT-ITENS-LIDOS NOT = WRK-QT-ITENS-ESPERADOS
              OR WRK-SOMA-ITENS NOT = ST-VENDA
               MOVE 'N' TO WRK-ITENS-OK
           END-IF.

       0116-VALORIZAR-ITEM.
           ADD 1 TO WRK-QT-ITENS-LIDOS.
           MOVE 'V'            TO PRP-ACAO.
           MOVE SL-PRODUTO     TO PRP-PRODUTO.
           MOVE SL-QUANTIDADE  TO PRP-QUANTIDADE.
           MOVE SL-PRECO       TO PRP-PRECO.
           MOVE SL-DESCONTO    TO PRP-DESCONTO.
           MOVE WRK-ALIQ-VENDA TO PRP-ALIQUOTA.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           IF PRP-OK
               ADD PRP-VALOR-ITEM TO WRK-SOMA-ITENS
               ADD PRP-ICMS-ITEM  TO WRK-ICMS-ITENS
           ELSE
               MOVE 'N' TO WRK-ITENS-OK
           END-IF.

       0120-CARREGAR-COAMAP.
           OPEN INPUT COA-MAP.
           IF WRK-FS-COAMAP = '00'
           END-READ.

       0145-APURAR-ICMS.
           MOVE ZEROS TO WRK-ICMS-VENDA WRK-ALIQ-VENDA.
           IF ST-UF = SPACES
               CONTINUE
           ELSE
                              WRK-TB-ICM-INI(WRK-IDX-ICM)
                      AND ST-DATA NOT >
                              WRK-TB-ICM-FIM(WRK-IDX-ICM)
                       MOVE WRK-TB-ICM-ALIQ(WRK-IDX-ICM)
                         TO WRK-ALIQ-VENDA
                       COMPUTE WRK-ICMS-VENDA ROUNDED =
                           ST-VENDA
                           * WRK-TB-ICM-ALIQ(WRK-IDX-ICM) / 100

       0200-PROCESSAR.
           IF ST-DATA(1:6) = WRK-ANOMES
               IF ITENS-CONFEREM
                   MOVE WRK-ICMS-ITENS TO WRK-ICMS-VENDA
               ELSE
                   PERFORM 0145-APURAR-ICMS
                   IF VENDA-COM-ITENS
                       ADD 1 TO WRK-QT-DIVERGENTES
                   END-IF
               END-IF
               IF ST-EH-DEVOLUCAO
                   ADD 1 TO WRK-QT-DEVOLUCOES
                   ADD ST-VENDA TO WRK-TOTAL-DEVOL
           DISPLAY 'TOTAL DE DEVOLUCOES... R$ ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ICMS TO WRK-TOTAL-ED.
           DISPLAY 'ICMS DO MES........... R$ ' WRK-TOTAL-ED.
           IF WRK-QT-DIVERGENTES > ZEROS OR WRK-QT-ITENS-AVULSOS > ZEROS
               DISPLAY '*** VENDAS COM ITENS DIVERGENTES (ICMS SOBRE'
                       ' O TOTAL)... ' WRK-QT-DIVERGENTES
               DISPLAY '*** ITENS SEM CABECALHO PULADOS.......... '
                       WRK-QT-ITENS-AVULSOS
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
