       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB150.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: VALORIZACAO DO ESTOQUE DE MATERIAIS DE OBRA NO
      *     FECHAMENTO DO MES: PARA CADA ITEM DO MATINV, O VALESTQ
      *     MOSTRA DESCRICAO E UNIDADE DO MATCAT, A QUANTIDADE EM
      *     ESTOQUE, O CUSTO MEDIO PONDERADO (RECALCULADO NAS
      *     ENTRADAS DO PROGCOB81) E O VALOR TOTAL DO ITEM, COM O
      *     VALOR TOTAL DO ESTOQUE NO FIM. ITEM COM ESTOQUE E SEM
      *     CUSTO MEDIO (SO ENTRADAS SEM PRECO) SAI MARCADO
      *     'S/CUSTO' E DEIXA O RETURN-CODE EM 4
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-INVENTORY ASSIGN TO 'MATINV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATINV.

           SELECT MATERIAL-CATALOG ASSIGN TO 'MATCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATCAT.

           SELECT VALUATION-RPT ASSIGN TO 'VALESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALESTQ.
       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-INVENTORY.
           COPY 'MATINV.COB'.

       FD  MATERIAL-CATALOG.
       01  MC-REGISTRO.
           02 MC-CODIGO         PIC 9(03).
           02 MC-DESCRICAO      PIC X(20).
           02 MC-BASE           PIC X(01).
           02 MC-UNIDADE        PIC X(05).
           02 MC-PRECO          PIC 9(05)V99.
           02 MC-RENDIMENTO     PIC 9(03)V99.

       FD  VALUATION-RPT.
       01  VE-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-MATINV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATCAT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-VALESTQ    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MATINV    PIC X(01) VALUE 'N'.
          88 FIM-MATINV     VALUE 'S'.
       77 WRK-EOF-MATCAT    PIC X(01) VALUE 'N'.
          88 FIM-MATCAT     VALUE 'S'.
       77 WRK-IDX-CAT       PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-CAT      PIC 9(02) VALUE ZEROS.
       77 WRK-CUSTO         PIC 9(05)V9(04) VALUE ZEROS.
       77 WRK-VALOR-ITEM    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTOQUE   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CUSTO  PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    CATALOGO DE MATERIAIS, PARA A DESCRICAO E A UNIDADE
       01  WRK-TB-CATALOGO.
           02 WRK-TB-CAT-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CAT-ITEM OCCURS 30 TIMES.
               03 WRK-TB-CAT-CODIGO    PIC 9(03).
               03 WRK-TB-CAT-DESCRICAO PIC X(20).
               03 WRK-TB-CAT-UNIDADE   PIC X(05).
       01  VE-COLUNAS.
           02 FILLER          PIC X(40) VALUE
              ' ITEM MATERIAL             UNID.   ESTOQ'.
           02 FILLER          PIC X(40) VALUE
              'UE CUSTO MEDIO       VALOR TOTAL        '.
       01  VE-ITEM.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 VE-I-CODIGO     PIC 9(03).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 VE-I-DESCRICAO  PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 VE-I-UNIDADE    PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 VE-I-QTD        PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 VE-I-CUSTO      PIC ZZ.ZZ9,9999.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 VE-I-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 VE-I-ALERTA     PIC X(07).
       01  VE-TOTAL.
           02 VE-T-TEXTO      PIC X(40).
           02 VE-T-QTD        PIC ZZZ9.
           02 FILLER          PIC X(11) VALUE SPACES.
           02 VE-T-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-FS-MATINV = '00'
               PERFORM 0200-VALORIZAR-ITEM UNTIL FIM-MATINV
               PERFORM 0800-ENCERRAR-RELATORIO
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB150' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           OPEN INPUT MATERIAL-INVENTORY.
           IF WRK-FS-MATINV = '00'
               PERFORM 0110-CARREGAR-CATALOGO
               OPEN OUTPUT VALUATION-RPT
               MOVE 'VALORIZACAO DO ESTOQUE DE MATERIAIS'
                 TO RW-TITULO
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               PERFORM 0130-LER-ITEM
           ELSE
               DISPLAY 'MATINV NAO ENCONTRADO - ESTOQUE NAO'
                       ' VALORIZADO'
               MOVE 4 TO RLP-RC
           END-IF.

      *    SEM O CATALOGO O RELATORIO SAI SO COM O CODIGO DO ITEM
       0110-CARREGAR-CATALOGO.
           OPEN INPUT MATERIAL-CATALOG.
           IF WRK-FS-MATCAT = '00'
               PERFORM 0120-LER-MATERIAL
               PERFORM UNTIL FIM-MATCAT OR WRK-TB-CAT-QTD = 30
                   ADD 1 TO WRK-TB-CAT-QTD
                   MOVE MC-CODIGO
                     TO WRK-TB-CAT-CODIGO(WRK-TB-CAT-QTD)
                   MOVE MC-DESCRICAO
                     TO WRK-TB-CAT-DESCRICAO(WRK-TB-CAT-QTD)
                   MOVE MC-UNIDADE
                     TO WRK-TB-CAT-UNIDADE(WRK-TB-CAT-QTD)
                   PERFORM 0120-LER-MATERIAL
               END-PERFORM
               CLOSE MATERIAL-CATALOG
           ELSE
               DISPLAY 'MATCAT NAO ENCONTRADO - MATERIAIS SEM'
                       ' DESCRICAO'
           END-IF.

       0120-LER-MATERIAL.
           READ MATERIAL-CATALOG
               AT END
                   MOVE 'S' TO WRK-EOF-MATCAT
           END-READ.

       0130-LER-ITEM.
           READ MATERIAL-INVENTORY
               AT END
                   MOVE 'S' TO WRK-EOF-MATINV
           END-READ.

      *    VALOR DO ITEM = ESTOQUE X CUSTO MEDIO; REGISTRO ANTIGO
      *    SEM O CUSTO VALE ZERO
       0200-VALORIZAR-ITEM.
           ADD 1 TO WRK-QT-ITENS.
           IF IV-CUSTO-MEDIO IS NUMERIC
               MOVE IV-CUSTO-MEDIO TO WRK-CUSTO
           ELSE
               MOVE ZEROS TO WRK-CUSTO
           END-IF.
           COMPUTE WRK-VALOR-ITEM ROUNDED = IV-ESTOQUE * WRK-CUSTO.
           ADD WRK-VALOR-ITEM TO WRK-TOT-ESTOQUE.

           MOVE ZEROS TO WRK-ITEM-CAT.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                           UNTIL WRK-IDX-CAT > WRK-TB-CAT-QTD
                              OR WRK-ITEM-CAT > ZEROS
               IF WRK-TB-CAT-CODIGO(WRK-IDX-CAT) = IV-CODIGO
                   MOVE WRK-IDX-CAT TO WRK-ITEM-CAT
               END-IF
           END-PERFORM.

           MOVE IV-CODIGO TO VE-I-CODIGO.
           IF WRK-ITEM-CAT > ZEROS
               MOVE WRK-TB-CAT-DESCRICAO(WRK-ITEM-CAT)
                 TO VE-I-DESCRICAO
               MOVE WRK-TB-CAT-UNIDADE(WRK-ITEM-CAT)
                 TO VE-I-UNIDADE
           ELSE
               MOVE SPACES TO VE-I-DESCRICAO VE-I-UNIDADE
           END-IF.
           MOVE IV-ESTOQUE     TO VE-I-QTD.
           MOVE WRK-CUSTO      TO VE-I-CUSTO.
           MOVE WRK-VALOR-ITEM TO VE-I-VALOR.
           IF IV-ESTOQUE > ZEROS AND WRK-CUSTO = ZEROS
               MOVE 'S/CUSTO' TO VE-I-ALERTA
               ADD 1 TO WRK-QT-SEM-CUSTO
           ELSE
               MOVE SPACES TO VE-I-ALERTA
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE VE-LINHA FROM VE-ITEM.

           PERFORM 0130-LER-ITEM.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE VE-LINHA FROM RW-CABECALHO1
               WRITE VE-LINHA FROM RW-CABECALHO2
               WRITE VE-LINHA FROM VE-COLUNAS
           END-IF.

       0800-ENCERRAR-RELATORIO.
           CLOSE MATERIAL-INVENTORY.

           MOVE 'ITENS SEM CUSTO MEDIO' TO VE-T-TEXTO.
           MOVE WRK-QT-SEM-CUSTO TO VE-T-QTD.
           MOVE ZEROS TO VE-T-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE VE-LINHA FROM VE-TOTAL.
           MOVE 'ITENS / VALOR TOTAL DO ESTOQUE R$' TO VE-T-TEXTO.
           MOVE WRK-QT-ITENS    TO VE-T-QTD.
           MOVE WRK-TOT-ESTOQUE TO VE-T-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE VE-LINHA FROM VE-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE VE-LINHA FROM RW-TRAILER.
           CLOSE VALUATION-RPT.

           IF WRK-QT-SEM-CUSTO > ZEROS
               MOVE 4 TO RLP-RC
           END-IF.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'ITENS VALORIZADOS........ ' WRK-QT-ITENS.
           DISPLAY 'ITENS SEM CUSTO MEDIO.... ' WRK-QT-SEM-CUSTO.
           MOVE WRK-TOT-ESTOQUE TO WRK-VALOR-ED.
           DISPLAY 'VALOR DO ESTOQUE..... R$ ' WRK-VALOR-ED.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-ITENS TO RLP-LIDOS.
           MOVE WRK-QT-ITENS TO RLP-GRAVADOS.
           MOVE ZEROS        TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
