      *            QUE A TABELA DE 100 ITENS ABANDONA O LOTE (RC 12,
      *            ARQUIVO INTACTO) EM VEZ DE PERDER O EXCEDENTE NA
      *            REGRAVACAO
      * ALTERADO = 15/10/2026 - A SAIDA PARA OBRA GANHOU O NUMERO
      *            DA OBRA (MV-OBRA, NO FIM DO REGISTRO DO MATMOV;
      *            EM BRANCO OU ZERADO NOS MOVIMENTOS ANTIGOS E NAS
      *            ENTRADAS): CADA SAIDA APLICADA COM OBRA VIRA UM
      *            REGISTRO DE CONSUMO NO OBRACONS (COPYBOOK
      *            OBRACONS), QUE A MEDICAO MENSAL (PROGCOB143)
      *            COMPARA COM O ORCAMENTO DA OBRA
      * ALTERADO = 15/10/2026 - A ENTRADA POR COMPRA GANHOU O NUMERO
      *            DO PEDIDO DE COMPRA E O PRECO UNITARIO DA NOTA
      *            (MV-PEDIDO E MV-PRECO, NO FIM DO REGISTRO): CADA
      *            ENTRADA APLICADA COM PEDIDO VIRA UM REGISTRO NO
      *            PEDRECB (COPYBOOK PEDRECB), QUE O PROGCOB146 BAIXA
      *            NOS PEDIDOS (PEDCOMP) GERADOS PELO PROGCOB145 A
      *            PARTIR DA LISTA DE REPOSICAO
      * ALTERADO = 15/10/2026 - O INVENTARIO PASSOU PARA O COPYBOOK
      *            MATINV E GANHOU O CUSTO MEDIO PONDERADO DO ITEM
      *            (IV-CUSTO-MEDIO): A ENTRADA COM PRECO DA NOTA
      *            RECALCULA A MEDIA SOBRE O ESTOQUE ANTERIOR, A SAIDA E
      *            VALORIZADA PELA MEDIA DO MOMENTO E O FECHAMENTO
      *            MOSTRA O VALOR TOTAL DAS ENTRADAS E DAS SAIDAS DO
      *            LOTE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MATERIAL-MOVEMENTS ASSIGN TO 'MATMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATMOV.

           SELECT OBRA-CONSUMPTION ASSIGN TO 'OBRACONS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRACONS.

           SELECT ORDER-RECEIPTS ASSIGN TO 'PEDRECB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDRECB.
       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-INVENTORY.
           COPY 'MATINV.COB'.

       FD  MATERIAL-MOVEMENTS.
       01  MV-REGISTRO.
              88 MV-SAIDA     VALUE 'S'.
           02 MV-CODIGO       PIC 9(03).
           02 MV-QTD          PIC 9(05).
           02 MV-OBRA         PIC 9(06).
           02 MV-PEDIDO       PIC 9(06).
           02 MV-PRECO        PIC 9(05)V99.

       FD  OBRA-CONSUMPTION.
           COPY 'OBRACONS.COB'.

       FD  ORDER-RECEIPTS.
           COPY 'PEDRECB.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-MATINV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATMOV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-OBRACONS   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDRECB    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MATINV    PIC X(01) VALUE 'N'.
          88 FIM-MATINV     VALUE 'S'.
       77 WRK-EOF-MATMOV    PIC X(01) VALUE 'N'.
       77 WRK-QT-APLICADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REPOR      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CONSUMOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECEBIMENTOS PIC 9(04) VALUE ZEROS.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ENTRADAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-SAIDAS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       01  WRK-TB-INVENTARIO.
               03 WRK-TB-ESTOQUE   PIC 9(07).
               03 WRK-TB-RESERVADO PIC 9(07).
               03 WRK-TB-PONTO     PIC 9(05).
               03 WRK-TB-CUSTO     PIC 9(05)V9(04).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-INVENTARIO.
           IF NOT ABANDONAR-LOTE
               OPEN EXTEND OBRA-CONSUMPTION
               IF WRK-FS-OBRACONS = '05' OR WRK-FS-OBRACONS = '35'
                   OPEN OUTPUT OBRA-CONSUMPTION
               END-IF
               OPEN EXTEND ORDER-RECEIPTS
               IF WRK-FS-PEDRECB = '05' OR WRK-FS-PEDRECB = '35'
                   OPEN OUTPUT ORDER-RECEIPTS
               END-IF
           END-IF.

           OPEN INPUT MATERIAL-MOVEMENTS.
           IF WRK-FS-MATMOV = '00'
                     TO WRK-TB-RESERVADO(WRK-TB-QTD)
                   MOVE IV-PONTO-REPOS
                     TO WRK-TB-PONTO(WRK-TB-QTD)
                   IF IV-CUSTO-MEDIO IS NUMERIC
                       MOVE IV-CUSTO-MEDIO
                         TO WRK-TB-CUSTO(WRK-TB-QTD)
                   ELSE
                       MOVE ZEROS TO WRK-TB-CUSTO(WRK-TB-QTD)
                   END-IF
                   PERFORM 0130-LER-ITEM
               END-PERFORM
               IF NOT FIM-MATINV
               MOVE ZEROS TO WRK-TB-ESTOQUE(WRK-IDX-ITEM)
                             WRK-TB-RESERVADO(WRK-IDX-ITEM)
                             WRK-TB-PONTO(WRK-IDX-ITEM)
                             WRK-TB-CUSTO(WRK-IDX-ITEM)
           END-IF.
           IF WRK-IDX-ITEM = ZEROS
               ADD 1 TO WRK-QT-REJEITADOS
               DISPLAY 'ENTRADA REJEITADA - INVENTARIO CHEIO:'
                       ' ITEM ' MV-CODIGO
           ELSE
               PERFORM 0250-CALCULAR-CUSTO-MEDIO
               ADD MV-QTD TO WRK-TB-ESTOQUE(WRK-IDX-ITEM)
               ADD WRK-VALOR-MOV TO WRK-VALOR-ENTRADAS
               ADD 1 TO WRK-QT-APLICADOS
               IF MV-PEDIDO IS NUMERIC AND MV-PEDIDO > ZEROS
                   PERFORM 0240-REGISTRAR-RECEBIMENTO
               END-IF
           END-IF.

      *    A SAIDA BAIXA O ESTOQUE E A RESERVA QUE O ORCAMENTO
                       SUBTRACT MV-QTD
                           FROM WRK-TB-RESERVADO(WRK-IDX-ITEM)
                   END-IF
                   COMPUTE WRK-VALOR-MOV ROUNDED =
                       MV-QTD * WRK-TB-CUSTO(WRK-IDX-ITEM)
                   ADD WRK-VALOR-MOV TO WRK-VALOR-SAIDAS
                   ADD 1 TO WRK-QT-APLICADOS
                   IF MV-OBRA IS NUMERIC AND MV-OBRA > ZEROS
                       PERFORM 0230-REGISTRAR-CONSUMO
                   END-IF
           END-EVALUATE.

      *    SAIDA PARA OBRA FICA NO OBRACONS PARA A MEDICAO MENSAL
      *    COMPARAR O CONSUMIDO COM O ORCADO
       0230-REGISTRAR-CONSUMO.
           MOVE MV-OBRA     TO OC-OBRA.
           MOVE MV-CODIGO   TO OC-CODIGO.
           MOVE MV-QTD      TO OC-QTD.
           MOVE WRK-DATASYS TO OC-DATA.
           WRITE OC-REGISTRO.
           ADD 1 TO WRK-QT-CONSUMOS.

      *    ENTRADA COM PEDIDO FICA NO PEDRECB PARA O PROGCOB146
      *    BAIXAR NO PEDIDO; SEM O PRECO DA NOTA VAI ZERO (SEM
      *    CONFERENCIA DE PRECO)
       0240-REGISTRAR-RECEBIMENTO.
           MOVE MV-PEDIDO   TO PR-PEDIDO.
           MOVE MV-CODIGO   TO PR-CODIGO.
           MOVE MV-QTD      TO PR-QTD.
           IF MV-PRECO IS NUMERIC
               MOVE MV-PRECO TO PR-PRECO
           ELSE
               MOVE ZEROS TO PR-PRECO
           END-IF.
           MOVE WRK-DATASYS TO PR-DATA.
           WRITE PR-REGISTRO.
           ADD 1 TO WRK-QT-RECEBIMENTOS.

      *    MEDIA PONDERADA: (ESTOQUE ANTERIOR X MEDIA + QUANTIDADE
      *    X PRECO DA NOTA) / (ESTOQUE ANTERIOR + QUANTIDADE). SEM
      *    PRECO A MEDIA NAO MUDA E A ENTRADA VALE PELA MEDIA
       0250-CALCULAR-CUSTO-MEDIO.
           IF MV-PRECO IS NUMERIC AND MV-PRECO > ZEROS
              AND MV-QTD > ZEROS
               COMPUTE WRK-TB-CUSTO(WRK-IDX-ITEM) ROUNDED =
                   (WRK-TB-ESTOQUE(WRK-IDX-ITEM)
                    * WRK-TB-CUSTO(WRK-IDX-ITEM)
                    + MV-QTD * MV-PRECO)
                   / (WRK-TB-ESTOQUE(WRK-IDX-ITEM) + MV-QTD)
               COMPUTE WRK-VALOR-MOV ROUNDED = MV-QTD * MV-PRECO
           ELSE
               COMPUTE WRK-VALOR-MOV ROUNDED =
                   MV-QTD * WRK-TB-CUSTO(WRK-IDX-ITEM)
           END-IF.

       0300-REGRAVAR-INVENTARIO.
           OPEN OUTPUT MATERIAL-INVENTORY.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               MOVE WRK-TB-ESTOQUE(WRK-IDX)   TO IV-ESTOQUE
               MOVE WRK-TB-RESERVADO(WRK-IDX) TO IV-RESERVADO
               MOVE WRK-TB-PONTO(WRK-IDX)     TO IV-PONTO-REPOS
               MOVE WRK-TB-CUSTO(WRK-IDX)     TO IV-CUSTO-MEDIO
               WRITE IV-REGISTRO
           END-PERFORM.
           CLOSE MATERIAL-INVENTORY.
           DISPLAY 'MOVIMENTOS APLICADOS..... ' WRK-QT-APLICADOS.
           DISPLAY 'MOVIMENTOS REJEITADOS.... ' WRK-QT-REJEITADOS.
           DISPLAY 'ITENS A REPOR............ ' WRK-QT-REPOR.
           DISPLAY 'SAIDAS PARA OBRA......... ' WRK-QT-CONSUMOS.
           DISPLAY 'ENTRADAS DE PEDIDO....... ' WRK-QT-RECEBIMENTOS.
           MOVE WRK-VALOR-ENTRADAS TO WRK-VALOR-ED.
           DISPLAY 'VALOR DAS ENTRADAS....... ' WRK-VALOR-ED.
           MOVE WRK-VALOR-SAIDAS TO WRK-VALOR-ED.
           DISPLAY 'VALOR DAS SAIDAS......... ' WRK-VALOR-ED.
           IF WRK-QT-REJEITADOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-FS-MATMOV NOT = '35'
               CLOSE MATERIAL-MOVEMENTS
           END-IF.
           IF NOT ABANDONAR-LOTE
               CLOSE OBRA-CONSUMPTION
               CLOSE ORDER-RECEIPTS
           END-IF.
