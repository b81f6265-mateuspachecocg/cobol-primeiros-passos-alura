       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB146.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: RECEBIMENTO DOS PEDIDOS DE COMPRA E RELATORIO
      *     DOS PEDIDOS EM ABERTO. SOMA NOS ITENS DO PEDCOMP
      *     (COPYBOOK PEDCOMP, GERADOS PELO PROGCOB145) AS ENTRADAS
      *     'E' DO MATMOV QUE CITARAM O PEDIDO (PEDRECB, GRAVADO
      *     PELO PROGCOB81) - QUANTIDADE, VALOR PELO PRECO DA NOTA
      *     (SEM PRECO, O DO PEDIDO) E DATA DA ULTIMA ENTRADA - E
      *     ESVAZIA O ARQUIVO; O ITEM FICA PARCIAL OU ATENDIDO.
      *     RECEBIMENTO DE PEDIDO OU ITEM INEXISTENTE VAI PARA O
      *     SYSEXCEP. O PEDABRT LISTA CADA ITEM AINDA NAO ATENDIDO
      *     E O ATENDIDO NESTA RODADA, COM A ENTREGA PARCIAL, O
      *     ATRASO (ENTREGA PREVISTA VENCIDA COM SALDO A RECEBER),
      *     O RECEBIDO ALEM DO PEDIDO E O PRECO MEDIO RECEBIDO
      *     DIFERENTE DO PRECO DO PEDIDO. O ITEM JA ATENDIDO EM
      *     RODADA ANTERIOR SAI DO PEDCOMP PARA O HISTORICO PEDHIST
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDERS ASSIGN TO 'PEDCOMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCOMP.

           SELECT ORDER-RECEIPTS ASSIGN TO 'PEDRECB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDRECB.

           SELECT ORDER-HISTORY ASSIGN TO 'PEDHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT OPEN-ORDERS-RPT ASSIGN TO 'PEDABRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDABRT.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDERS.
           COPY 'PEDCOMP.COB'.

       FD  ORDER-RECEIPTS.
           COPY 'PEDRECB.COB'.

       FD  ORDER-HISTORY.
       01  PH-REGISTRO        PIC X(83).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  OPEN-ORDERS-RPT.
       01  PA-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDCOMP    PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDRECB    PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDHIST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDABRT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PEDCOMP   PIC X(01) VALUE 'N'.
          88 FIM-PEDCOMP    VALUE 'S'.
       77 WRK-EOF-PEDRECB   PIC X(01) VALUE 'N'.
          88 FIM-PEDRECB    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-RECEBIMENTO VALUE 'S'.
       77 WRK-RECEBIMENTO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PED       PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
       77 WRK-SALDO         PIC S9(08) VALUE ZEROS.
       77 WRK-PRECO-MEDIO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-SALDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECEBIMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-APLICADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-HISTORICO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PARCIAIS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ATRASADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIF-PRECO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXCESSO    PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATA-AUX      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO    PIC 9(04).
           02 WRK-DA-MES    PIC 9(02).
           02 WRK-DA-DIA    PIC 9(02).
       01 WRK-DATA-ED.
           02 WRK-DE-DIA    PIC 9(02).
           02 FILLER        PIC X(01) VALUE '/'.
           02 WRK-DE-MES    PIC 9(02).
           02 FILLER        PIC X(01) VALUE '/'.
           02 WRK-DE-ANO    PIC 9(04).
      *    ITENS DO PEDCOMP; WRK-TB-RECEBEU MARCA O ITEM QUE TEVE
      *    ENTRADA NESTA RODADA (FICA NO RELATORIO MESMO ATENDIDO)
       01  WRK-TB-PEDIDOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-NUMERO    PIC 9(06).
               03 WRK-TB-CODIGO    PIC 9(03).
               03 WRK-TB-RECEBEU   PIC X(01).
               03 WRK-TB-REGISTRO  PIC X(83).
       01  PA-COLUNAS.
           02 FILLER          PIC X(40) VALUE
              'PEDIDO ITE COD FORNECEDOR     ENTREGA'.
           02 FILLER          PIC X(40) VALUE
              '    PEDIDA  RECEBIDA     SALDO PRECO PED'.
           02 FILLER          PIC X(40) VALUE
              ' PRECO REC SITUACAO ALERTA'.
       01  PA-ITEM.
           02 PA-I-NUMERO     PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-ITEM       PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-CODIGO     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-FORNECEDOR PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-ENTREGA    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-PEDIDA     PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-RECEBIDA   PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-SALDO      PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-PRECO      PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-MEDIO      PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-SITUACAO   PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PA-I-ALERTA     PIC X(20).
       01  PA-TOTAL.
           02 PA-T-TEXTO      PIC X(40).
           02 PA-T-QTD        PIC ZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PA-T-VALOR      PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-RECEBIMENTO
               PERFORM 0200-APLICAR-RECEBIMENTO UNTIL FIM-PEDRECB
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO PC-REGISTRO
                   IF NOT PC-ATENDIDO
                      OR WRK-TB-RECEBEU(WRK-IDX) = 'S'
                       PERFORM 0500-IMPRIMIR-ITEM
                   END-IF
               END-PERFORM
               PERFORM 0800-REGRAVAR-PEDIDOS
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB146' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PEDIDOS.
           IF NOT ABANDONAR-RECEBIMENTO
               PERFORM 0130-ABRIR-ARQUIVOS
           END-IF.

      *    PEDCOMP MAIOR QUE A TABELA ABANDONA A RODADA COM O
      *    ARQUIVO E O PEDRECB INTACTOS
       0110-CARREGAR-PEDIDOS.
           OPEN INPUT PURCHASE-ORDERS.
           IF WRK-FS-PEDCOMP = '00'
               PERFORM 0120-LER-PEDIDO
               PERFORM UNTIL FIM-PEDCOMP OR ABANDONAR-RECEBIMENTO
                   IF WRK-TB-QTD = 500
                       DISPLAY '*** PEDCOMP EXCEDE A TABELA DE 500'
                               ' ITENS - ARQUIVO INTACTO ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RLP-RC
                   ELSE
                       ADD 1 TO WRK-TB-QTD
                       MOVE PC-NUMERO TO WRK-TB-NUMERO(WRK-TB-QTD)
                       MOVE PC-CODIGO TO WRK-TB-CODIGO(WRK-TB-QTD)
                       MOVE 'N' TO WRK-TB-RECEBEU(WRK-TB-QTD)
                       MOVE PC-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-TB-QTD)
                       ADD 1 TO WRK-QT-ITENS
                       PERFORM 0120-LER-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE PURCHASE-ORDERS
           ELSE
               DISPLAY 'PEDCOMP NAO ENCONTRADO - NENHUM PEDIDO'
           END-IF.

       0120-LER-PEDIDO.
           READ PURCHASE-ORDERS
               AT END
                   MOVE 'S' TO WRK-EOF-PEDCOMP
           END-READ.

       0130-ABRIR-ARQUIVOS.
           OPEN INPUT ORDER-RECEIPTS.
           IF WRK-FS-PEDRECB = '00'
               MOVE 'S' TO WRK-RECEBIMENTO-ABERTO
               PERFORM 0210-LER-RECEBIMENTO
           ELSE
               MOVE 'S' TO WRK-EOF-PEDRECB
           END-IF.

           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

           OPEN OUTPUT OPEN-ORDERS-RPT.
           MOVE 'PEDIDOS DE COMPRA EM ABERTO' TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

      *    A ENTRADA SOMA QUANTIDADE E VALOR NO ITEM DO PEDIDO; SEM
      *    O PRECO DA NOTA, O VALOR VAI PELO PRECO DO PEDIDO
       0200-APLICAR-RECEBIMENTO.
           ADD 1 TO WRK-QT-RECEBIMENTOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-IDX-PED.
           IF PR-PEDIDO IS NOT NUMERIC
              OR PR-CODIGO IS NOT NUMERIC
              OR PR-QTD IS NOT NUMERIC
              OR PR-PRECO IS NOT NUMERIC
               MOVE 'RECEBIMENTO INVALIDO' TO WRK-MOTIVO
           ELSE
               PERFORM 0250-LOCALIZAR-ITEM
               IF WRK-IDX-PED = ZEROS
                   MOVE 'PEDIDO/ITEM INEXISTENTE' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-MOTIVO = SPACES
               MOVE WRK-TB-REGISTRO(WRK-IDX-PED) TO PC-REGISTRO
               ADD PR-QTD TO PC-QTD-RECEBIDA
               IF PR-PRECO > ZEROS
                   COMPUTE PC-VALOR-RECEBIDO =
                       PC-VALOR-RECEBIDO + PR-QTD * PR-PRECO
               ELSE
                   COMPUTE PC-VALOR-RECEBIDO =
                       PC-VALOR-RECEBIDO + PR-QTD * PC-PRECO
               END-IF
               MOVE PR-DATA TO PC-ULTIMA-ENTRADA
               IF PC-QTD-RECEBIDA < PC-QTD-PEDIDA
                   MOVE 'P' TO PC-SITUACAO
               ELSE
                   MOVE 'F' TO PC-SITUACAO
               END-IF
               MOVE PC-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX-PED)
               MOVE 'S' TO WRK-TB-RECEBEU(WRK-IDX-PED)
               ADD 1 TO WRK-QT-APLICADOS
           ELSE
               MOVE SPACES TO EC-ENTRADA
               STRING 'PED ' PR-PEDIDO ' ITEM ' PR-CODIGO
                      ' QTD ' PR-QTD
                   DELIMITED BY SIZE INTO EC-ENTRADA
               PERFORM 0280-REJEITAR
           END-IF.

           PERFORM 0210-LER-RECEBIMENTO.

       0210-LER-RECEBIMENTO.
           READ ORDER-RECEIPTS
               AT END
                   MOVE 'S' TO WRK-EOF-PEDRECB
           END-READ.

       0250-LOCALIZAR-ITEM.
           MOVE ZEROS TO WRK-IDX-PED.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-PED > ZEROS
               IF WRK-TB-NUMERO(WRK-IDX) = PR-PEDIDO
                  AND WRK-TB-CODIGO(WRK-IDX) = PR-CODIGO
                   MOVE WRK-IDX TO WRK-IDX-PED
               END-IF
           END-PERFORM.

      *    ENTRADA REJEITADA VAI PARA O ARQUIVO COMUM DE EXCECOES,
      *    PARA O DIGESTO DA MANHA (O ESTOQUE JA ENTROU NO PROGCOB81)
       0280-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE 'PROGCOB146' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.
           DISPLAY 'REJEITADO - ' EC-ENTRADA ' - ' WRK-MOTIVO.

      *    UMA LINHA POR ITEM DE PEDIDO: SALDO A RECEBER, PRECO
      *    MEDIO RECEBIDO CONTRA O DO PEDIDO E OS ALERTAS
       0500-IMPRIMIR-ITEM.
           ADD 1 TO WRK-QT-LISTADOS.
           MOVE SPACES TO PA-I-ALERTA.
           MOVE PC-NUMERO     TO PA-I-NUMERO.
           MOVE PC-ITEM       TO PA-I-ITEM.
           MOVE PC-CODIGO     TO PA-I-CODIGO.
           MOVE PC-FORNECEDOR TO PA-I-FORNECEDOR.
           MOVE PC-DATA-ENTREGA TO WRK-DATA-AUX.
           PERFORM 0710-EDITAR-DATA.
           MOVE WRK-DATA-ED   TO PA-I-ENTREGA.
           MOVE PC-QTD-PEDIDA   TO PA-I-PEDIDA.
           MOVE PC-QTD-RECEBIDA TO PA-I-RECEBIDA.
           MOVE PC-PRECO        TO PA-I-PRECO.

           COMPUTE WRK-SALDO = PC-QTD-PEDIDA - PC-QTD-RECEBIDA.
           IF WRK-SALDO > ZEROS
               MOVE WRK-SALDO TO PA-I-SALDO
               COMPUTE WRK-VALOR-SALDO = WRK-SALDO * PC-PRECO
               ADD WRK-VALOR-SALDO TO WRK-TOT-SALDO
           ELSE
               MOVE ZEROS TO PA-I-SALDO
           END-IF.

           EVALUATE TRUE
               WHEN PC-ABERTO
                   MOVE 'ABERTO'   TO PA-I-SITUACAO
                   ADD 1 TO WRK-QT-ABERTOS
               WHEN PC-PARCIAL
                   MOVE 'PARCIAL'  TO PA-I-SITUACAO
                   ADD 1 TO WRK-QT-PARCIAIS
               WHEN OTHER
                   MOVE 'ATENDIDO' TO PA-I-SITUACAO
           END-EVALUATE.

           IF WRK-SALDO > ZEROS
              AND PC-DATA-ENTREGA < WRK-DATASYS
               MOVE 'ATRASADO' TO PA-I-ALERTA(1:8)
               ADD 1 TO WRK-QT-ATRASADOS
           END-IF.
           IF WRK-SALDO < ZEROS
               MOVE 'EXCESSO' TO PA-I-ALERTA(1:8)
               ADD 1 TO WRK-QT-EXCESSO
           END-IF.

           IF PC-QTD-RECEBIDA > ZEROS
               COMPUTE WRK-PRECO-MEDIO ROUNDED =
                   PC-VALOR-RECEBIDO / PC-QTD-RECEBIDA
               MOVE WRK-PRECO-MEDIO TO PA-I-MEDIO
               IF WRK-PRECO-MEDIO NOT = PC-PRECO
                   MOVE 'PRECO DIF.' TO PA-I-ALERTA(10:10)
                   ADD 1 TO WRK-QT-DIF-PRECO
               END-IF
           ELSE
               MOVE ZEROS TO PA-I-MEDIO
           END-IF.

           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PA-LINHA FROM PA-ITEM.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PA-LINHA FROM RW-CABECALHO1
               WRITE PA-LINHA FROM RW-CABECALHO2
               WRITE PA-LINHA FROM PA-COLUNAS
           END-IF.

       0710-EDITAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

      *    O ITEM ATENDIDO EM RODADA ANTERIOR (SEM ENTRADA NESTA)
      *    VAI PARA O PEDHIST; O RESTO VOLTA AO PEDCOMP. O PEDRECB
      *    JA SOMADO E ESVAZIADO PARA NAO CONTAR DE NOVO
       0800-REGRAVAR-PEDIDOS.
           CLOSE SYSTEM-EXCEPTIONS.

           OPEN EXTEND ORDER-HISTORY.
           IF WRK-FS-PEDHIST = '05' OR WRK-FS-PEDHIST = '35'
               OPEN OUTPUT ORDER-HISTORY
           END-IF.
           OPEN OUTPUT PURCHASE-ORDERS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO PC-REGISTRO
               IF PC-ATENDIDO
                  AND WRK-TB-RECEBEU(WRK-IDX) = 'N'
                   MOVE PC-REGISTRO TO PH-REGISTRO
                   WRITE PH-REGISTRO
                   ADD 1 TO WRK-QT-HISTORICO
               ELSE
                   WRITE PC-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE PURCHASE-ORDERS.
           CLOSE ORDER-HISTORY.

           IF WRK-RECEBIMENTO-ABERTO = 'S'
               CLOSE ORDER-RECEIPTS
               OPEN OUTPUT ORDER-RECEIPTS
               CLOSE ORDER-RECEIPTS
           END-IF.

           MOVE 'ITENS ABERTOS (NADA RECEBIDO)' TO PA-T-TEXTO.
           MOVE WRK-QT-ABERTOS TO PA-T-QTD.
           MOVE ZEROS TO PA-T-VALOR.
           PERFORM 0720-IMPRIMIR-TOTAL.
           MOVE 'ITENS COM ENTREGA PARCIAL' TO PA-T-TEXTO.
           MOVE WRK-QT-PARCIAIS TO PA-T-QTD.
           PERFORM 0720-IMPRIMIR-TOTAL.
           MOVE 'ITENS COM ENTREGA ATRASADA' TO PA-T-TEXTO.
           MOVE WRK-QT-ATRASADOS TO PA-T-QTD.
           PERFORM 0720-IMPRIMIR-TOTAL.
           MOVE 'ITENS COM PRECO DIFERENTE DO PEDIDO' TO PA-T-TEXTO.
           MOVE WRK-QT-DIF-PRECO TO PA-T-QTD.
           PERFORM 0720-IMPRIMIR-TOTAL.
           MOVE 'ITENS RECEBIDOS ALEM DO PEDIDO' TO PA-T-TEXTO.
           MOVE WRK-QT-EXCESSO TO PA-T-QTD.
           PERFORM 0720-IMPRIMIR-TOTAL.
           MOVE 'SALDO A RECEBER - ITENS / R$' TO PA-T-TEXTO.
           COMPUTE PA-T-QTD = WRK-QT-ABERTOS + WRK-QT-PARCIAIS.
           MOVE WRK-TOT-SALDO TO PA-T-VALOR.
           PERFORM 0720-IMPRIMIR-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PA-LINHA FROM RW-TRAILER.
           CLOSE OPEN-ORDERS-RPT.

       0720-IMPRIMIR-TOTAL.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PA-LINHA FROM PA-TOTAL.

       0900-FINALIZAR.
           IF NOT ABANDONAR-RECEBIMENTO
               DISPLAY '-------------------------'
               DISPLAY 'ITENS DE PEDIDO LIDOS.... ' WRK-QT-ITENS
               DISPLAY 'RECEBIMENTOS LIDOS....... ' WRK-QT-RECEBIMENTOS
               DISPLAY 'RECEBIMENTOS APLICADOS... ' WRK-QT-APLICADOS
               DISPLAY 'REJEITADOS (SYSEXCEP).... ' WRK-QT-REJEITADOS
               DISPLAY 'ITENS LISTADOS........... ' WRK-QT-LISTADOS
               DISPLAY 'ITENS EM ATRASO.......... ' WRK-QT-ATRASADOS
               DISPLAY 'ITENS PARA O HISTORICO... ' WRK-QT-HISTORICO
               MOVE WRK-TOT-SALDO TO WRK-VALOR-ED
               DISPLAY 'SALDO A RECEBER...... R$ ' WRK-VALOR-ED
               IF WRK-QT-REJEITADOS > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-RECEBIMENTOS TO RLP-LIDOS.
           MOVE WRK-QT-APLICADOS    TO RLP-GRAVADOS.
           MOVE WRK-QT-REJEITADOS   TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
