       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB145.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: GERACAO DOS PEDIDOS DE COMPRA DE MATERIAL DE
      *     OBRA A PARTIR DO INVENTARIO (MATINV): ENTRA NA COMPRA
      *     O ITEM CUJO DISPONIVEL (ESTOQUE - RESERVADO PELOS
      *     ORCAMENTOS ACEITOS NO PROGCOBD03) MAIS O QUE JA ESTA
      *     PEDIDO E NAO ENTREGUE (PEDCOMP) NAO CHEGA AO PONTO DE
      *     REPOSICAO - O MESMO ALERTA DO PROGCOB81 - OU NAO COBRE
      *     A RESERVA. A QUANTIDADE QUE FALTA E ARREDONDADA PARA
      *     CIMA AO LOTE DE COMPRA DO FORNECEDOR PREFERIDO DO ITEM
      *     (MATFORN), COM O PRECO COMBINADO (OU O DO CATALOGO
      *     MATCAT) E A ENTREGA PREVISTA PELO PRAZO DO FORNECEDOR
      *     (FUNCAO 'C' DO PROGCOB16D). OS ITENS DO MESMO
      *     FORNECEDOR FORMAM UM PEDIDO, NUMERADO PELO CONTROLE
      *     PEDCTL, ACRESCENTADO AO PEDCOMP E IMPRESSO NO PEDRPT.
      *     ITEM SEM FORNECEDOR PREFERIDO OU COM O FORNECEDOR FORA
      *     DO SUPPMAST, BLOQUEADO OU EXCLUIDO VAI PARA O SYSEXCEP.
      *     COMO O PEDIDO EM ABERTO ENTRA NA CONTA, RODAR DE NOVO
      *     NAO PEDE O MESMO MATERIAL DUAS VEZES
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

           SELECT PREFERRED-SUPPLIERS ASSIGN TO 'MATFORN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATFORN.

           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-DOCUMENTO
               FILE STATUS IS WRK-FS-SUPPMAST.

           SELECT PURCHASE-ORDERS ASSIGN TO 'PEDCOMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCOMP.

           SELECT ORDER-CONTROL ASSIGN TO 'PEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCTL.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT ORDER-RPT ASSIGN TO 'PEDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDRPT.
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

       FD  PREFERRED-SUPPLIERS.
           COPY 'MATFORN.COB'.

       FD  SUPPLIER-MASTER.
           COPY 'SUPPLIER.COB'.

       FD  PURCHASE-ORDERS.
           COPY 'PEDCOMP.COB'.

       FD  ORDER-CONTROL.
       01  PT-REGISTRO.
           02 PT-ULTIMO-NUMERO PIC 9(06).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  ORDER-RPT.
       01  PP-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-MATINV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATCAT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATFORN    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUPPMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDCOMP    PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDCTL     PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDRPT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MATINV    PIC X(01) VALUE 'N'.
          88 FIM-MATINV     VALUE 'S'.
       77 WRK-EOF-MATCAT    PIC X(01) VALUE 'N'.
          88 FIM-MATCAT     VALUE 'S'.
       77 WRK-EOF-MATFORN   PIC X(01) VALUE 'N'.
          88 FIM-MATFORN    VALUE 'S'.
       77 WRK-EOF-PEDCOMP   PIC X(01) VALUE 'N'.
          88 FIM-PEDCOMP    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-COMPRA VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-ITEM      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CMP       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-INV       PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM-INV      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FRN       PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM-FRN      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAT       PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-CAT      PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO-PROCURADO PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
       77 WRK-NECESSIDADE   PIC S9(08) VALUE ZEROS.
       77 WRK-LOTES         PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-PEDIDO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PEDIDOS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REPOR      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PEDIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
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
      *    CATALOGO DE MATERIAIS, PARA A DESCRICAO, A UNIDADE E O
      *    PRECO DO ITEM SEM PRECO COMBINADO COM O FORNECEDOR
       01  WRK-TB-CATALOGO.
           02 WRK-TB-CAT-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CAT-ITEM OCCURS 30 TIMES.
               03 WRK-TB-CAT-CODIGO    PIC 9(03).
               03 WRK-TB-CAT-DESCRICAO PIC X(20).
               03 WRK-TB-CAT-UNIDADE   PIC X(05).
               03 WRK-TB-CAT-PRECO     PIC 9(05)V99.
      *    FORNECEDOR PREFERIDO, LOTE, PRAZO E PRECO POR ITEM
       01  WRK-TB-FORNECEDORES.
           02 WRK-TB-FRN-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-FRN-ITEM OCCURS 100 TIMES.
               03 WRK-TB-FRN-CODIGO     PIC 9(03).
               03 WRK-TB-FRN-FORNECEDOR PIC 9(14).
               03 WRK-TB-FRN-LOTE       PIC 9(05).
               03 WRK-TB-FRN-PRAZO      PIC 9(03).
               03 WRK-TB-FRN-PRECO      PIC 9(05)V99.
      *    INVENTARIO COM O SALDO JA PEDIDO E AINDA NAO ENTREGUE
       01  WRK-TB-INVENTARIO.
           02 WRK-TB-INV-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-INV-ITEM OCCURS 100 TIMES.
               03 WRK-TB-INV-CODIGO    PIC 9(03).
               03 WRK-TB-INV-ESTOQUE   PIC 9(07).
               03 WRK-TB-INV-RESERVADO PIC 9(07).
               03 WRK-TB-INV-PONTO     PIC 9(05).
               03 WRK-TB-INV-PENDENTE  PIC 9(08).
      *    ITENS A COMPRAR; WRK-TB-CMP-PEDIDO FICA ZERADO ATE O
      *    ITEM ENTRAR NO PEDIDO DO SEU FORNECEDOR
       01  WRK-TB-COMPRAS.
           02 WRK-TB-CMP-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-CMP-ITEM OCCURS 100 TIMES.
               03 WRK-TB-CMP-CODIGO     PIC 9(03).
               03 WRK-TB-CMP-FORNECEDOR PIC 9(14).
               03 WRK-TB-CMP-NOME       PIC X(30).
               03 WRK-TB-CMP-QTD-PEDIDA PIC 9(07).
               03 WRK-TB-CMP-PRECO      PIC 9(05)V99.
               03 WRK-TB-CMP-ENTREGA    PIC 9(08).
               03 WRK-TB-CMP-PEDIDO     PIC 9(06).
       01  PP-COLUNAS.
           02 FILLER          PIC X(40) VALUE
              ' ITEM MATERIAL                QUANTIDADE'.
           02 FILLER          PIC X(40) VALUE
              ' UNID. PRECO UN.          VALOR  ENTREGA'.
       01  PP-PEDIDO.
           02 FILLER          PIC X(07) VALUE 'PEDIDO '.
           02 PP-P-NUMERO     PIC 9(06).
           02 FILLER          PIC X(14) VALUE '  FORNECEDOR '.
           02 PP-P-FORNECEDOR PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-P-NOME       PIC X(30).
           02 FILLER          PIC X(11) VALUE '  EMISSAO '.
           02 PP-P-EMISSAO    PIC X(10).
       01  PP-ITEM.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PP-I-ITEM       PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-I-CODIGO     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-I-DESCRICAO  PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-I-QTD        PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-I-UNIDADE    PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-I-PRECO      PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PP-I-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PP-I-ENTREGA    PIC X(10).
       01  PP-TOTAL.
           02 PP-T-TEXTO      PIC X(40).
           02 PP-T-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-COMPRA
               PERFORM VARYING WRK-IDX-INV FROM 1 BY 1
                               UNTIL WRK-IDX-INV > WRK-TB-INV-QTD
                   PERFORM 0200-AVALIAR-ITEM
               END-PERFORM
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-CMP-QTD
                   IF WRK-TB-CMP-PEDIDO(WRK-IDX) = ZEROS
                       PERFORM 0300-EMITIR-PEDIDO
                   END-IF
               END-PERFORM
               PERFORM 0800-ENCERRAR-PEDIDOS
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB145' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0130-CARREGAR-FORNECEDORES.
           PERFORM 0150-CARREGAR-INVENTARIO.
           IF NOT ABANDONAR-COMPRA
               PERFORM 0170-SOMAR-PENDENTES
               PERFORM 0190-RECUPERAR-NUMERACAO
               PERFORM 0195-ABRIR-ARQUIVOS
           END-IF.

      *    SEM O CATALOGO O PEDIDO SAI SEM A DESCRICAO E O ITEM SEM
      *    PRECO COMBINADO FICA COM PRECO ZERO
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
                   MOVE MC-PRECO
                     TO WRK-TB-CAT-PRECO(WRK-TB-CAT-QTD)
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

      *    SEM O MATFORN NENHUM ITEM TEM FORNECEDOR: TUDO O QUE
      *    PRECISAR DE COMPRA VAI PARA O SYSEXCEP
       0130-CARREGAR-FORNECEDORES.
           OPEN INPUT PREFERRED-SUPPLIERS.
           IF WRK-FS-MATFORN = '00'
               PERFORM 0140-LER-FORNECEDOR
               PERFORM UNTIL FIM-MATFORN OR WRK-TB-FRN-QTD = 100
                   ADD 1 TO WRK-TB-FRN-QTD
                   MOVE MF-CODIGO
                     TO WRK-TB-FRN-CODIGO(WRK-TB-FRN-QTD)
                   MOVE MF-FORNECEDOR
                     TO WRK-TB-FRN-FORNECEDOR(WRK-TB-FRN-QTD)
                   MOVE MF-LOTE
                     TO WRK-TB-FRN-LOTE(WRK-TB-FRN-QTD)
                   MOVE MF-PRAZO-ENTREGA
                     TO WRK-TB-FRN-PRAZO(WRK-TB-FRN-QTD)
                   MOVE MF-PRECO
                     TO WRK-TB-FRN-PRECO(WRK-TB-FRN-QTD)
                   PERFORM 0140-LER-FORNECEDOR
               END-PERFORM
               CLOSE PREFERRED-SUPPLIERS
           ELSE
               DISPLAY 'MATFORN NAO ENCONTRADO - ITENS SEM'
                       ' FORNECEDOR PREFERIDO'
           END-IF.

       0140-LER-FORNECEDOR.
           READ PREFERRED-SUPPLIERS
               AT END
                   MOVE 'S' TO WRK-EOF-MATFORN
           END-READ.

      *    MESMO LIMITE DE 100 ITENS DO PROGCOB81: INVENTARIO MAIOR
      *    QUE A TABELA NAO GERA PEDIDO PELA METADE
       0150-CARREGAR-INVENTARIO.
           OPEN INPUT MATERIAL-INVENTORY.
           IF WRK-FS-MATINV = '00'
               PERFORM 0160-LER-ITEM
               PERFORM UNTIL FIM-MATINV OR ABANDONAR-COMPRA
                   IF WRK-TB-INV-QTD = 100
                       DISPLAY '*** MATINV MAIOR QUE A TABELA DE 100'
                               ' ITENS - NENHUM PEDIDO GERADO ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RLP-RC
                   ELSE
                       ADD 1 TO WRK-TB-INV-QTD
                       MOVE IV-CODIGO
                         TO WRK-TB-INV-CODIGO(WRK-TB-INV-QTD)
                       MOVE IV-ESTOQUE
                         TO WRK-TB-INV-ESTOQUE(WRK-TB-INV-QTD)
                       MOVE IV-RESERVADO
                         TO WRK-TB-INV-RESERVADO(WRK-TB-INV-QTD)
                       MOVE IV-PONTO-REPOS
                         TO WRK-TB-INV-PONTO(WRK-TB-INV-QTD)
                       MOVE ZEROS
                         TO WRK-TB-INV-PENDENTE(WRK-TB-INV-QTD)
                       ADD 1 TO WRK-QT-ITENS
                       PERFORM 0160-LER-ITEM
                   END-IF
               END-PERFORM
               CLOSE MATERIAL-INVENTORY
           ELSE
               DISPLAY 'MATINV NAO ENCONTRADO - NADA A COMPRAR'
           END-IF.

       0160-LER-ITEM.
           READ MATERIAL-INVENTORY
               AT END
                   MOVE 'S' TO WRK-EOF-MATINV
           END-READ.

      *    O SALDO DOS PEDIDOS AINDA NAO ATENDIDOS JA ESTA A CAMINHO
      *    E CONTA COMO DISPONIVEL
       0170-SOMAR-PENDENTES.
           OPEN INPUT PURCHASE-ORDERS.
           IF WRK-FS-PEDCOMP = '00'
               PERFORM 0180-LER-PEDIDO
               PERFORM UNTIL FIM-PEDCOMP
                   IF NOT PC-ATENDIDO
                      AND PC-QTD-PEDIDA > PC-QTD-RECEBIDA
                       MOVE PC-CODIGO TO WRK-CODIGO-PROCURADO
                       PERFORM 0250-LOCALIZAR-INVENTARIO
                       IF WRK-ITEM-INV > ZEROS
                           COMPUTE WRK-TB-INV-PENDENTE(WRK-ITEM-INV) =
                               WRK-TB-INV-PENDENTE(WRK-ITEM-INV)
                               + PC-QTD-PEDIDA - PC-QTD-RECEBIDA
                           ADD 1 TO WRK-QT-PENDENTES
                       END-IF
                   END-IF
                   PERFORM 0180-LER-PEDIDO
               END-PERFORM
               CLOSE PURCHASE-ORDERS
           END-IF.

       0180-LER-PEDIDO.
           READ PURCHASE-ORDERS
               AT END
                   MOVE 'S' TO WRK-EOF-PEDCOMP
           END-READ.

       0190-RECUPERAR-NUMERACAO.
           OPEN INPUT ORDER-CONTROL.
           IF WRK-FS-PEDCTL = '00'
               READ ORDER-CONTROL
                   AT END
                       MOVE ZEROS TO PT-ULTIMO-NUMERO
               END-READ
               MOVE PT-ULTIMO-NUMERO TO WRK-NUMERO
               CLOSE ORDER-CONTROL
           END-IF.

       0195-ABRIR-ARQUIVOS.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-SUPPMAST NOT = '00'
               DISPLAY 'SUPPMAST NAO ENCONTRADO - ITENS SEM'
                       ' FORNECEDOR VALIDO'
           END-IF.

           OPEN EXTEND PURCHASE-ORDERS.
           IF WRK-FS-PEDCOMP = '05' OR WRK-FS-PEDCOMP = '35'
               OPEN OUTPUT PURCHASE-ORDERS
           END-IF.
           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

           OPEN OUTPUT ORDER-RPT.
           MOVE 'PEDIDOS DE COMPRA DE MATERIAL' TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

      *    FALTA = PONTO DE REPOSICAO - (ESTOQUE - RESERVADO +
      *    PEDIDO PENDENTE); COM O PONTO ZERADO SO A RESERVA SEM
      *    COBERTURA GERA COMPRA
       0200-AVALIAR-ITEM.
           COMPUTE WRK-NECESSIDADE =
               WRK-TB-INV-PONTO(WRK-IDX-INV)
               - WRK-TB-INV-ESTOQUE(WRK-IDX-INV)
               + WRK-TB-INV-RESERVADO(WRK-IDX-INV)
               - WRK-TB-INV-PENDENTE(WRK-IDX-INV).
           IF WRK-NECESSIDADE > ZEROS
               ADD 1 TO WRK-QT-REPOR
               PERFORM 0210-PREPARAR-COMPRA
           END-IF.

       0210-PREPARAR-COMPRA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE WRK-TB-INV-CODIGO(WRK-IDX-INV)
             TO WRK-CODIGO-PROCURADO.
           PERFORM 0260-LOCALIZAR-FORNECEDOR.
           IF WRK-ITEM-FRN = ZEROS
               MOVE 'ITEM SEM FORNECEDOR' TO WRK-MOTIVO
           ELSE
               PERFORM 0220-VALIDAR-FORNECEDOR
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND WRK-TB-CMP-QTD = 100
               MOVE 'TABELA DE COMPRAS CHEIA' TO WRK-MOTIVO
           END-IF.

           IF WRK-MOTIVO = SPACES
               PERFORM 0230-INCLUIR-COMPRA
           ELSE
               MOVE SPACES TO EC-ENTRADA
               STRING 'ITEM ' WRK-CODIGO-PROCURADO
                      ' FALTA ' WRK-NECESSIDADE
                   DELIMITED BY SIZE INTO EC-ENTRADA
               PERFORM 0280-REJEITAR
           END-IF.

       0220-VALIDAR-FORNECEDOR.
           IF WRK-FS-SUPPMAST = '00'
               MOVE WRK-TB-FRN-FORNECEDOR(WRK-ITEM-FRN)
                 TO FN-DOCUMENTO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       MOVE 'FORNECEDOR NAO CADASTRADO'
                         TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF NOT FN-ATIVO
                           MOVE 'FORNECEDOR BLOQ/EXCLUIDO'
                             TO WRK-MOTIVO
                       END-IF
               END-READ
           ELSE
               MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO
           END-IF.

      *    QUANTIDADE ARREDONDADA PARA CIMA AO LOTE DE COMPRA,
      *    PRECO COMBINADO (OU O DO CATALOGO) E ENTREGA PELO PRAZO
      *    DO FORNECEDOR EM DIAS CORRIDOS
       0230-INCLUIR-COMPRA.
           ADD 1 TO WRK-TB-CMP-QTD.
           MOVE WRK-CODIGO-PROCURADO
             TO WRK-TB-CMP-CODIGO(WRK-TB-CMP-QTD).
           MOVE WRK-TB-FRN-FORNECEDOR(WRK-ITEM-FRN)
             TO WRK-TB-CMP-FORNECEDOR(WRK-TB-CMP-QTD).
           MOVE FN-NOME TO WRK-TB-CMP-NOME(WRK-TB-CMP-QTD).
           MOVE ZEROS TO WRK-TB-CMP-PEDIDO(WRK-TB-CMP-QTD).

           IF WRK-TB-FRN-LOTE(WRK-ITEM-FRN) > 1
               DIVIDE WRK-NECESSIDADE
                   BY WRK-TB-FRN-LOTE(WRK-ITEM-FRN)
                   GIVING WRK-LOTES REMAINDER WRK-RESTO
               IF WRK-RESTO > ZEROS
                   ADD 1 TO WRK-LOTES
               END-IF
               COMPUTE WRK-TB-CMP-QTD-PEDIDA(WRK-TB-CMP-QTD) =
                   WRK-LOTES * WRK-TB-FRN-LOTE(WRK-ITEM-FRN)
           ELSE
               MOVE WRK-NECESSIDADE
                 TO WRK-TB-CMP-QTD-PEDIDA(WRK-TB-CMP-QTD)
           END-IF.

           PERFORM 0270-LOCALIZAR-CATALOGO.
           IF WRK-TB-FRN-PRECO(WRK-ITEM-FRN) > ZEROS
               MOVE WRK-TB-FRN-PRECO(WRK-ITEM-FRN)
                 TO WRK-TB-CMP-PRECO(WRK-TB-CMP-QTD)
           ELSE
               IF WRK-ITEM-CAT > ZEROS
                   MOVE WRK-TB-CAT-PRECO(WRK-ITEM-CAT)
                     TO WRK-TB-CMP-PRECO(WRK-TB-CMP-QTD)
               ELSE
                   MOVE ZEROS TO WRK-TB-CMP-PRECO(WRK-TB-CMP-QTD)
               END-IF
           END-IF.

           MOVE 'C' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           MOVE WRK-TB-FRN-PRAZO(WRK-ITEM-FRN) TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-TB-CMP-ENTREGA(WRK-TB-CMP-QTD).

       0250-LOCALIZAR-INVENTARIO.
           MOVE ZEROS TO WRK-ITEM-INV.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-INV-QTD
                              OR WRK-ITEM-INV > ZEROS
               IF WRK-TB-INV-CODIGO(WRK-IDX) = WRK-CODIGO-PROCURADO
                   MOVE WRK-IDX TO WRK-ITEM-INV
               END-IF
           END-PERFORM.

       0260-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WRK-ITEM-FRN.
           PERFORM VARYING WRK-IDX-FRN FROM 1 BY 1
                           UNTIL WRK-IDX-FRN > WRK-TB-FRN-QTD
                              OR WRK-ITEM-FRN > ZEROS
               IF WRK-TB-FRN-CODIGO(WRK-IDX-FRN) =
                          WRK-CODIGO-PROCURADO
                   MOVE WRK-IDX-FRN TO WRK-ITEM-FRN
               END-IF
           END-PERFORM.

       0270-LOCALIZAR-CATALOGO.
           MOVE ZEROS TO WRK-ITEM-CAT.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                           UNTIL WRK-IDX-CAT > WRK-TB-CAT-QTD
                              OR WRK-ITEM-CAT > ZEROS
               IF WRK-TB-CAT-CODIGO(WRK-IDX-CAT) =
                          WRK-CODIGO-PROCURADO
                   MOVE WRK-IDX-CAT TO WRK-ITEM-CAT
               END-IF
           END-PERFORM.

      *    ITEM QUE PRECISA DE COMPRA E NAO PODE SER PEDIDO VAI
      *    PARA O ARQUIVO COMUM DE EXCECOES, PARA O DIGESTO DA MANHA
       0280-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE 'PROGCOB145' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.
           DISPLAY 'REJEITADO - ' EC-ENTRADA ' - ' WRK-MOTIVO.

      *    UM PEDIDO POR FORNECEDOR: O ITEM AINDA SEM PEDIDO ABRE O
      *    NUMERO E LEVA OS DEMAIS ITENS DO MESMO FORNECEDOR
       0300-EMITIR-PEDIDO.
           ADD 1 TO WRK-NUMERO.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE ZEROS TO WRK-SEQ-ITEM WRK-VALOR-PEDIDO.

           MOVE WRK-NUMERO TO PP-P-NUMERO.
           MOVE WRK-TB-CMP-FORNECEDOR(WRK-IDX) TO PP-P-FORNECEDOR.
           MOVE WRK-TB-CMP-NOME(WRK-IDX)       TO PP-P-NOME.
           MOVE WRK-DATASYS TO WRK-DATA-AUX.
           PERFORM 0710-EDITAR-DATA.
           MOVE WRK-DATA-ED TO PP-P-EMISSAO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PP-LINHA FROM PP-PEDIDO.

           PERFORM VARYING WRK-IDX-CMP FROM WRK-IDX BY 1
                           UNTIL WRK-IDX-CMP > WRK-TB-CMP-QTD
               IF WRK-TB-CMP-PEDIDO(WRK-IDX-CMP) = ZEROS
                  AND WRK-TB-CMP-FORNECEDOR(WRK-IDX-CMP) =
                      WRK-TB-CMP-FORNECEDOR(WRK-IDX)
                   PERFORM 0310-GRAVAR-ITEM
               END-IF
           END-PERFORM.

           MOVE 'TOTAL DO PEDIDO R$' TO PP-T-TEXTO.
           MOVE WRK-VALOR-PEDIDO TO PP-T-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PP-LINHA FROM PP-TOTAL.
           ADD WRK-VALOR-PEDIDO TO WRK-TOT-PEDIDOS.

       0310-GRAVAR-ITEM.
           ADD 1 TO WRK-SEQ-ITEM.
           MOVE WRK-NUMERO TO WRK-TB-CMP-PEDIDO(WRK-IDX-CMP).

           MOVE WRK-NUMERO    TO PC-NUMERO.
           MOVE WRK-SEQ-ITEM  TO PC-ITEM.
           MOVE WRK-TB-CMP-FORNECEDOR(WRK-IDX-CMP) TO PC-FORNECEDOR.
           MOVE WRK-TB-CMP-CODIGO(WRK-IDX-CMP)     TO PC-CODIGO.
           MOVE WRK-DATASYS   TO PC-DATA-EMISSAO.
           MOVE WRK-TB-CMP-ENTREGA(WRK-IDX-CMP)    TO PC-DATA-ENTREGA.
           MOVE WRK-TB-CMP-QTD-PEDIDA(WRK-IDX-CMP) TO PC-QTD-PEDIDA.
           MOVE WRK-TB-CMP-PRECO(WRK-IDX-CMP)      TO PC-PRECO.
           MOVE ZEROS TO PC-QTD-RECEBIDA PC-VALOR-RECEBIDO
                         PC-ULTIMA-ENTRADA.
           MOVE 'A' TO PC-SITUACAO.
           WRITE PC-REGISTRO.
           ADD 1 TO WRK-QT-LINHAS.

           COMPUTE WRK-VALOR-ITEM = PC-QTD-PEDIDA * PC-PRECO.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-PEDIDO.

           MOVE PC-CODIGO TO WRK-CODIGO-PROCURADO.
           PERFORM 0270-LOCALIZAR-CATALOGO.
           MOVE WRK-SEQ-ITEM  TO PP-I-ITEM.
           MOVE PC-CODIGO     TO PP-I-CODIGO.
           IF WRK-ITEM-CAT > ZEROS
               MOVE WRK-TB-CAT-DESCRICAO(WRK-ITEM-CAT)
                 TO PP-I-DESCRICAO
               MOVE WRK-TB-CAT-UNIDADE(WRK-ITEM-CAT)
                 TO PP-I-UNIDADE
           ELSE
               MOVE SPACES TO PP-I-DESCRICAO PP-I-UNIDADE
           END-IF.
           MOVE PC-QTD-PEDIDA  TO PP-I-QTD.
           MOVE PC-PRECO       TO PP-I-PRECO.
           MOVE WRK-VALOR-ITEM TO PP-I-VALOR.
           MOVE PC-DATA-ENTREGA TO WRK-DATA-AUX.
           PERFORM 0710-EDITAR-DATA.
           MOVE WRK-DATA-ED    TO PP-I-ENTREGA.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PP-LINHA FROM PP-ITEM.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PP-LINHA FROM RW-CABECALHO1
               WRITE PP-LINHA FROM RW-CABECALHO2
               WRITE PP-LINHA FROM PP-COLUNAS
           END-IF.

       0710-EDITAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

      *    O PEDCTL SO E REGRAVADO DEPOIS DE TODOS OS PEDIDOS
      *    GRAVADOS NO PEDCOMP
       0800-ENCERRAR-PEDIDOS.
           CLOSE PURCHASE-ORDERS.
           CLOSE SYSTEM-EXCEPTIONS.
           IF WRK-FS-SUPPMAST = '00'
               CLOSE SUPPLIER-MASTER
           END-IF.

           OPEN OUTPUT ORDER-CONTROL.
           MOVE WRK-NUMERO TO PT-ULTIMO-NUMERO.
           WRITE PT-REGISTRO.
           CLOSE ORDER-CONTROL.

           IF WRK-QT-PEDIDOS = ZEROS
               MOVE 'NENHUM PEDIDO EMITIDO' TO PP-T-TEXTO
               MOVE ZEROS TO PP-T-VALOR
           ELSE
               MOVE 'TOTAL DOS PEDIDOS EMITIDOS R$' TO PP-T-TEXTO
               MOVE WRK-TOT-PEDIDOS TO PP-T-VALOR
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PP-LINHA FROM PP-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PP-LINHA FROM RW-TRAILER.
           CLOSE ORDER-RPT.

       0900-FINALIZAR.
           IF NOT ABANDONAR-COMPRA
               DISPLAY '-------------------------'
               DISPLAY 'ITENS NO INVENTARIO...... ' WRK-QT-ITENS
               DISPLAY 'PEDIDOS PENDENTES LIDOS.. ' WRK-QT-PENDENTES
               DISPLAY 'ITENS A REPOR............ ' WRK-QT-REPOR
               DISPLAY 'REJEITADOS (SYSEXCEP).... ' WRK-QT-REJEITADOS
               DISPLAY 'PEDIDOS EMITIDOS......... ' WRK-QT-PEDIDOS
               DISPLAY 'ITENS PEDIDOS............ ' WRK-QT-LINHAS
               MOVE WRK-TOT-PEDIDOS TO WRK-VALOR-ED
               DISPLAY 'VALOR DOS PEDIDOS.... R$ ' WRK-VALOR-ED
               IF WRK-QT-REJEITADOS > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-ITENS      TO RLP-LIDOS.
           MOVE WRK-QT-LINHAS     TO RLP-GRAVADOS.
           MOVE WRK-QT-REJEITADOS TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
