       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB147.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: EMISSAO DAS FOLHAS DE CONTAGEM FISICA DO
      *     INVENTARIO DE MATERIAIS DE OBRA: CADA ITEM DO MATINV
      *     ENTRA NO INVCONT (COPYBOOK INVCONT) COM A QUANTIDADE E O
      *     CUSTO MEDIO DO LIVRO NA DATA DA FOLHA E A TOLERANCIA DA
      *     CONTAGEM (% SOBRE O LIVRO, INFORMADA NO CARTAO DE
      *     PARAMETRO; EM BRANCO OU ZERO, 2,00%), E SAI NO CONTFOLH
      *     POR ITEM, COM DESCRICAO E UNIDADE DO MATCAT E O ESPACO
      *     PARA A QUANTIDADE CONTADA - A FOLHA NAO MOSTRA O LIVRO,
      *     PARA A CONTAGEM SER CEGA. A CONTAGEM ANTERIOR VAI PARA O
      *     INVHIST; COM ITEM DELA AINDA PENDENTE DE APROVACAO OU
      *     APROVADO E NAO LANCADO (PROGCOB149) NADA E EMITIDO (RC
      *     12). O ALMOXARIFADO FICA SEM MOVIMENTO (PROGCOB81) DA
      *     EMISSAO ATE A DIGITACAO DA CONTAGEM (PROGCOB148)
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

           SELECT INVENTORY-COUNT ASSIGN TO 'INVCONT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVCONT.

           SELECT COUNT-HISTORY ASSIGN TO 'INVHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVHIST.

           SELECT COUNT-SHEETS ASSIGN TO 'CONTFOLH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTFOLH.
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

       FD  INVENTORY-COUNT.
           COPY 'INVCONT.COB'.

       FD  COUNT-HISTORY.
       01  CH-REGISTRO        PIC X(76).

       FD  COUNT-SHEETS.
       01  CF-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-MATINV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATCAT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-INVCONT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-INVHIST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTFOLH   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MATINV    PIC X(01) VALUE 'N'.
          88 FIM-MATINV     VALUE 'S'.
       77 WRK-EOF-MATCAT    PIC X(01) VALUE 'N'.
          88 FIM-MATCAT     VALUE 'S'.
       77 WRK-EOF-INVCONT   PIC X(01) VALUE 'N'.
          88 FIM-INVCONT    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-EMISSAO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-TOLERANCIA    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA-ED PIC ZZ9,99.
       77 WRK-IDX-CAT       PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-CAT      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(04) VALUE ZEROS.
      *    CARTAO DE PARAMETRO: TOLERANCIA EM % COM DUAS DECIMAIS
      *    (00200 = 2,00%)
       01  WRK-CARTAO.
           02 WRK-CT-TOLERANCIA PIC X(05).
           02 FILLER            PIC X(75).
       01  WRK-CT-TOLERANCIA-R REDEFINES WRK-CARTAO.
           02 WRK-CT-TOLERANCIA-N PIC 9(03)V99.
           02 FILLER            PIC X(75).
       01  WRK-DATA-AUX      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO    PIC 9(04).
           02 WRK-DA-MES    PIC 9(02).
           02 WRK-DA-DIA    PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA    PIC 9(02).
           02 FILLER        PIC X(01) VALUE '/'.
           02 WRK-DE-MES    PIC 9(02).
           02 FILLER        PIC X(01) VALUE '/'.
           02 WRK-DE-ANO    PIC 9(04).
      *    CATALOGO DE MATERIAIS, PARA A DESCRICAO E A UNIDADE
       01  WRK-TB-CATALOGO.
           02 WRK-TB-CAT-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CAT-ITEM OCCURS 30 TIMES.
               03 WRK-TB-CAT-CODIGO    PIC 9(03).
               03 WRK-TB-CAT-DESCRICAO PIC X(20).
               03 WRK-TB-CAT-UNIDADE   PIC X(05).
       01  CF-FOLHA.
           02 FILLER          PIC X(22) VALUE
              'CONTAGEM FISICA DE    '.
           02 CF-F-DATA       PIC X(10).
           02 FILLER          PIC X(18) VALUE
              '  TOLERANCIA (%) '.
           02 CF-F-TOLERANCIA PIC ZZ9,99.
       01  CF-COLUNAS.
           02 FILLER          PIC X(40) VALUE
              ' ITEM MATERIAL             UNID.   QUANT'.
           02 FILLER          PIC X(40) VALUE
              'IDADE CONTADA  CONFERENTE               '.
       01  CF-ITEM.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CF-I-CODIGO     PIC 9(03).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CF-I-DESCRICAO  PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CF-I-UNIDADE    PIC X(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(18) VALUE
              '_________________ '.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(20) VALUE
              '____________________'.
       01  CF-TOTAL.
           02 CF-T-TEXTO      PIC X(40).
           02 CF-T-QTD        PIC ZZZ9.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-EMISSAO
               PERFORM 0200-ARQUIVAR-CONTAGEM
               PERFORM 0300-EMITIR-FOLHAS
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB147' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           MOVE SPACES TO WRK-CARTAO.
           ACCEPT WRK-CARTAO FROM CONSOLE.
           IF WRK-CT-TOLERANCIA IS NUMERIC
               MOVE WRK-CT-TOLERANCIA-N TO WRK-TOLERANCIA
           END-IF.
           IF WRK-TOLERANCIA = ZEROS
               MOVE 2 TO WRK-TOLERANCIA
           END-IF.

           OPEN INPUT MATERIAL-INVENTORY.
           IF WRK-FS-MATINV NOT = '00'
               DISPLAY 'MATINV NAO ENCONTRADO - NADA A CONTAR'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 4 TO RLP-RC
           ELSE
               PERFORM 0120-VERIFICAR-CONTAGEM
               IF ABANDONAR-EMISSAO
                   CLOSE MATERIAL-INVENTORY
               ELSE
                   PERFORM 0140-CARREGAR-CATALOGO
               END-IF
           END-IF.

       0110-LER-CONTAGEM.
           READ INVENTORY-COUNT
               AT END
                   MOVE 'S' TO WRK-EOF-INVCONT
           END-READ.

      *    A CONTAGEM ANTERIOR SO SAI DO INVCONT DEPOIS DE TODO
      *    AJUSTE DELA DECIDIDO E LANCADO PELO SUPERVISOR
       0120-VERIFICAR-CONTAGEM.
           OPEN INPUT INVENTORY-COUNT.
           IF WRK-FS-INVCONT = '00'
               PERFORM 0110-LER-CONTAGEM
               PERFORM UNTIL FIM-INVCONT
                   IF CT-PENDENTE OR CT-APROVADA
                       ADD 1 TO WRK-QT-PENDENTES
                   END-IF
                   PERFORM 0110-LER-CONTAGEM
               END-PERFORM
               CLOSE INVENTORY-COUNT
           END-IF.
           IF WRK-QT-PENDENTES > ZEROS
               DISPLAY '*** CONTAGEM ANTERIOR COM ' WRK-QT-PENDENTES
                       ' ITENS SEM LANCAR (PROGCOB149) - FOLHAS'
                       ' NAO EMITIDAS ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 12 TO RLP-RC
           END-IF.

      *    SEM O CATALOGO A FOLHA SAI SO COM O CODIGO DO ITEM
       0140-CARREGAR-CATALOGO.
           OPEN INPUT MATERIAL-CATALOG.
           IF WRK-FS-MATCAT = '00'
               PERFORM 0150-LER-MATERIAL
               PERFORM UNTIL FIM-MATCAT OR WRK-TB-CAT-QTD = 30
                   ADD 1 TO WRK-TB-CAT-QTD
                   MOVE MC-CODIGO
                     TO WRK-TB-CAT-CODIGO(WRK-TB-CAT-QTD)
                   MOVE MC-DESCRICAO
                     TO WRK-TB-CAT-DESCRICAO(WRK-TB-CAT-QTD)
                   MOVE MC-UNIDADE
                     TO WRK-TB-CAT-UNIDADE(WRK-TB-CAT-QTD)
                   PERFORM 0150-LER-MATERIAL
               END-PERFORM
               CLOSE MATERIAL-CATALOG
           ELSE
               DISPLAY 'MATCAT NAO ENCONTRADO - FOLHAS SEM'
                       ' DESCRICAO'
           END-IF.

       0150-LER-MATERIAL.
           READ MATERIAL-CATALOG
               AT END
                   MOVE 'S' TO WRK-EOF-MATCAT
           END-READ.

      *    A CONTAGEM ANTERIOR (LANCADA OU NUNCA DIGITADA) FICA NO
      *    HISTORICO PARA A AUDITORIA DO ESTOQUE
       0200-ARQUIVAR-CONTAGEM.
           OPEN INPUT INVENTORY-COUNT.
           IF WRK-FS-INVCONT = '00'
               MOVE 'N' TO WRK-EOF-INVCONT
               OPEN EXTEND COUNT-HISTORY
               IF WRK-FS-INVHIST = '05' OR WRK-FS-INVHIST = '35'
                   OPEN OUTPUT COUNT-HISTORY
               END-IF
               PERFORM 0110-LER-CONTAGEM
               PERFORM UNTIL FIM-INVCONT
                   WRITE CH-REGISTRO FROM CT-REGISTRO
                   ADD 1 TO WRK-QT-ARQUIVADOS
                   PERFORM 0110-LER-CONTAGEM
               END-PERFORM
               CLOSE COUNT-HISTORY
               CLOSE INVENTORY-COUNT
           END-IF.

       0300-EMITIR-FOLHAS.
           OPEN OUTPUT INVENTORY-COUNT.
           OPEN OUTPUT COUNT-SHEETS.
           MOVE 'FOLHAS DE CONTAGEM FISICA DE MATERIAIS'
             TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-DATASYS TO WRK-DATA-AUX.
           PERFORM 0710-EDITAR-DATA.
           MOVE WRK-DATA-ED    TO CF-F-DATA.
           MOVE WRK-TOLERANCIA TO CF-F-TOLERANCIA.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CF-LINHA FROM CF-FOLHA.

           PERFORM 0310-LER-ITEM.
           PERFORM UNTIL FIM-MATINV
               PERFORM 0320-GRAVAR-FOLHA
               PERFORM 0310-LER-ITEM
           END-PERFORM.
           CLOSE MATERIAL-INVENTORY.
           CLOSE INVENTORY-COUNT.

           MOVE 'ITENS A CONTAR' TO CF-T-TEXTO.
           MOVE WRK-QT-ITENS TO CF-T-QTD.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CF-LINHA FROM CF-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CF-LINHA FROM RW-TRAILER.
           CLOSE COUNT-SHEETS.

       0310-LER-ITEM.
           READ MATERIAL-INVENTORY
               AT END
                   MOVE 'S' TO WRK-EOF-MATINV
           END-READ.

      *    O LIVRO E O CUSTO FICAM FOTOGRAFADOS NA DATA DA FOLHA;
      *    O AJUSTE APROVADO E A DIFERENCA CONTRA ESTE LIVRO
       0320-GRAVAR-FOLHA.
           ADD 1 TO WRK-QT-ITENS.
           MOVE IV-CODIGO      TO CT-CODIGO.
           MOVE WRK-DATASYS    TO CT-DATA-FOLHA.
           MOVE IV-ESTOQUE     TO CT-QTD-LIVRO.
           IF IV-CUSTO-MEDIO IS NUMERIC
               MOVE IV-CUSTO-MEDIO TO CT-CUSTO-MEDIO
           ELSE
               MOVE ZEROS TO CT-CUSTO-MEDIO
           END-IF.
           MOVE WRK-TOLERANCIA TO CT-TOLERANCIA.
           MOVE ZEROS          TO CT-QTD-CONTADA CT-DATA-CONTAGEM
                                  CT-DATA-APROVACAO.
           MOVE 'F'            TO CT-SITUACAO.
           MOVE SPACES         TO CT-APROVADOR.
           WRITE CT-REGISTRO.

           MOVE ZEROS TO WRK-ITEM-CAT.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                           UNTIL WRK-IDX-CAT > WRK-TB-CAT-QTD
                              OR WRK-ITEM-CAT > ZEROS
               IF WRK-TB-CAT-CODIGO(WRK-IDX-CAT) = IV-CODIGO
                   MOVE WRK-IDX-CAT TO WRK-ITEM-CAT
               END-IF
           END-PERFORM.
           MOVE IV-CODIGO TO CF-I-CODIGO.
           IF WRK-ITEM-CAT > ZEROS
               MOVE WRK-TB-CAT-DESCRICAO(WRK-ITEM-CAT)
                 TO CF-I-DESCRICAO
               MOVE WRK-TB-CAT-UNIDADE(WRK-ITEM-CAT)
                 TO CF-I-UNIDADE
           ELSE
               MOVE SPACES TO CF-I-DESCRICAO CF-I-UNIDADE
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CF-LINHA FROM CF-ITEM.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CF-LINHA FROM RW-CABECALHO1
               WRITE CF-LINHA FROM RW-CABECALHO2
               WRITE CF-LINHA FROM CF-COLUNAS
           END-IF.

       0710-EDITAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

       0900-FINALIZAR.
           IF NOT ABANDONAR-EMISSAO
               DISPLAY '-------------------------'
               DISPLAY 'CONTAGEM ANTERIOR ARQUIV. ' WRK-QT-ARQUIVADOS
               DISPLAY 'ITENS NA FOLHA........... ' WRK-QT-ITENS
               MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED
               DISPLAY 'TOLERANCIA (%)........... ' WRK-TOLERANCIA-ED
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-ITENS TO RLP-LIDOS.
           MOVE WRK-QT-ITENS TO RLP-GRAVADOS.
           MOVE ZEROS        TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
