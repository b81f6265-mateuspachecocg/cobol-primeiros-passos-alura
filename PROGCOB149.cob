       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB149.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: APROVACAO E LANCAMENTO DOS AJUSTES DA CONTAGEM
      *     FISICA DO INVENTARIO DE MATERIAIS (INVCONT, COPYBOOK
      *     INVCONT). SO UM SUPERVISOR DE NIVEL 00 (MESMA
      *     CONFERENCIA DE USERMAST DO PROGCOB109) DECIDE CADA ITEM
      *     COM DIFERENCA ACIMA DA TOLERANCIA DIGITADO NO PROGCOB148:
      *     APROVAR, MANDAR RECONTAR (O ITEM VOLTA PARA A DIGITACAO)
      *     OU PULAR. DEPOIS, TODO ITEM APROVADO - PELO SUPERVISOR OU
      *     DENTRO DA TOLERANCIA - TEM A DIFERENCA (CONTADO - LIVRO
      *     DA FOLHA) LANCADA NO ESTOQUE DO MATINV E, VALORIZADA PELO
      *     CUSTO MEDIO DA FOLHA, NO GLEXTRACT: SOBRA COM O ROTULO
      *     'RAZAO - INVSB:' E FALTA COM 'RAZAO - INVFL:', NA CONTA
      *     DO EVENTO 'ESTOQUE' DO COAMAP (A POSTAGEM PROGCOB114 DA A
      *     CONTRAPARTIDA NO EVENTO 'AJUSTEINV'); O ITEM FICA 'L'.
      *     SEM A CONTA DO ESTOQUE NO COAMAP NADA PODE SER DECIDIDO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT INVENTORY-COUNT ASSIGN TO 'INVCONT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVCONT.

           SELECT MATERIAL-INVENTORY ASSIGN TO 'MATINV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATINV.

           SELECT COA-MAP ASSIGN TO 'COAMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COAMAP.

           SELECT GL-EXTRACT ASSIGN TO 'GLEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLEXTRACT.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  INVENTORY-COUNT.
           COPY 'INVCONT.COB'.

       FD  MATERIAL-INVENTORY.
           COPY 'MATINV.COB'.

       FD  COA-MAP.
       01  CA-REGISTRO.
           02 CA-EVENTO       PIC X(10).
           02 CA-CONTA        PIC 9(08).
           02 CA-VALIDADE-INI PIC 9(08).
           02 CA-VALIDADE-FIM PIC 9(08).

       FD  GL-EXTRACT.
       01  GL-LINHA           PIC X(70).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-INVCONT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATINV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-COAMAP     PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEXTRACT  PIC X(02) VALUE ZEROS.
       77 WRK-EOF-INVCONT   PIC X(01) VALUE 'N'.
          88 FIM-INVCONT    VALUE 'S'.
       77 WRK-EOF-MATINV    PIC X(01) VALUE 'N'.
          88 FIM-MATINV     VALUE 'S'.
       77 WRK-EOF-COAMAP    PIC X(01) VALUE 'N'.
          88 FIM-COAMAP     VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-APROVADOR     PIC X(20) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-OK  PIC X(01) VALUE 'N'.
          88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-CONTA-ESTOQUE PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-CONTA     PIC X(01) VALUE 'N'.
          88 TEM-CONTA-ESTOQUE VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-SESSAO VALUE 'S'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACE.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-INV       PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM-INV      PIC 9(03) VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(08) VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA  PIC 9(08) VALUE ZEROS.
       77 WRK-NOVO-ESTOQUE  PIC S9(08) VALUE ZEROS.
       77 WRK-VALOR-AJUSTE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SOBRAS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FALTAS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-APROVADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RECONTAR   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PULADOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LANCADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LINHAS-GL  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SEM-ITEM   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ED        PIC -.---.--9.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IDX-COA       PIC 9(02) VALUE ZEROS.
       01  WRK-TB-CONTAGEM.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 100 TIMES.
               03 WRK-TB-REGISTRO PIC X(76).
       01  WRK-TB-INVENTARIO.
           02 WRK-TB-INV-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-INV-ITEM OCCURS 100 TIMES.
               03 WRK-TB-INV-REGISTRO PIC X(31).
       01  WRK-TB-COA.
           02 WRK-TB-COA-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-COA-ITEM OCCURS 50 TIMES.
               03 WRK-TB-COA-EVENTO PIC X(10).
               03 WRK-TB-COA-CONTA  PIC 9(08).
               03 WRK-TB-COA-INI    PIC 9(08).
               03 WRK-TB-COA-FIM    PIC 9(08).
      *    LINHA DO GLEXTRACT DE UM LADO SO: O ROTULO DIZ SE E SOBRA
      *    OU FALTA NA CONTAGEM DO ITEM; A POSTAGEM LE O VALOR NA
      *    POSICAO 35 COM 14 POSICOES
       01  GL-AJUSTE.
           02 GA-ROTULO     PIC X(15).
           02 GA-D-CONTA    PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GA-D-CODIGO   PIC 9(03).
           02 FILLER        PIC X(07) VALUE SPACES.
           02 GA-D-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT APROVADOR-AUTORIZADO
               DISPLAY 'APROVACAO RESTRITA A SUPERVISOR (NIVEL 00)'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF NOT TEM-CONTA-ESTOQUE
               DISPLAY 'COAMAP SEM A CONTA DO EVENTO ESTOQUE -'
                       ' NENHUM AJUSTE PODE SER LANCADO'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF ABANDONAR-SESSAO
               DISPLAY 'INVCONT OU MATINV MAIOR QUE A TABELA DE 100'
                       ' ITENS - SESSAO ABANDONADA, ARQUIVOS'
                       ' INTACTOS'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0300-REVISAR-PENDENTES
               PERFORM 0400-LANCAR-AJUSTES
               PERFORM 0500-REGRAVAR-ARQUIVOS
           END-IF
           END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0200-AUTENTICAR-APROVADOR.

           IF APROVADOR-AUTORIZADO
               PERFORM 0140-CARREGAR-COAMAP
               PERFORM 0160-BUSCAR-CONTA-ESTOQUE
           END-IF.

           IF APROVADOR-AUTORIZADO AND TEM-CONTA-ESTOQUE
               PERFORM 0120-CARREGAR-CONTAGEM
               IF NOT ABANDONAR-SESSAO
                   PERFORM 0170-CARREGAR-INVENTARIO
               END-IF
               IF NOT ABANDONAR-SESSAO
                   OPEN EXTEND GL-EXTRACT
                   IF WRK-FS-GLEXTRACT = '05'
                      OR WRK-FS-GLEXTRACT = '35'
                       OPEN OUTPUT GL-EXTRACT
                   END-IF
               END-IF
           END-IF.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) APROVA -
      *    MESMA CONFERENCIA DO USERMAST QUE O PROGCOB97 FAZ
       0200-AUTENTICAR-APROVADOR.
           DISPLAY 'SUPERVISOR (NIVEL 00).. '
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           DISPLAY 'SENHA... ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA WITH NO ECHO.

           OPEN INPUT USER-MASTER.
           IF WRK-FS-USERMAST = '00'
               MOVE WRK-APROVADOR TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UM-NIVEL = ZEROS
                          AND UM-SENHA = WRK-SENHA
                          AND NOT UM-LOGIN-DESATIVADO
                           MOVE 'S' TO WRK-APROVADOR-OK
                       END-IF
               END-READ
               CLOSE USER-MASTER
           END-IF.

       0110-LER-CONTAGEM.
           READ INVENTORY-COUNT
               AT END
                   MOVE 'S' TO WRK-EOF-INVCONT
           END-READ.

       0120-CARREGAR-CONTAGEM.
           OPEN INPUT INVENTORY-COUNT.
           IF WRK-FS-INVCONT = '00'
               PERFORM 0110-LER-CONTAGEM
               PERFORM UNTIL FIM-INVCONT
                              OR WRK-TB-QTD = 100
                   ADD 1 TO WRK-TB-QTD
                   MOVE CT-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   PERFORM 0110-LER-CONTAGEM
               END-PERFORM
               IF NOT FIM-INVCONT
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE INVENTORY-COUNT
           ELSE
               DISPLAY 'INVCONT NAO ENCONTRADO - NENHUMA CONTAGEM'
           END-IF.

       0140-CARREGAR-COAMAP.
           OPEN INPUT COA-MAP.
           IF WRK-FS-COAMAP = '00'
               PERFORM 0150-LER-COAMAP
               PERFORM UNTIL FIM-COAMAP
                              OR WRK-TB-COA-QTD = 50
                   ADD 1 TO WRK-TB-COA-QTD
                   MOVE CA-EVENTO
                     TO WRK-TB-COA-EVENTO(WRK-TB-COA-QTD)
                   MOVE CA-CONTA
                     TO WRK-TB-COA-CONTA(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-INI
                     TO WRK-TB-COA-INI(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-FIM
                     TO WRK-TB-COA-FIM(WRK-TB-COA-QTD)
                   PERFORM 0150-LER-COAMAP
               END-PERFORM
               CLOSE COA-MAP
           END-IF.

       0150-LER-COAMAP.
           READ COA-MAP
               AT END
                   MOVE 'S' TO WRK-EOF-COAMAP
           END-READ.

      *    CONTA DO ESTOQUE VIGENTE NA DATA DO LANCAMENTO
       0160-BUSCAR-CONTA-ESTOQUE.
           PERFORM VARYING WRK-IDX-COA FROM 1 BY 1
                           UNTIL WRK-IDX-COA > WRK-TB-COA-QTD
               IF WRK-TB-COA-EVENTO(WRK-IDX-COA) = 'ESTOQUE'
                  AND WRK-DATASYS NOT < WRK-TB-COA-INI(WRK-IDX-COA)
                  AND WRK-DATASYS NOT > WRK-TB-COA-FIM(WRK-IDX-COA)
                   MOVE WRK-TB-COA-CONTA(WRK-IDX-COA)
                     TO WRK-CONTA-ESTOQUE
                   MOVE 'S' TO WRK-TEM-CONTA
               END-IF
           END-PERFORM.

      *    O MATINV E REGRAVADO INTEIRO: MAIOR QUE A TABELA, A
      *    SESSAO NAO COMECA
       0170-CARREGAR-INVENTARIO.
           OPEN INPUT MATERIAL-INVENTORY.
           IF WRK-FS-MATINV = '00'
               PERFORM 0180-LER-ITEM
               PERFORM UNTIL FIM-MATINV
                              OR WRK-TB-INV-QTD = 100
                   ADD 1 TO WRK-TB-INV-QTD
                   MOVE IV-REGISTRO
                     TO WRK-TB-INV-REGISTRO(WRK-TB-INV-QTD)
                   PERFORM 0180-LER-ITEM
               END-PERFORM
               IF NOT FIM-MATINV
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE MATERIAL-INVENTORY
           ELSE
               DISPLAY 'MATINV NAO ENCONTRADO - AJUSTES NAO LANCADOS'
           END-IF.

       0180-LER-ITEM.
           READ MATERIAL-INVENTORY
               AT END
                   MOVE 'S' TO WRK-EOF-MATINV
           END-READ.

       0300-REVISAR-PENDENTES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CT-REGISTRO
               IF CT-PENDENTE
                   PERFORM 0310-DECIDIR-ITEM
               END-IF
           END-PERFORM.

      *    RECONTAR DEVOLVE O ITEM PARA A DIGITACAO (PROGCOB148)
      *    SEM A QUANTIDADE CONTADA
       0310-DECIDIR-ITEM.
           COMPUTE WRK-DIFERENCA = CT-QTD-CONTADA - CT-QTD-LIVRO.
           MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA.
           COMPUTE WRK-VALOR-AJUSTE ROUNDED =
               WRK-DIF-ABSOLUTA * CT-CUSTO-MEDIO.

           DISPLAY '-------------------------------'
           DISPLAY 'ITEM ' CT-CODIGO ' FOLHA ' CT-DATA-FOLHA
                   ' CONTADO EM ' CT-DATA-CONTAGEM.
           DISPLAY 'LIVRO....... ' CT-QTD-LIVRO
                   ' CONTADO.. ' CT-QTD-CONTADA.
           MOVE WRK-DIFERENCA TO WRK-QTD-ED.
           MOVE WRK-VALOR-AJUSTE TO WRK-VALOR-ED.
           DISPLAY 'DIFERENCA... ' WRK-QTD-ED
                   ' VALOR R$ ' WRK-VALOR-ED.
           DISPLAY 'APROVAR (A) / RECONTAR (R) / PULAR (P).. '
           ACCEPT WRK-DECISAO FROM CONSOLE.

           EVALUATE WRK-DECISAO
               WHEN 'A'
                   MOVE 'A'           TO CT-SITUACAO
                   MOVE WRK-APROVADOR TO CT-APROVADOR
                   MOVE WRK-DATASYS   TO CT-DATA-APROVACAO
                   ADD 1 TO WRK-QT-APROVADOS
               WHEN 'R'
                   MOVE 'F'   TO CT-SITUACAO
                   MOVE ZEROS TO CT-QTD-CONTADA CT-DATA-CONTAGEM
                   ADD 1 TO WRK-QT-RECONTAR
               WHEN OTHER
                   ADD 1 TO WRK-QT-PULADOS
           END-EVALUATE.
           MOVE CT-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX).

       0400-LANCAR-AJUSTES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CT-REGISTRO
               IF CT-APROVADA
                   PERFORM 0410-LANCAR-ITEM
               END-IF
           END-PERFORM.

      *    O AJUSTE E A DIFERENCA CONTRA O LIVRO DA FOLHA, SOMADA AO
      *    ESTOQUE ATUAL; ITEM QUE SAIU DO MATINV FICA APROVADO E
      *    SEM LANCAR
       0410-LANCAR-ITEM.
           MOVE ZEROS TO WRK-ITEM-INV.
           PERFORM VARYING WRK-IDX-INV FROM 1 BY 1
                           UNTIL WRK-IDX-INV > WRK-TB-INV-QTD
                              OR WRK-ITEM-INV > ZEROS
               MOVE WRK-TB-INV-REGISTRO(WRK-IDX-INV) TO IV-REGISTRO
               IF IV-CODIGO = CT-CODIGO
                   MOVE WRK-IDX-INV TO WRK-ITEM-INV
               END-IF
           END-PERFORM.

           IF WRK-ITEM-INV = ZEROS
               ADD 1 TO WRK-QT-SEM-ITEM
               DISPLAY 'ITEM ' CT-CODIGO ' FORA DO MATINV - AJUSTE'
                       ' NAO LANCADO'
           ELSE
               MOVE WRK-TB-INV-REGISTRO(WRK-ITEM-INV) TO IV-REGISTRO
               COMPUTE WRK-DIFERENCA = CT-QTD-CONTADA - CT-QTD-LIVRO
               COMPUTE WRK-NOVO-ESTOQUE = IV-ESTOQUE + WRK-DIFERENCA
               IF WRK-NOVO-ESTOQUE < ZEROS
                   MOVE ZEROS TO WRK-NOVO-ESTOQUE
               END-IF
               MOVE WRK-NOVO-ESTOQUE TO IV-ESTOQUE
               MOVE IV-REGISTRO TO WRK-TB-INV-REGISTRO(WRK-ITEM-INV)

               MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA
               COMPUTE WRK-VALOR-AJUSTE ROUNDED =
                   WRK-DIF-ABSOLUTA * CT-CUSTO-MEDIO
               IF WRK-VALOR-AJUSTE > ZEROS
                   PERFORM 0420-GRAVAR-RAZAO
               END-IF

               MOVE 'L' TO CT-SITUACAO
               MOVE CT-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX)
               ADD 1 TO WRK-QT-LANCADOS
           END-IF.

       0420-GRAVAR-RAZAO.
           IF WRK-DIFERENCA > ZEROS
               MOVE 'RAZAO - INVSB: ' TO GA-ROTULO
               ADD WRK-VALOR-AJUSTE TO WRK-TOT-SOBRAS
           ELSE
               MOVE 'RAZAO - INVFL: ' TO GA-ROTULO
               ADD WRK-VALOR-AJUSTE TO WRK-TOT-FALTAS
           END-IF.
           MOVE WRK-CONTA-ESTOQUE TO GA-D-CONTA.
           MOVE CT-CODIGO         TO GA-D-CODIGO.
           MOVE WRK-VALOR-AJUSTE  TO GA-D-VALOR.
           WRITE GL-LINHA FROM GL-AJUSTE.
           ADD 1 TO WRK-QT-LINHAS-GL.

       0500-REGRAVAR-ARQUIVOS.
           CLOSE GL-EXTRACT.

           IF WRK-QT-LANCADOS > ZEROS
               OPEN OUTPUT MATERIAL-INVENTORY
               PERFORM VARYING WRK-IDX-INV FROM 1 BY 1
                               UNTIL WRK-IDX-INV > WRK-TB-INV-QTD
                   MOVE WRK-TB-INV-REGISTRO(WRK-IDX-INV)
                     TO IV-REGISTRO
                   WRITE IV-REGISTRO
               END-PERFORM
               CLOSE MATERIAL-INVENTORY
           END-IF.

           OPEN OUTPUT INVENTORY-COUNT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CT-REGISTRO
               WRITE CT-REGISTRO
           END-PERFORM.
           CLOSE INVENTORY-COUNT.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'ITENS APROVADOS.......... ' WRK-QT-APROVADOS.
           DISPLAY 'ITENS PARA RECONTAR...... ' WRK-QT-RECONTAR.
           DISPLAY 'AINDA PENDENTES.......... ' WRK-QT-PULADOS.
           DISPLAY 'AJUSTES LANCADOS......... ' WRK-QT-LANCADOS.
           DISPLAY 'ITENS FORA DO MATINV..... ' WRK-QT-SEM-ITEM.
           DISPLAY 'LINHAS NO GLEXTRACT...... ' WRK-QT-LINHAS-GL.
           MOVE WRK-TOT-SOBRAS TO WRK-VALOR-ED.
           DISPLAY 'SOBRAS............... R$ ' WRK-VALOR-ED.
           MOVE WRK-TOT-FALTAS TO WRK-VALOR-ED.
           DISPLAY 'FALTAS............... R$ ' WRK-VALOR-ED.
           IF WRK-QT-SEM-ITEM > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
