       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB148.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: DIGITACAO DA CONTAGEM FISICA DO INVENTARIO DE
      *     MATERIAIS: O OPERADOR INFORMA ITEM A ITEM A QUANTIDADE
      *     CONTADA NAS FOLHAS EMITIDAS PELO PROGCOB147 (INVCONT,
      *     COPYBOOK INVCONT). A DIFERENCA CONTRA O LIVRO DA FOLHA
      *     DENTRO DA TOLERANCIA DA CONTAGEM DEIXA O ITEM APROVADO
      *     ('A', APROVADOR 'TOLERANCIA'); ACIMA DELA - OU QUALQUER
      *     DIFERENCA EM ITEM SEM LIVRO - O ITEM FICA PENDENTE ('P')
      *     PARA O SUPERVISOR (PROGCOB149). ITEM AINDA NAO DECIDIDO
      *     PODE SER DIGITADO DE NOVO (RECONTAGEM). NO FIM O CONTDIF
      *     LISTA AS DIFERENCAS ACIMA DA TOLERANCIA, COM A
      *     QUANTIDADE E O VALOR PELO CUSTO MEDIO DA FOLHA
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-COUNT ASSIGN TO 'INVCONT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVCONT.

           SELECT COUNT-DIFFERENCES ASSIGN TO 'CONTDIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTDIF.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-COUNT.
           COPY 'INVCONT.COB'.

       FD  COUNT-DIFFERENCES.
       01  CD-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-INVCONT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTDIF    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-INVCONT   PIC X(01) VALUE 'N'.
          88 FIM-INVCONT    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-DIGITACAO VALUE 'S'.
       77 WRK-ENCERRAR      PIC X(01) VALUE 'N'.
          88 FIM-DIGITACAO  VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CONTADA   PIC 9(07) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM          PIC 9(03) VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(08) VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA  PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL    PIC S9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-DIF     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR-DIF PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DIGITADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TOLERANCIA PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-A-CONTAR   PIC 9(03) VALUE ZEROS.
      *    INVCONT INTEIRO EM MEMORIA: MESMO LIMITE DE 100 ITENS DO
      *    MATINV NO PROGCOB81
       01  WRK-TB-CONTAGEM.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 100 TIMES.
               03 WRK-TB-REGISTRO PIC X(76).
       01  CD-COLUNAS.
           02 FILLER          PIC X(40) VALUE
              ' ITEM    LIVRO   CONTADO DIFERENCA      '.
           02 FILLER          PIC X(40) VALUE
              ' % CUSTO MEDIO  VALOR DIFERENCA         '.
       01  CD-ITEM.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-CODIGO     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-LIVRO      PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-CONTADO    PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-DIFERENCA  PIC -.---.--9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-PERCENTUAL PIC ---9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-CUSTO      PIC ZZ.ZZ9,9999.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-I-VALOR      PIC -.---.---.--9,99.
       01  CD-TOTAL.
           02 CD-T-TEXTO      PIC X(40).
           02 CD-T-QTD        PIC ZZZ9.
           02 FILLER          PIC X(11) VALUE SPACES.
           02 CD-T-VALOR      PIC -.---.---.--9,99 BLANK WHEN ZERO.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-DIGITACAO
               PERFORM 0200-DIGITAR-ITEM UNTIL FIM-DIGITACAO
               PERFORM 0300-REGRAVAR-CONTAGEM
               PERFORM 0400-LISTAR-DIFERENCAS
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN INPUT INVENTORY-COUNT.
           IF WRK-FS-INVCONT = '00'
               PERFORM 0110-LER-CONTAGEM
               PERFORM UNTIL FIM-INVCONT OR ABANDONAR-DIGITACAO
                   IF WRK-TB-QTD = 100
                       DISPLAY 'INVCONT MAIOR QUE A TABELA DE 100'
                               ' ITENS - DIGITACAO ABANDONADA'
                       MOVE 12 TO RETURN-CODE
                       MOVE 'S' TO WRK-ABANDONAR
                   ELSE
                       ADD 1 TO WRK-TB-QTD
                       MOVE CT-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-TB-QTD)
                       IF CT-A-CONTAR OR CT-PENDENTE
                           ADD 1 TO WRK-QT-ABERTOS
                       END-IF
                       PERFORM 0110-LER-CONTAGEM
                   END-IF
               END-PERFORM
               CLOSE INVENTORY-COUNT
           END-IF.

           IF NOT ABANDONAR-DIGITACAO AND WRK-QT-ABERTOS = ZEROS
               DISPLAY 'NENHUMA FOLHA DE CONTAGEM EM ABERTO -'
                       ' EMITIR PELO PROGCOB147'
               MOVE 4 TO RETURN-CODE
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

       0110-LER-CONTAGEM.
           READ INVENTORY-COUNT
               AT END
                   MOVE 'S' TO WRK-EOF-INVCONT
           END-READ.

      *    ITEM JA APROVADO OU LANCADO NAO E RECONTADO AQUI; O QUE
      *    O SUPERVISOR MANDOU RECONTAR VOLTOU PARA 'F'
       0200-DIGITAR-ITEM.
           DISPLAY '-------------------------------'
           DISPLAY 'ITEM DA FOLHA (000 ENCERRA).. '
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = ZEROS
               MOVE 'S' TO WRK-ENCERRAR
           ELSE
               MOVE ZEROS TO WRK-ITEM
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                                  OR WRK-ITEM > ZEROS
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO CT-REGISTRO
                   IF CT-CODIGO = WRK-CODIGO
                       MOVE WRK-IDX TO WRK-ITEM
                   END-IF
               END-PERFORM
               IF WRK-ITEM = ZEROS
                   DISPLAY 'ITEM FORA DA FOLHA DE CONTAGEM'
               ELSE
                   MOVE WRK-TB-REGISTRO(WRK-ITEM) TO CT-REGISTRO
                   IF CT-APROVADA OR CT-LANCADA
                       DISPLAY 'ITEM JA APROVADO/LANCADO - NAO'
                               ' PODE SER RECONTADO'
                   ELSE
                       PERFORM 0210-REGISTRAR-CONTADO
                   END-IF
               END-IF
           END-IF.

      *    TOLERANCIA: |CONTADO - LIVRO| ATE LIVRO X TOLERANCIA /
      *    100; SEM LIVRO, QUALQUER DIFERENCA VAI PARA APROVACAO
       0210-REGISTRAR-CONTADO.
           DISPLAY 'QUANTIDADE CONTADA.. '
           ACCEPT WRK-QTD-CONTADA FROM CONSOLE.
           ADD 1 TO WRK-QT-DIGITADOS.

           COMPUTE WRK-DIFERENCA = WRK-QTD-CONTADA - CT-QTD-LIVRO.
           MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA.
           COMPUTE WRK-LIMITE = CT-QTD-LIVRO * CT-TOLERANCIA / 100.

           MOVE WRK-QTD-CONTADA TO CT-QTD-CONTADA.
           MOVE WRK-DATASYS     TO CT-DATA-CONTAGEM.
           IF WRK-DIF-ABSOLUTA > WRK-LIMITE
               MOVE 'P'    TO CT-SITUACAO
               MOVE SPACES TO CT-APROVADOR
               MOVE ZEROS  TO CT-DATA-APROVACAO
               DISPLAY 'DIFERENCA ACIMA DA TOLERANCIA - ITEM VAI'
                       ' PARA APROVACAO DO SUPERVISOR'
           ELSE
               MOVE 'A'            TO CT-SITUACAO
               MOVE 'TOLERANCIA'   TO CT-APROVADOR
               MOVE WRK-DATASYS    TO CT-DATA-APROVACAO
               DISPLAY 'CONTAGEM ACEITA'
           END-IF.
           MOVE CT-REGISTRO TO WRK-TB-REGISTRO(WRK-ITEM).

       0300-REGRAVAR-CONTAGEM.
           OPEN OUTPUT INVENTORY-COUNT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CT-REGISTRO
               WRITE CT-REGISTRO
               EVALUATE TRUE
                   WHEN CT-A-CONTAR
                       ADD 1 TO WRK-QT-A-CONTAR
                   WHEN CT-PENDENTE
                       ADD 1 TO WRK-QT-PENDENTES
                   WHEN CT-APROVADA
                       ADD 1 TO WRK-QT-TOLERANCIA
               END-EVALUATE
           END-PERFORM.
           CLOSE INVENTORY-COUNT.

      *    LISTA DE APROVACAO: TODO ITEM PENDENTE, DIGITADO AGORA
      *    OU EM SESSAO ANTERIOR
       0400-LISTAR-DIFERENCAS.
           OPEN OUTPUT COUNT-DIFFERENCES.
           MOVE 'DIFERENCAS DE CONTAGEM PARA APROVACAO'
             TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CT-REGISTRO
               IF CT-PENDENTE
                   PERFORM 0410-LISTAR-ITEM
               END-IF
           END-PERFORM.

           MOVE 'ITENS PENDENTES DE APROVACAO / VALOR' TO CD-T-TEXTO.
           MOVE WRK-QT-PENDENTES  TO CD-T-QTD.
           MOVE WRK-TOT-VALOR-DIF TO CD-T-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-TOTAL.
           MOVE 'ITENS AINDA NAO CONTADOS' TO CD-T-TEXTO.
           MOVE WRK-QT-A-CONTAR TO CD-T-QTD.
           MOVE ZEROS TO CD-T-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CD-LINHA FROM RW-TRAILER.
           CLOSE COUNT-DIFFERENCES.

       0410-LISTAR-ITEM.
           COMPUTE WRK-DIFERENCA = CT-QTD-CONTADA - CT-QTD-LIVRO.
           IF CT-QTD-LIVRO > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-DIFERENCA * 100 / CT-QTD-LIVRO
           ELSE
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.
           COMPUTE WRK-VALOR-DIF ROUNDED =
               WRK-DIFERENCA * CT-CUSTO-MEDIO.
           ADD WRK-VALOR-DIF TO WRK-TOT-VALOR-DIF.

           MOVE CT-CODIGO      TO CD-I-CODIGO.
           MOVE CT-QTD-LIVRO   TO CD-I-LIVRO.
           MOVE CT-QTD-CONTADA TO CD-I-CONTADO.
           MOVE WRK-DIFERENCA  TO CD-I-DIFERENCA.
           MOVE WRK-PERCENTUAL TO CD-I-PERCENTUAL.
           MOVE CT-CUSTO-MEDIO TO CD-I-CUSTO.
           MOVE WRK-VALOR-DIF  TO CD-I-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-ITEM.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CD-LINHA FROM RW-CABECALHO1
               WRITE CD-LINHA FROM RW-CABECALHO2
               WRITE CD-LINHA FROM CD-COLUNAS
           END-IF.

       0900-FINALIZAR.
           IF NOT ABANDONAR-DIGITACAO
               DISPLAY '-------------------------'
               DISPLAY 'QUANTIDADES DIGITADAS.... ' WRK-QT-DIGITADOS
               DISPLAY 'ITENS APROVADOS.......... ' WRK-QT-TOLERANCIA
               DISPLAY 'PENDENTES DE APROVACAO... ' WRK-QT-PENDENTES
               DISPLAY 'AINDA NAO CONTADOS....... ' WRK-QT-A-CONTAR
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
