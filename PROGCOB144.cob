       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB144.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: SITUACAO DAS OBRAS: LE O CADASTRO DE OBRAS
      *     (OBRAMAST, COPYBOOK OBRA) E IMPRIME NO OBRARPT UMA LINHA
      *     POR OBRA COM O VALOR ORCADO, O PERCENTUAL EXECUTADO NA
      *     ULTIMA MEDICAO (PROGCOB143), O MATERIAL ORCADO E O
      *     CONSUMIDO (APONTANDO COM '*' A OBRA QUE JA CONSUMIU MAIS
      *     MATERIAL QUE O ORCADO), O FATURADO NO ARFILE E O SALDO
      *     A FATURAR (ORCADO - FATURADO), COM OS TOTAIS DAS OBRAS
      *     EM ANDAMENTO E DAS CONCLUIDAS. O CPF DO CLIENTE SAI
      *     MASCARADO PELA SUBROTINA PROGCOB130 (LGPD)
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBRA-MASTER ASSIGN TO 'OBRAMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRAMAST.

           SELECT STATUS-RPT ASSIGN TO 'OBRARPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRARPT.
       DATA DIVISION.
       FILE SECTION.
       FD  OBRA-MASTER.
           COPY 'OBRA.COB'.

       FD  STATUS-RPT.
       01  OR-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-OBRAMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-OBRARPT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-OBRAMAST  PIC X(01) VALUE 'N'.
          88 FIM-OBRAMAST   VALUE 'S'.
       77 WRK-IDX-SIT       PIC 9(01) VALUE ZEROS.
       77 WRK-QT-OBRAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ACIMA      PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO         PIC S9(09)V99 VALUE ZEROS.
      *    TOTAIS POR SITUACAO: 1 = EM ANDAMENTO, 2 = CONCLUIDA
       01  WRK-TB-TOTAIS.
           02 WRK-TB-TOT-ITEM OCCURS 2 TIMES.
               03 WRK-TB-TOT-QTD       PIC 9(04).
               03 WRK-TB-TOT-ORCADO    PIC 9(11)V99.
               03 WRK-TB-TOT-MAT-ORC   PIC 9(11)V99.
               03 WRK-TB-TOT-MAT-CONS  PIC 9(11)V99.
               03 WRK-TB-TOT-FATURADO  PIC 9(11)V99.
               03 WRK-TB-TOT-SALDO     PIC S9(11)V99.
       01  OR-COLUNAS.
           02 FILLER          PIC X(38) VALUE
              'OBRA   CLIENTE        SITUACAO  EXEC%'.
           02 FILLER          PIC X(45) VALUE
              '         ORCADO     MAT.ORCADO  MAT.CONSUMIDO'.
           02 FILLER          PIC X(31) VALUE
              '       FATURADO      A FATURAR'.
       01  OR-DETALHE.
           02 OR-D-OBRA       PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-SITUACAO   PIC X(09).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-PERC       PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-ORCADO     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-MAT-ORC    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-MAT-CONS   PIC ZZZ.ZZZ.ZZ9,99.
           02 OR-D-ALERTA     PIC X(01).
           02 OR-D-FATURADO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-D-SALDO      PIC -ZZ.ZZZ.ZZ9,99.
       01  OR-TOTAL.
           02 OR-T-TEXTO      PIC X(22).
           02 OR-T-QTD        PIC ZZZ9.
           02 FILLER          PIC X(12) VALUE ' OBRAS'.
           02 OR-T-ORCADO     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-T-MAT-ORC    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-T-MAT-CONS   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-T-FATURADO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 OR-T-SALDO      PIC -ZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LISTAR-OBRA UNTIL FIM-OBRAMAST.
           PERFORM 0600-IMPRIMIR-TOTAIS.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB144' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB144' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           INITIALIZE WRK-TB-TOTAIS.

           OPEN INPUT OBRA-MASTER.
           IF WRK-FS-OBRAMAST = '00'
               PERFORM 0110-LER-OBRA
           ELSE
               DISPLAY 'OBRAMAST NAO ENCONTRADO - NENHUMA OBRA'
               MOVE 'S' TO WRK-EOF-OBRAMAST
           END-IF.

           OPEN OUTPUT STATUS-RPT.
           MOVE 'SITUACAO DAS OBRAS' TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

       0110-LER-OBRA.
           READ OBRA-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-OBRAMAST
           END-READ.

       0200-LISTAR-OBRA.
           ADD 1 TO WRK-QT-OBRAS.
           IF OB-CONCLUIDA
               MOVE 2 TO WRK-IDX-SIT
               MOVE 'CONCLUIDA' TO OR-D-SITUACAO
           ELSE
               MOVE 1 TO WRK-IDX-SIT
               MOVE 'ANDAMENTO' TO OR-D-SITUACAO
           END-IF.
           COMPUTE WRK-SALDO = OB-VALOR-ORCADO - OB-VALOR-FATURADO.

           MOVE 'OBRARPT' TO CF-RELATORIO.
           MOVE OB-CPF    TO CF-CPF.
           MOVE 'M'       TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE OB-NUMERO             TO OR-D-OBRA.
           MOVE CF-CPF-EDITADO        TO OR-D-CPF.
           MOVE OB-PERC-EXECUTADO     TO OR-D-PERC.
           MOVE OB-VALOR-ORCADO       TO OR-D-ORCADO.
           MOVE OB-MATERIAL-ORCADO    TO OR-D-MAT-ORC.
           MOVE OB-MATERIAL-CONSUMIDO TO OR-D-MAT-CONS.
           MOVE OB-VALOR-FATURADO     TO OR-D-FATURADO.
           MOVE WRK-SALDO             TO OR-D-SALDO.
           IF OB-MATERIAL-CONSUMIDO > OB-MATERIAL-ORCADO
               MOVE '*' TO OR-D-ALERTA
               ADD 1 TO WRK-QT-ACIMA
           ELSE
               MOVE SPACE TO OR-D-ALERTA
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE OR-LINHA FROM OR-DETALHE.

           ADD 1 TO WRK-TB-TOT-QTD(WRK-IDX-SIT).
           ADD OB-VALOR-ORCADO
             TO WRK-TB-TOT-ORCADO(WRK-IDX-SIT).
           ADD OB-MATERIAL-ORCADO
             TO WRK-TB-TOT-MAT-ORC(WRK-IDX-SIT).
           ADD OB-MATERIAL-CONSUMIDO
             TO WRK-TB-TOT-MAT-CONS(WRK-IDX-SIT).
           ADD OB-VALOR-FATURADO
             TO WRK-TB-TOT-FATURADO(WRK-IDX-SIT).
           ADD WRK-SALDO
             TO WRK-TB-TOT-SALDO(WRK-IDX-SIT).

           PERFORM 0110-LER-OBRA.

       0600-IMPRIMIR-TOTAIS.
           PERFORM VARYING WRK-IDX-SIT FROM 1 BY 1
                           UNTIL WRK-IDX-SIT > 2
               IF WRK-IDX-SIT = 1
                   MOVE 'TOTAL EM ANDAMENTO' TO OR-T-TEXTO
               ELSE
                   MOVE 'TOTAL CONCLUIDAS' TO OR-T-TEXTO
               END-IF
               MOVE WRK-TB-TOT-QTD(WRK-IDX-SIT)      TO OR-T-QTD
               MOVE WRK-TB-TOT-ORCADO(WRK-IDX-SIT)   TO OR-T-ORCADO
               MOVE WRK-TB-TOT-MAT-ORC(WRK-IDX-SIT)  TO OR-T-MAT-ORC
               MOVE WRK-TB-TOT-MAT-CONS(WRK-IDX-SIT)
                 TO OR-T-MAT-CONS
               MOVE WRK-TB-TOT-FATURADO(WRK-IDX-SIT)
                 TO OR-T-FATURADO
               MOVE WRK-TB-TOT-SALDO(WRK-IDX-SIT)    TO OR-T-SALDO
               PERFORM 0700-QUEBRA-PAGINA
               WRITE OR-LINHA FROM OR-TOTAL
           END-PERFORM.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE OR-LINHA FROM RW-CABECALHO1
               WRITE OR-LINHA FROM RW-CABECALHO2
               WRITE OR-LINHA FROM OR-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE OR-LINHA FROM RW-TRAILER.
           CLOSE STATUS-RPT.
           IF WRK-FS-OBRAMAST NOT = '35'
               CLOSE OBRA-MASTER
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           DISPLAY '-------------------------'
           DISPLAY 'OBRAS LISTADAS........... ' WRK-QT-OBRAS.
           DISPLAY 'MATERIAL ACIMA DO ORCADO. ' WRK-QT-ACIMA.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-OBRAS TO RLP-LIDOS.
           MOVE WRK-QT-OBRAS TO RLP-GRAVADOS.
           MOVE ZEROS        TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
