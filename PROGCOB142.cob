       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB142.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: LISTAGEM DA COMPARACAO DE ARREDONDAMENTO: LE O
      *     ROUNDDIF GRAVADO PELO SERVICO PROGCOB141 NA RODADA DE
      *     COMPARACAO (JOB ARREDCMP - O FECHAMENTO DA FOLHA DO MES
      *     PASSADO REFEITO EM MODO DE ENSAIO E AS CALCULADORAS EM
      *     LOTE COM A CHAVE ROUNDCMP ARMADA) E IMPRIME NO ROUNDRPT
      *     CADA VALOR QUE MUDARIA COM A REGRA DO ROUNDPRM - O
      *     PROGRAMA, O TIPO DO CALCULO, A REFERENCIA (MATRICULA,
      *     TITULO...), O VALOR CHEIO, O RESULTADO PELA REGRA ANTIGA
      *     E PELA NOVA E A DIFERENCA - E NO FIM O RESUMO POR
      *     PROGRAMA E TIPO. RETURN-CODE 4 QUANDO ALGUM VALOR MUDA,
      *     COMO NO COMPARADOR DO ENSAIO (PROGCOB76)
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUNDING-DIFFS ASSIGN TO 'ROUNDDIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROUNDDIF.

           SELECT COMPARE-RPT ASSIGN TO 'ROUNDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROUNDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUNDING-DIFFS.
           COPY 'ROUNDDIF.COB'.

       FD  COMPARE-RPT.
       01  CR-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ROUNDDIF   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROUNDRPT   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ROUNDDIF  PIC X(01) VALUE 'N'.
          88 FIM-ROUNDDIF   VALUE 'S'.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RES       PIC 9(03) VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    RESUMO POR PROGRAMA E TIPO DE CALCULO; COMBINACAO ALEM DA
      *    TABELA CAI NA ULTIMA LINHA ('OUTROS')
       01  WRK-TB-RESUMO.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 100 TIMES.
               03 WRK-TB-PROGRAMA  PIC X(10).
               03 WRK-TB-TIPO      PIC X(10).
               03 WRK-TB-QT        PIC 9(06).
               03 WRK-TB-ANTERIOR  PIC S9(11)V99.
               03 WRK-TB-NOVO      PIC S9(11)V99.
       01  CR-COLUNAS.
           02 FILLER          PIC X(60) VALUE
              'PROGRAMA   TIPO       REFERENCIA        VALOR CALCULADO'.
           02 FILLER          PIC X(50) VALUE
              ' REGRA ANTERIOR   REGRA NOVA      DIFERENCA'.
       01  CR-DETALHE.
           02 CR-D-PROGRAMA   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-TIPO       PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-REFERENCIA PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-VALOR      PIC -ZZZ.ZZZ.ZZ9,999999.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-MODO-ANT   PIC X(01).
           02 CR-D-ANTERIOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-MODO       PIC X(01).
           02 CR-D-NOVO       PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-DIFERENCA  PIC -ZZZ.ZZ9,99.
       01  CR-RESUMO.
           02 FILLER          PIC X(08) VALUE 'RESUMO  '.
           02 CR-R-PROGRAMA   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-R-TIPO       PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-R-QT         PIC ZZZZZ9.
           02 FILLER          PIC X(09) VALUE ' VALORES '.
           02 CR-R-ANTERIOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-R-NOVO       PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-R-DIFERENCA  PIC -ZZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
           COPY 'RUNLOGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LISTAR-DIFERENCA UNTIL FIM-ROUNDDIF.
           PERFORM 0600-IMPRIMIR-RESUMO.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB142' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

      *    SEM O ROUNDDIF NENHUM VALOR MUDOU (OU A COMPARACAO NAO
      *    RODOU) - O RELATORIO SAI VAZIO, SO COM O TRAILER
           OPEN INPUT ROUNDING-DIFFS.
           IF WRK-FS-ROUNDDIF = '00'
               PERFORM 0110-LER-DIFERENCA
           ELSE
               DISPLAY 'ROUNDDIF NAO ENCONTRADO - NENHUM VALOR MUDA'
               MOVE 'S' TO WRK-EOF-ROUNDDIF
           END-IF.

           OPEN OUTPUT COMPARE-RPT.
           MOVE 'COMPARACAO DE ARREDONDAMENTO (ROUNDPRM)'
             TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

       0110-LER-DIFERENCA.
           READ ROUNDING-DIFFS
               AT END
                   MOVE 'S' TO WRK-EOF-ROUNDDIF
           END-READ.

       0200-LISTAR-DIFERENCA.
           ADD 1 TO WRK-QT-LIDOS.
           COMPUTE WRK-DIFERENCA = RF-NOVO - RF-ANTERIOR.
           ADD WRK-DIFERENCA TO WRK-TOT-DIFERENCA.

           MOVE RF-PROGRAMA      TO CR-D-PROGRAMA.
           MOVE RF-TIPO          TO CR-D-TIPO.
           MOVE RF-REFERENCIA    TO CR-D-REFERENCIA.
           MOVE RF-VALOR         TO CR-D-VALOR.
           MOVE RF-MODO-ANTERIOR TO CR-D-MODO-ANT.
           MOVE RF-ANTERIOR      TO CR-D-ANTERIOR.
           MOVE RF-MODO          TO CR-D-MODO.
           MOVE RF-NOVO          TO CR-D-NOVO.
           MOVE WRK-DIFERENCA    TO CR-D-DIFERENCA.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM CR-DETALHE.

           PERFORM 0210-ACUMULAR-RESUMO.
           PERFORM 0110-LER-DIFERENCA.

       0210-ACUMULAR-RESUMO.
           MOVE ZEROS TO WRK-IDX-RES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-RES > ZEROS
               IF WRK-TB-PROGRAMA(WRK-IDX) = RF-PROGRAMA
                  AND WRK-TB-TIPO(WRK-IDX) = RF-TIPO
                   MOVE WRK-IDX TO WRK-IDX-RES
               END-IF
           END-PERFORM.

           IF WRK-IDX-RES = ZEROS
               IF WRK-TB-QTD < 99
                   ADD 1 TO WRK-TB-QTD
                   MOVE WRK-TB-QTD  TO WRK-IDX-RES
                   MOVE RF-PROGRAMA TO WRK-TB-PROGRAMA(WRK-IDX-RES)
                   MOVE RF-TIPO     TO WRK-TB-TIPO(WRK-IDX-RES)
                   PERFORM 0220-ZERAR-RESUMO
               ELSE
                   MOVE 100 TO WRK-IDX-RES
                   IF WRK-TB-QTD = 99
                       MOVE 100      TO WRK-TB-QTD
                       MOVE 'OUTROS' TO WRK-TB-PROGRAMA(WRK-IDX-RES)
                       MOVE SPACES   TO WRK-TB-TIPO(WRK-IDX-RES)
                       PERFORM 0220-ZERAR-RESUMO
                   END-IF
               END-IF
           END-IF.

           ADD 1           TO WRK-TB-QT(WRK-IDX-RES).
           ADD RF-ANTERIOR TO WRK-TB-ANTERIOR(WRK-IDX-RES).
           ADD RF-NOVO     TO WRK-TB-NOVO(WRK-IDX-RES).

       0220-ZERAR-RESUMO.
           MOVE ZEROS TO WRK-TB-QT(WRK-IDX-RES)
                         WRK-TB-ANTERIOR(WRK-IDX-RES)
                         WRK-TB-NOVO(WRK-IDX-RES).

       0600-IMPRIMIR-RESUMO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-PROGRAMA(WRK-IDX) TO CR-R-PROGRAMA
               MOVE WRK-TB-TIPO(WRK-IDX)     TO CR-R-TIPO
               MOVE WRK-TB-QT(WRK-IDX)       TO CR-R-QT
               MOVE WRK-TB-ANTERIOR(WRK-IDX) TO CR-R-ANTERIOR
               MOVE WRK-TB-NOVO(WRK-IDX)     TO CR-R-NOVO
               COMPUTE WRK-DIFERENCA = WRK-TB-NOVO(WRK-IDX)
                   - WRK-TB-ANTERIOR(WRK-IDX)
               MOVE WRK-DIFERENCA TO CR-R-DIFERENCA
               PERFORM 0700-QUEBRA-PAGINA
               WRITE CR-LINHA FROM CR-RESUMO
           END-PERFORM.

       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CR-LINHA FROM RW-CABECALHO1
               WRITE CR-LINHA FROM RW-CABECALHO2
               WRITE CR-LINHA FROM CR-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CR-LINHA FROM RW-TRAILER.
           CLOSE COMPARE-RPT.
           IF WRK-FS-ROUNDDIF NOT = '35'
               CLOSE ROUNDING-DIFFS
           END-IF.

           MOVE WRK-TOT-DIFERENCA TO WRK-VALOR-ED.
           DISPLAY '-------------------------'
           DISPLAY 'VALORES QUE MUDAM........ ' WRK-QT-LIDOS.
           DISPLAY 'DIFERENCA LIQUIDA.... R$ ' WRK-VALOR-ED.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE ZEROS TO RLP-RC.
           IF WRK-QT-LIDOS > ZEROS
               MOVE 4 TO RLP-RC
           END-IF.
           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS TO RLP-LIDOS.
           MOVE WRK-QT-LIDOS TO RLP-GRAVADOS.
           MOVE ZEROS        TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
