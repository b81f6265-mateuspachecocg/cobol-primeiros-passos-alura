       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: AGING DO CONTAS A PAGAR, O ESPELHO DO PROGCOB56 DO
      *     LADO DOS FORNECEDORES: LE AS PARCELAS EM ABERTO DO APFILE
      *     (COPYBOOK PAYABLE - DIGITADAS E APROVADAS, AINDA NAO
      *     PAGAS), CALCULA OS DIAS DE ATRASO PELOS SERVICOS DE DATA
      *     DO PROGCOB16 E IMPRIME NO APAGING O SALDO POR FORNECEDOR
      *     NAS FAIXAS A VENCER / ATE 30 / ATE 60 (ATE 90) / ACIMA
      *     DE 90 DIAS, COM O NOME DO SUPPMAST E O TOTAL GERAL. A
      *     PARCELA AINDA SEM APROVACAO ENTRA NO SALDO E E CONTADA A
      *     PARTE, PORQUE AINDA NAO ESTA AGENDADA NO PENDPAY
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-PAYABLE ASSIGN TO 'APFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APFILE.

           SELECT AGING-RPT ASSIGN TO 'APAGING'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APAGING.

           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-DOCUMENTO
               FILE STATUS IS WRK-FS-SUPPMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-PAYABLE.
           COPY 'PAYABLE.COB'.

       FD  AGING-RPT.
       01  AG-LINHA           PIC X(100).

       FD  SUPPLIER-MASTER.
           COPY 'SUPPLIER.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-APFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-APAGING    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUPPMAST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-APFILE    PIC X(01) VALUE 'N'.
          88 FIM-APFILE     VALUE 'S'.
       77 WRK-SUPPMAST-OK   PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FOR       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-APROV  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-VENCIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PULADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-CORRENTE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE30     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE60     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS90    PIC 9(09)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    SALDOS POR FORNECEDOR NAS FAIXAS DE ATRASO
       01  WRK-TB-FORNECEDORES.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-DOCUMENTO PIC 9(14).
               03 WRK-TB-CORRENTE  PIC 9(08)V99.
               03 WRK-TB-ATE30     PIC 9(08)V99.
               03 WRK-TB-ATE60     PIC 9(08)V99.
               03 WRK-TB-MAIS90    PIC 9(08)V99.
       01  AG-DETALHE.
           02 AG-D-DOCUMENTO  PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AG-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AG-D-CORRENTE   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AG-D-ATE30      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AG-D-ATE60      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AG-D-MAIS90     PIC ZZ.ZZZ.ZZ9,99.
       01  AG-TOTAL.
           02 FILLER          PIC X(14) VALUE 'TOTAL GERAL'.
           02 FILLER          PIC X(21) VALUE SPACES.
           02 AG-T-CORRENTE   PIC ZZZ.ZZZ.ZZ9,99.
           02 AG-T-ATE30      PIC ZZZ.ZZZ.ZZ9,99.
           02 AG-T-ATE60      PIC ZZZ.ZZZ.ZZ9,99.
           02 AG-T-MAIS90     PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-APFILE.
           PERFORM 0300-IMPRIMIR.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN INPUT ACCOUNTS-PAYABLE.
           IF WRK-FS-APFILE NOT = '00'
               MOVE 'PROGCOB110' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'APFILE    ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-APFILE TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-EOF-APFILE
           ELSE
               PERFORM 0110-LER-PARCELA
           END-IF.

           OPEN OUTPUT AGING-RPT.
           MOVE 'AGING DO CONTAS A PAGAR' TO RW-TITULO.
           MOVE 'FORNECEDOR / NOME / A VENCER / 30 / 60 / MAIS DE 90'
             TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-SUPPMAST = '00'
               MOVE 'S' TO WRK-SUPPMAST-OK
           END-IF.

       0110-LER-PARCELA.
           READ ACCOUNTS-PAYABLE
               AT END
                   MOVE 'S' TO WRK-EOF-APFILE
           END-READ.

      *    DIAS DE ATRASO = DIFERENCA ENTRE HOJE E O VENCIMENTO
      *    (FUNCAO 'D' DO PROGCOB16D); NEGATIVO OU ZERO = A VENCER
       0200-PROCESSAR.
           IF CP-DIGITADA OR CP-APROVADA
               ADD 1 TO WRK-QT-ABERTAS
               IF CP-DIGITADA
                   ADD 1 TO WRK-QT-SEM-APROV
               END-IF
               PERFORM 0210-LOCALIZAR-FORNECEDOR
               IF WRK-IDX-FOR = ZEROS
                   ADD 1 TO WRK-QT-PULADAS
               ELSE
                   MOVE 'D' TO WRK-FUNCAO
                   MOVE CP-VENCIMENTO TO WRK-DATA-BASE
                   MOVE WRK-DATASYS   TO WRK-DATA-RESULT
                   CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                           WRK-QT-DIAS WRK-DATA-RESULT
                                           WRK-DIAS-DIF WRK-DATA-VALIDA
                   EVALUATE TRUE
                       WHEN WRK-DIAS-DIF NOT > ZEROS
                           ADD CP-VALOR
                             TO WRK-TB-CORRENTE(WRK-IDX-FOR)
                       WHEN WRK-DIAS-DIF NOT > 30
                           ADD CP-VALOR
                             TO WRK-TB-ATE30(WRK-IDX-FOR)
                       WHEN WRK-DIAS-DIF NOT > 90
                           ADD CP-VALOR
                             TO WRK-TB-ATE60(WRK-IDX-FOR)
                       WHEN OTHER
                           ADD CP-VALOR
                             TO WRK-TB-MAIS90(WRK-IDX-FOR)
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM 0110-LER-PARCELA.

       0210-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WRK-IDX-FOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-FOR > ZEROS
               IF WRK-TB-DOCUMENTO(WRK-IDX) = CP-FORNECEDOR
                   MOVE WRK-IDX TO WRK-IDX-FOR
               END-IF
           END-PERFORM.

           IF WRK-IDX-FOR = ZEROS
              AND WRK-TB-QTD < 200
               ADD 1 TO WRK-TB-QTD
               MOVE WRK-TB-QTD TO WRK-IDX-FOR
               MOVE CP-FORNECEDOR TO WRK-TB-DOCUMENTO(WRK-IDX-FOR)
               MOVE ZEROS TO WRK-TB-CORRENTE(WRK-IDX-FOR)
                             WRK-TB-ATE30(WRK-IDX-FOR)
                             WRK-TB-ATE60(WRK-IDX-FOR)
                             WRK-TB-MAIS90(WRK-IDX-FOR)
           END-IF.

       0300-IMPRIMIR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-DOCUMENTO(WRK-IDX) TO AG-D-DOCUMENTO
               MOVE 'FORNECEDOR NAO CADASTRADO' TO AG-D-NOME
               IF WRK-SUPPMAST-OK = 'S'
                   MOVE WRK-TB-DOCUMENTO(WRK-IDX) TO FN-DOCUMENTO
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FN-NOME TO AG-D-NOME
                   END-READ
               END-IF
               MOVE WRK-TB-CORRENTE(WRK-IDX) TO AG-D-CORRENTE
               MOVE WRK-TB-ATE30(WRK-IDX)    TO AG-D-ATE30
               MOVE WRK-TB-ATE60(WRK-IDX)    TO AG-D-ATE60
               MOVE WRK-TB-MAIS90(WRK-IDX)   TO AG-D-MAIS90
               PERFORM 0500-QUEBRA-PAGINA
               WRITE AG-LINHA FROM AG-DETALHE
               DISPLAY AG-DETALHE

               ADD WRK-TB-CORRENTE(WRK-IDX) TO WRK-TOT-CORRENTE
               ADD WRK-TB-ATE30(WRK-IDX)    TO WRK-TOT-ATE30
               ADD WRK-TB-ATE60(WRK-IDX)    TO WRK-TOT-ATE60
               ADD WRK-TB-MAIS90(WRK-IDX)   TO WRK-TOT-MAIS90
               IF WRK-TB-ATE30(WRK-IDX) > ZEROS
                  OR WRK-TB-ATE60(WRK-IDX) > ZEROS
                  OR WRK-TB-MAIS90(WRK-IDX) > ZEROS
                   ADD 1 TO WRK-QT-VENCIDOS
               END-IF
           END-PERFORM.

           MOVE WRK-TOT-CORRENTE TO AG-T-CORRENTE.
           MOVE WRK-TOT-ATE30    TO AG-T-ATE30.
           MOVE WRK-TOT-ATE60    TO AG-T-ATE60.
           MOVE WRK-TOT-MAIS90   TO AG-T-MAIS90.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE AG-LINHA FROM AG-TOTAL.
           DISPLAY AG-TOTAL.

       0900-FINALIZAR.
           IF WRK-FS-APFILE NOT = '35'
               CLOSE ACCOUNTS-PAYABLE
           END-IF.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE AG-LINHA FROM RW-TRAILER.
           CLOSE AGING-RPT.
           IF WRK-SUPPMAST-OK = 'S'
               CLOSE SUPPLIER-MASTER
           END-IF.

           DISPLAY '-------------------------'
           DISPLAY 'PARCELAS EM ABERTO....... ' WRK-QT-ABERTAS.
           DISPLAY 'AINDA SEM APROVACAO...... ' WRK-QT-SEM-APROV.
           DISPLAY 'FORNECEDORES EM ATRASO... ' WRK-QT-VENCIDOS.
           DISPLAY 'PARCELAS PULADAS (TABELA) ' WRK-QT-PULADAS.
           IF WRK-QT-PULADAS > ZEROS
               DISPLAY '*** TABELA DE FORNECEDORES CHEIA - AGING'
                       ' INCOMPLETO ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE AG-LINHA FROM RW-CABECALHO1
               WRITE AG-LINHA FROM RW-CABECALHO2
               WRITE AG-LINHA FROM RW-COLUNAS
           END-IF.
