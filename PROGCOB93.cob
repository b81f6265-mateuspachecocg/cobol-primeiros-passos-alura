       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: LIVRO REGISTRO DE SAIDAS E APURACAO MENSAL DO ICMS
      *     POR UF. O DIARIO DE VENDAS (PROGCOB70) SO LANCA O TOTAL
      *     DO IMPOSTO NO GLEXTRACT, E O CONTADOR MONTAVA O LIVRO E
      *     A APURACAO NA MAO A PARTIR DO RAZAO. ESTA RODADA LE O
      *     SALESTRAN DO MES CORRENTE COM AS ALIQUOTAS VIGENTES DO
      *     ICMSTAB (MESMA REGRA DE CALCULO DO PROGCOB70, VENDA A
      *     VENDA) E EMITE NO LIVROSAI:
      *     - O LIVRO, DIA A DIA, COM UF, CPF, VALOR, BASE, ALIQUOTA
      *       E IMPOSTO DE CADA VENDA - A DEVOLUCAO SAI COMO ESTORNO,
      *       COM OS VALORES NEGATIVOS, E NAO SO ABATIDA NO TOTAL;
      *     - A APURACAO POR UF: DEBITOS DAS VENDAS, CREDITOS DAS
      *       DEVOLUCOES E SALDO A RECOLHER (NEGATIVO = CREDOR);
      *     - A CONFERENCIA DO SALDO DO MES CONTRA O ICMS SOBRE
      *       VENDAS QUE O PROGCOB70 LANCOU NO GLEXTRACT DO MESMO
      *       MES. DIVERGENCIA (OU EXTRATO DE OUTRO MES) DEVOLVE
      *       RC 8 PARA O LIVRO NAO IR AO FISCO ANTES DO ACERTO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - VENDA COM ITENS (REGISTRO 'L',
      *            COPYBOOK SALELINE) TEM BASE E IMPOSTO APURADOS
      *            ITEM A ITEM PELA CLASSE DO PRODUTO NO PRODMAST
      *            (SUBROTINA PROGCOB102), COM A MESMA REGRA DO
      *            PROGCOB70: SO O ITEM TRIBUTADO ENTRA NA BASE. SE
      *            OS ITENS NAO BATEM COM O TOTAL, A VENDA SEGUE NO
      *            CALCULO SOBRE O TOTAL
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALESTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESTRAN.

           SELECT ICMS-TABLE ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSTAB.

           SELECT GL-EXTRACT ASSIGN TO 'GLEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLEXTRACT.

           SELECT OUTPUT-BOOK ASSIGN TO 'LIVROSAI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVROSAI.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
       01  ST-REGISTRO.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-CPF        PIC 9(11).
           02 ST-PRAZO      PIC 9(03).
           02 ST-MOTIVO     PIC 9(02).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).
           COPY 'SALELINE.COB'.

       FD  ICMS-TABLE.
       01  IC-REGISTRO.
           02 IC-UF            PIC X(02).
           02 IC-ALIQUOTA      PIC 9(02)V99.
           02 IC-VALIDADE-INI  PIC 9(08).
           02 IC-VALIDADE-FIM  PIC 9(08).

      *    ESPELHO DE LEITURA DO GLEXTRACT NO DESENHO DA LINHA DE
      *    TOTAL (O MESMO DO CONFERIDOR PROGCOB24)
       FD  GL-EXTRACT.
       01  GL-LINHA.
           02 GL-E-ROTULO     PIC X(15).
           02 GL-E-CONTA-CTB  PIC X(08).
           02 FILLER          PIC X(01).
           02 GL-E-CONTA      PIC X(20).
           02 FILLER          PIC X(01).
           02 GL-E-VALOR-TOT  PIC X(14).
           02 FILLER          PIC X(11).
       01  GL-LINHA-INICIO REDEFINES GL-LINHA.
           02 FILLER          PIC X(15).
           02 GL-E-DATA       PIC X(08).
           02 FILLER          PIC X(47).

       FD  OUTPUT-BOOK.
       01  LS-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-FS-ICMSTAB    PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEXTRACT  PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIVROSAI   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESTRAN PIC X(01) VALUE 'N'.
          88 FIM-SALESTRAN  VALUE 'S'.
       77 WRK-EOF-ICMSTAB   PIC X(01) VALUE 'N'.
          88 FIM-ICMSTAB    VALUE 'S'.
       77 WRK-EOF-GLEXTRACT PIC X(01) VALUE 'N'.
          88 FIM-GLEXTRACT  VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LIVRO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ICM       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-UF        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA           PIC 9(02) VALUE ZEROS.
       77 WRK-ICMS-VENDA    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-NOTA    PIC S9(06)V99 VALUE ZEROS.
       77 WRK-ALIQ-VENDA    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ALIQ-ACHADA   PIC X(01) VALUE 'N'.
       77 WRK-BASE-VENDA    PIC 9(06)V99 VALUE ZEROS.
      *    MONTAGEM DA VENDA COM ITENS, COMO NO PROGCOB70: O
      *    CABECALHO FICA GUARDADO ENQUANTO OS ITENS SAO LIDOS, E O
      *    REGISTRO QUE NAO E ITEM DA VENDA FICA RETIDO
       77 WRK-CABECALHO     PIC X(53) VALUE SPACES.
       77 WRK-REG-RETIDO    PIC X(53) VALUE SPACES.
       77 WRK-TEM-RETIDO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITENS     PIC X(01) VALUE 'N'.
       77 WRK-COM-ITENS     PIC X(01) VALUE 'N'.
          88 VENDA-COM-ITENS VALUE 'S'.
       77 WRK-ITENS-OK      PIC X(01) VALUE 'N'.
          88 ITENS-CONFEREM VALUE 'S'.
       77 WRK-PRODUTOS-OK   PIC X(01) VALUE 'N'.
       77 WRK-NUMERO-VENDA  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ITENS-ESPERADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ITENS-LIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-ITENS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BASE-ITENS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ICMS-ITENS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-ITENS-AVULSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEVOLUCOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-ALIQ   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-MES     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-BASE-TOTAL    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ICMS-ESPERADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ICMS-LANCADO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-LANCAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MES-EXTRATO   PIC X(06) VALUE SPACES.
       77 WRK-EXTRATO-OUTRO-MES PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    DESEDICAO DO VALOR ZZZ.ZZZ.ZZ9,99 DA LINHA DO RAZAO
       01  WRK-DIG-TOTAL.
           02 WRK-DIG-TOT     PIC X(11).
           02 WRK-DIG-TOT-N REDEFINES WRK-DIG-TOT
                              PIC 9(09)V99.
       01  WRK-TB-ICMS.
           02 WRK-TB-ICM-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ICM-ITEM OCCURS 27 TIMES.
               03 WRK-TB-ICM-UF    PIC X(02).
               03 WRK-TB-ICM-ALIQ  PIC 9(02)V99.
               03 WRK-TB-ICM-INI   PIC 9(08).
               03 WRK-TB-ICM-FIM   PIC 9(08).
      *    MOVIMENTO DO MES, GUARDADO PARA SAIR NO LIVRO EM ORDEM DE
      *    DIA (O SALESTRAN VEM NA ORDEM DE CHEGADA DOS PDV)
       01  WRK-TB-MOVIMENTO.
           02 WRK-TB-MOV-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-MOV-ITEM OCCURS 5000 TIMES.
               03 WRK-TB-MOV-TIPO  PIC X(01).
               03 WRK-TB-MOV-DATA  PIC 9(08).
               03 WRK-TB-MOV-UF    PIC X(02).
               03 WRK-TB-MOV-CPF   PIC 9(11).
               03 WRK-TB-MOV-VALOR PIC 9(06)V99.
               03 WRK-TB-MOV-BASE  PIC 9(06)V99.
               03 WRK-TB-MOV-ALIQ  PIC 9(02)V99.
               03 WRK-TB-MOV-ICMS  PIC 9(06)V99.
               03 WRK-TB-MOV-SEM-ALIQ PIC X(01).
      *    APURACAO POR UF (27 UFS E A LINHA DE VENDA SEM UF)
       01  WRK-TB-APURACAO.
           02 WRK-TB-UF-QTD   PIC 9(02) VALUE ZEROS.
           02 WRK-TB-UF-ITEM OCCURS 28 TIMES.
               03 WRK-TB-UF-SIGLA     PIC X(02).
               03 WRK-TB-UF-QT-VENDAS PIC 9(05).
               03 WRK-TB-UF-QT-DEVOL  PIC 9(05).
               03 WRK-TB-UF-BASE      PIC S9(10)V99.
               03 WRK-TB-UF-DEBITOS   PIC 9(10)V99.
               03 WRK-TB-UF-CREDITOS  PIC 9(10)V99.
       01  LS-COLUNAS.
           02 FILLER          PIC X(11) VALUE 'DATA'.
           02 FILLER          PIC X(06) VALUE 'OPER'.
           02 FILLER          PIC X(03) VALUE 'UF'.
           02 FILLER          PIC X(12) VALUE 'CPF'.
           02 FILLER          PIC X(12) VALUE '      VALOR'.
           02 FILLER          PIC X(12) VALUE '  BASE CALC'.
           02 FILLER          PIC X(06) VALUE ' ALIQ'.
           02 FILLER          PIC X(10) VALUE '      ICMS'.
       01  LS-DETALHE.
           02 LS-D-DATA       PIC 99/99/9999.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-OPERACAO   PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-UF         PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-CPF        PIC 9(11).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-VALOR      PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-BASE       PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-ALIQ       PIC Z9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-ICMS       PIC -ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-D-MARCA      PIC X(01).
       01  LS-DATA-INV        PIC 9(08) VALUE ZEROS.
       01  LS-DATA-INV-R REDEFINES LS-DATA-INV.
           02 LS-DI-ANO       PIC 9(04).
           02 LS-DI-MES       PIC 9(02).
           02 LS-DI-DIA       PIC 9(02).
       01  LS-DATA-BR         PIC 9(08) VALUE ZEROS.
       01  LS-DATA-BR-R REDEFINES LS-DATA-BR.
           02 LS-DB-DIA       PIC 9(02).
           02 LS-DB-MES       PIC 9(02).
           02 LS-DB-ANO       PIC 9(04).
       01  LS-TITULO-SECAO.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LS-T-TEXTO      PIC X(70).
       01  LS-CAB-APURACAO.
           02 FILLER          PIC X(06) VALUE 'UF'.
           02 FILLER          PIC X(05) VALUE 'VENDA'.
           02 FILLER          PIC X(07) VALUE '  DEVOL'.
           02 FILLER          PIC X(16) VALUE '     BASE LIQUID'.
           02 FILLER          PIC X(15) VALUE '        DEBITOS'.
           02 FILLER          PIC X(15) VALUE '       CREDITOS'.
           02 FILLER          PIC X(16) VALUE '           SALDO'.
       01  LS-APURACAO.
           02 LS-A-UF         PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-A-QT-VENDAS  PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LS-A-QT-DEVOL   PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-A-BASE       PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-A-DEBITOS    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-A-CREDITOS   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 LS-A-SALDO      PIC -ZZZ.ZZZ.ZZ9,99.
       01  LS-CONFERENCIA.
           02 LS-C-TEXTO      PIC X(45).
           02 LS-C-VALOR      PIC -ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'PRODUTOP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LIVRO
               DISPLAY '*** LIVRO DE SAIDAS ABANDONADO ***'
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-SALESTRAN
                                         OR ABANDONAR-LIVRO
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           IF NOT ABANDONAR-LIVRO
               PERFORM 0300-EMITIR-LIVRO
               PERFORM 0400-EMITIR-APURACAO
               PERFORM 0500-CONFERIR-RAZAO
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB93 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-ANOMES.

           PERFORM 0120-CARREGAR-ICMS.

           MOVE 'A' TO PRP-ACAO.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           IF PRP-OK
               MOVE 'S' TO WRK-PRODUTOS-OK
           END-IF.

           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WRK-FS-SALESTRAN = '00'
               PERFORM 0110-LER-VENDA
           ELSE
               DISPLAY '*** SALESTRAN AUSENTE - FS ' WRK-FS-SALESTRAN
                       ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    ITEM SEM CABECALHO E PULADO; VENDA COM ITENS TEM OS ITENS
      *    LIDOS JA AQUI, E VOLTA COM O CABECALHO NO REGISTRO
       0110-LER-VENDA.
           IF WRK-TEM-RETIDO = 'S'
               MOVE WRK-REG-RETIDO TO ST-REGISTRO
               MOVE 'N' TO WRK-TEM-RETIDO
           ELSE
               IF WRK-FIM-ITENS = 'S'
                   MOVE 'S' TO WRK-EOF-SALESTRAN
               ELSE
                   PERFORM 0111-LER-REGISTRO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-SALESTRAN OR NOT ST-EH-ITEM
               ADD 1 TO WRK-QT-ITENS-AVULSOS
               PERFORM 0111-LER-REGISTRO
           END-PERFORM.
           MOVE 'N' TO WRK-COM-ITENS WRK-ITENS-OK.
           IF NOT FIM-SALESTRAN
              AND ST-QT-ITENS NUMERIC AND ST-QT-ITENS > ZEROS
               PERFORM 0115-LER-ITENS
           END-IF.

       0111-LER-REGISTRO.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SALESTRAN
           END-READ.

      *    BASE E IMPOSTO DA VENDA COM ITENS SAEM DA SOMA DOS ITENS,
      *    PELA CLASSE DE CADA PRODUTO (SO O TRIBUTADO ENTRA NA
      *    BASE); ITENS QUE NAO CONFEREM COM O TOTAL DEIXAM A VENDA
      *    NO CALCULO SOBRE O TOTAL, COMO NO PROGCOB70
       0115-LER-ITENS.
           MOVE ST-REGISTRO TO WRK-CABECALHO.
           MOVE ST-NUMERO   TO WRK-NUMERO-VENDA.
           MOVE ST-QT-ITENS TO WRK-QT-ITENS-ESPERADOS.
           MOVE ZEROS TO WRK-QT-ITENS-LIDOS WRK-SOMA-ITENS
                         WRK-BASE-ITENS WRK-ICMS-ITENS.
           MOVE WRK-PRODUTOS-OK TO WRK-ITENS-OK.
           PERFORM 0130-APURAR-ICMS.
           PERFORM UNTIL WRK-QT-ITENS-LIDOS = WRK-QT-ITENS-ESPERADOS
                      OR WRK-FIM-ITENS = 'S'
                      OR WRK-TEM-RETIDO = 'S'
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF SL-EH-ITEM
                          AND SL-NUMERO = WRK-NUMERO-VENDA
                           PERFORM 0116-VALORIZAR-ITEM
                       ELSE
                           MOVE ST-REGISTRO TO WRK-REG-RETIDO
                           MOVE 'S' TO WRK-TEM-RETIDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-CABECALHO TO ST-REGISTRO.
           MOVE 'S' TO WRK-COM-ITENS.
           IF WRK-QT-ITENS-LIDOS NOT = WRK-QT-ITENS-ESPERADOS
              OR WRK-SOMA-ITENS NOT = ST-VENDA
               MOVE 'N' TO WRK-ITENS-OK
           END-IF.

       0116-VALORIZAR-ITEM.
           ADD 1 TO WRK-QT-ITENS-LIDOS.
           MOVE 'V'            TO PRP-ACAO.
           MOVE SL-PRODUTO     TO PRP-PRODUTO.
           MOVE SL-QUANTIDADE  TO PRP-QUANTIDADE.
           MOVE SL-PRECO       TO PRP-PRECO.
           MOVE SL-DESCONTO    TO PRP-DESCONTO.
           MOVE WRK-ALIQ-VENDA TO PRP-ALIQUOTA.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           IF PRP-OK
               ADD PRP-VALOR-ITEM TO WRK-SOMA-ITENS
               ADD PRP-BASE-ICMS  TO WRK-BASE-ITENS
               ADD PRP-ICMS-ITEM  TO WRK-ICMS-ITENS
           ELSE
               MOVE 'N' TO WRK-ITENS-OK
           END-IF.

      *    SEM O ICMSTAB TODO O MOVIMENTO SAI COM ALIQUOTA ZERO E
      *    MARCADO NO LIVRO, COMO O PROGCOB70 (QUE NAO LANCA IMPOSTO)
       0120-CARREGAR-ICMS.
           OPEN INPUT ICMS-TABLE.
           IF WRK-FS-ICMSTAB = '00'
               PERFORM 0125-LER-ALIQUOTA
               PERFORM UNTIL FIM-ICMSTAB
                              OR WRK-TB-ICM-QTD = 27
                   ADD 1 TO WRK-TB-ICM-QTD
                   MOVE IC-UF
                     TO WRK-TB-ICM-UF(WRK-TB-ICM-QTD)
                   MOVE IC-ALIQUOTA
                     TO WRK-TB-ICM-ALIQ(WRK-TB-ICM-QTD)
                   MOVE IC-VALIDADE-INI
                     TO WRK-TB-ICM-INI(WRK-TB-ICM-QTD)
                   MOVE IC-VALIDADE-FIM
                     TO WRK-TB-ICM-FIM(WRK-TB-ICM-QTD)
                   PERFORM 0125-LER-ALIQUOTA
               END-PERFORM
               CLOSE ICMS-TABLE
           END-IF.

       0125-LER-ALIQUOTA.
           READ ICMS-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-ICMSTAB
           END-READ.

      *    MESMA REGRA DO 0145 DO PROGCOB70: ALIQUOTA DA UF VIGENTE
      *    NA DATA DA VENDA, IMPOSTO ARREDONDADO VENDA A VENDA
       0130-APURAR-ICMS.
           MOVE ZEROS TO WRK-ICMS-VENDA WRK-ALIQ-VENDA.
           MOVE 'N' TO WRK-ALIQ-ACHADA.
           IF ST-UF = SPACES
               CONTINUE
           ELSE
               PERFORM VARYING WRK-IDX-ICM FROM 1 BY 1
                               UNTIL WRK-IDX-ICM > WRK-TB-ICM-QTD
                   IF WRK-TB-ICM-UF(WRK-IDX-ICM) = ST-UF
                      AND ST-DATA NOT <
                              WRK-TB-ICM-INI(WRK-IDX-ICM)
                      AND ST-DATA NOT >
                              WRK-TB-ICM-FIM(WRK-IDX-ICM)
                       MOVE WRK-TB-ICM-ALIQ(WRK-IDX-ICM)
                         TO WRK-ALIQ-VENDA
                       MOVE 'S' TO WRK-ALIQ-ACHADA
                       COMPUTE WRK-ICMS-VENDA ROUNDED =
                           ST-VENDA
                           * WRK-TB-ICM-ALIQ(WRK-IDX-ICM) / 100
                   END-IF
               END-PERFORM
           END-IF.

       0200-PROCESSAR.
           IF ST-DATA(1:6) = WRK-ANOMES
               IF WRK-TB-MOV-QTD = 5000
                   DISPLAY '*** MOVIMENTO DO MES EXCEDE A TABELA DE'
                           ' 5000 NOTAS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0130-APURAR-ICMS
                   MOVE ST-VENDA TO WRK-BASE-VENDA
                   IF ITENS-CONFEREM
                       MOVE WRK-ICMS-ITENS TO WRK-ICMS-VENDA
                       MOVE WRK-BASE-ITENS TO WRK-BASE-VENDA
                   ELSE
                       IF VENDA-COM-ITENS
                           ADD 1 TO WRK-QT-DIVERGENTES
                       END-IF
                   END-IF
                   PERFORM 0210-GUARDAR-MOVIMENTO
                   PERFORM 0220-ACUMULAR-UF
               END-IF
           END-IF.

           PERFORM 0110-LER-VENDA.

       0210-GUARDAR-MOVIMENTO.
           ADD 1 TO WRK-TB-MOV-QTD.
           MOVE WRK-TB-MOV-QTD TO WRK-IDX.
           MOVE ST-TIPO        TO WRK-TB-MOV-TIPO(WRK-IDX).
           MOVE ST-DATA        TO WRK-TB-MOV-DATA(WRK-IDX).
           MOVE ST-UF          TO WRK-TB-MOV-UF(WRK-IDX).
           MOVE ST-CPF         TO WRK-TB-MOV-CPF(WRK-IDX).
           MOVE ST-VENDA       TO WRK-TB-MOV-VALOR(WRK-IDX).
           MOVE WRK-BASE-VENDA TO WRK-TB-MOV-BASE(WRK-IDX).
           MOVE WRK-ALIQ-VENDA TO WRK-TB-MOV-ALIQ(WRK-IDX).
           MOVE WRK-ICMS-VENDA TO WRK-TB-MOV-ICMS(WRK-IDX).
           IF WRK-ALIQ-ACHADA = 'S'
               MOVE SPACE TO WRK-TB-MOV-SEM-ALIQ(WRK-IDX)
           ELSE
               MOVE '*' TO WRK-TB-MOV-SEM-ALIQ(WRK-IDX)
               ADD 1 TO WRK-QT-SEM-ALIQ
           END-IF.

      *    A DEVOLUCAO GERA CREDITO DO IMPOSTO DEBITADO NA VENDA E
      *    ABATE A BASE; QUALQUER OUTRO TIPO CONTA COMO VENDA, COMO
      *    NO DIARIO DO PROGCOB70
       0220-ACUMULAR-UF.
           MOVE ZEROS TO WRK-IDX-UF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-UF-QTD
                              OR WRK-IDX-UF > ZEROS
               IF WRK-TB-UF-SIGLA(WRK-IDX) = ST-UF
                   MOVE WRK-IDX TO WRK-IDX-UF
               END-IF
           END-PERFORM.
           IF WRK-IDX-UF = ZEROS
               IF WRK-TB-UF-QTD = 28
                   DISPLAY '*** UF ' ST-UF ' EXCEDE A TABELA DE'
                           ' APURACAO ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-UF-QTD
                   MOVE WRK-TB-UF-QTD TO WRK-IDX-UF
                   INITIALIZE WRK-TB-UF-ITEM(WRK-IDX-UF)
                   MOVE ST-UF TO WRK-TB-UF-SIGLA(WRK-IDX-UF)
               END-IF
           END-IF.
           IF WRK-IDX-UF > ZEROS
               PERFORM 0225-SOMAR-UF
           END-IF.

       0225-SOMAR-UF.
           IF ST-EH-DEVOLUCAO
               ADD 1 TO WRK-QT-DEVOLUCOES
               ADD 1 TO WRK-TB-UF-QT-DEVOL(WRK-IDX-UF)
               SUBTRACT WRK-BASE-VENDA
                   FROM WRK-TB-UF-BASE(WRK-IDX-UF)
               ADD WRK-ICMS-VENDA TO WRK-TB-UF-CREDITOS(WRK-IDX-UF)
               ADD WRK-ICMS-VENDA TO WRK-TOTAL-CREDITOS
           ELSE
               ADD 1 TO WRK-QT-VENDAS
               ADD 1 TO WRK-TB-UF-QT-VENDAS(WRK-IDX-UF)
               ADD WRK-BASE-VENDA TO WRK-TB-UF-BASE(WRK-IDX-UF)
               ADD WRK-ICMS-VENDA TO WRK-TB-UF-DEBITOS(WRK-IDX-UF)
               ADD WRK-ICMS-VENDA TO WRK-TOTAL-DEBITOS
           END-IF.

       0300-EMITIR-LIVRO.
           OPEN OUTPUT OUTPUT-BOOK.
           MOVE 'LIVRO REGISTRO DE SAIDAS - ICMS' TO RW-TITULO.
           MOVE LS-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE SPACES TO LS-T-TEXTO.
           STRING 'MOVIMENTO DE SAIDAS DA COMPETENCIA '
                  WRK-ANOMES(5:2) '/' WRK-ANOMES(1:4)
               DELIMITED BY SIZE INTO LS-T-TEXTO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-TITULO-SECAO.

           PERFORM 0310-EMITIR-DIA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31.

           IF WRK-QT-SEM-ALIQ > ZEROS
               MOVE '(*) UF SEM ALIQUOTA VIGENTE NO ICMSTAB - SEM'
                 TO LS-T-TEXTO
               MOVE ' IMPOSTO' TO LS-T-TEXTO(45:8)
               PERFORM 0800-QUEBRA-PAGINA
               WRITE LS-LINHA FROM LS-TITULO-SECAO
           END-IF.

       0310-EMITIR-DIA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-MOV-QTD
               IF WRK-TB-MOV-DATA(WRK-IDX)(7:2) = WRK-DIA
                   PERFORM 0320-EMITIR-NOTA
               END-IF
           END-PERFORM.

      *    A DEVOLUCAO SAI COMO ESTORNO: VALOR, BASE E IMPOSTO COM
      *    SINAL NEGATIVO NA PROPRIA LINHA
       0320-EMITIR-NOTA.
           MOVE WRK-TB-MOV-DATA(WRK-IDX) TO LS-DATA-INV.
           MOVE LS-DI-DIA TO LS-DB-DIA.
           MOVE LS-DI-MES TO LS-DB-MES.
           MOVE LS-DI-ANO TO LS-DB-ANO.
           MOVE LS-DATA-BR TO LS-D-DATA.
           MOVE WRK-TB-MOV-UF(WRK-IDX)   TO LS-D-UF.
           MOVE WRK-TB-MOV-CPF(WRK-IDX)  TO LS-D-CPF.
           MOVE WRK-TB-MOV-ALIQ(WRK-IDX) TO LS-D-ALIQ.
           MOVE WRK-TB-MOV-SEM-ALIQ(WRK-IDX) TO LS-D-MARCA.
           IF WRK-TB-MOV-TIPO(WRK-IDX) = 'R'
               MOVE 'DEVOL' TO LS-D-OPERACAO
               COMPUTE WRK-VALOR-NOTA = 0 - WRK-TB-MOV-VALOR(WRK-IDX)
               COMPUTE LS-D-ICMS  = 0 - WRK-TB-MOV-ICMS(WRK-IDX)
               COMPUTE LS-D-BASE  = 0 - WRK-TB-MOV-BASE(WRK-IDX)
           ELSE
               MOVE 'VENDA' TO LS-D-OPERACAO
               MOVE WRK-TB-MOV-VALOR(WRK-IDX) TO WRK-VALOR-NOTA
               MOVE WRK-TB-MOV-ICMS(WRK-IDX)  TO LS-D-ICMS
               MOVE WRK-TB-MOV-BASE(WRK-IDX)  TO LS-D-BASE
           END-IF.
           MOVE WRK-VALOR-NOTA TO LS-D-VALOR.
           IF WRK-TB-MOV-SEM-ALIQ(WRK-IDX) = '*'
               MOVE ZEROS TO LS-D-BASE
           END-IF.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-DETALHE.

       0400-EMITIR-APURACAO.
           MOVE SPACES TO LS-T-TEXTO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-TITULO-SECAO.
           MOVE 'APURACAO DO ICMS POR UF (SALDO NEGATIVO = CREDOR)'
             TO LS-T-TEXTO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-TITULO-SECAO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-CAB-APURACAO.

           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                           UNTIL WRK-IDX-UF > WRK-TB-UF-QTD
               IF WRK-TB-UF-SIGLA(WRK-IDX-UF) = SPACES
                   MOVE 'S/UF' TO LS-A-UF
               ELSE
                   MOVE WRK-TB-UF-SIGLA(WRK-IDX-UF) TO LS-A-UF
               END-IF
               MOVE WRK-TB-UF-QT-VENDAS(WRK-IDX-UF) TO LS-A-QT-VENDAS
               MOVE WRK-TB-UF-QT-DEVOL(WRK-IDX-UF)  TO LS-A-QT-DEVOL
               MOVE WRK-TB-UF-BASE(WRK-IDX-UF)      TO LS-A-BASE
               MOVE WRK-TB-UF-DEBITOS(WRK-IDX-UF)   TO LS-A-DEBITOS
               MOVE WRK-TB-UF-CREDITOS(WRK-IDX-UF)  TO LS-A-CREDITOS
               COMPUTE LS-A-SALDO = WRK-TB-UF-DEBITOS(WRK-IDX-UF)
                   - WRK-TB-UF-CREDITOS(WRK-IDX-UF)
               PERFORM 0800-QUEBRA-PAGINA
               WRITE LS-LINHA FROM LS-APURACAO
           END-PERFORM.

           COMPUTE WRK-SALDO-MES = WRK-TOTAL-DEBITOS
               - WRK-TOTAL-CREDITOS.
           MOVE 'TOTAL'            TO LS-A-UF.
           MOVE WRK-QT-VENDAS      TO LS-A-QT-VENDAS.
           MOVE WRK-QT-DEVOLUCOES  TO LS-A-QT-DEVOL.
           MOVE ZEROS              TO WRK-BASE-TOTAL.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                           UNTIL WRK-IDX-UF > WRK-TB-UF-QTD
               ADD WRK-TB-UF-BASE(WRK-IDX-UF) TO WRK-BASE-TOTAL
           END-PERFORM.
           MOVE WRK-BASE-TOTAL     TO LS-A-BASE.
           MOVE WRK-TOTAL-DEBITOS  TO LS-A-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO LS-A-CREDITOS.
           MOVE WRK-SALDO-MES      TO LS-A-SALDO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-APURACAO.

      *    O PROGCOB70 LANCA O SALDO DO MES NO PAR ICMS SOBRE VENDAS
      *    X ICMS A RECOLHER SO QUANDO ELE E POSITIVO. O GLEXTRACT E
      *    REFEITO A CADA FECHAMENTO DA FOLHA, COM A DATA NA LINHA
      *    'RAZAO - INICIO'; EXTRATO DE OUTRO MES NAO SERVE DE
      *    CONFERENCIA
       0500-CONFERIR-RAZAO.
           IF WRK-SALDO-MES > ZEROS
               MOVE WRK-SALDO-MES TO WRK-ICMS-ESPERADO
           END-IF.

           OPEN INPUT GL-EXTRACT.
           IF WRK-FS-GLEXTRACT = '00'
               PERFORM 0510-LER-EXTRATO
               PERFORM UNTIL FIM-GLEXTRACT
                   IF GL-E-ROTULO = 'RAZAO - INICIO '
                       MOVE GL-E-DATA(1:6) TO WRK-MES-EXTRATO
                       IF WRK-MES-EXTRATO NOT = WRK-ANOMES
                           MOVE 'S' TO WRK-EXTRATO-OUTRO-MES
                       END-IF
                   END-IF
                   IF GL-E-ROTULO = 'RAZAO - VENDA: '
                      AND GL-E-CONTA = 'ICMS SOBRE VENDAS   '
                       PERFORM 0520-SOMAR-LANCADO
                   END-IF
                   PERFORM 0510-LER-EXTRATO
               END-PERFORM
               CLOSE GL-EXTRACT
           END-IF.

           MOVE SPACES TO LS-T-TEXTO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-TITULO-SECAO.
           MOVE 'CONFERENCIA COM O RAZAO (GLEXTRACT)' TO LS-T-TEXTO.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-TITULO-SECAO.
           MOVE 'ICMS A LANCAR PELA APURACAO.............. R$'
             TO LS-C-TEXTO.
           MOVE WRK-ICMS-ESPERADO TO LS-C-VALOR.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-CONFERENCIA.
           MOVE 'ICMS SOBRE VENDAS LANCADO PELO PROGCOB70. R$'
             TO LS-C-TEXTO.
           MOVE WRK-ICMS-LANCADO TO LS-C-VALOR.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-CONFERENCIA.

           MOVE SPACES TO LS-T-TEXTO.
           IF WRK-FS-GLEXTRACT NOT = '00'
               MOVE 'GLEXTRACT AUSENTE - CONFERENCIA NAO FEITA'
                 TO LS-T-TEXTO
           ELSE
               IF WRK-EXTRATO-OUTRO-MES = 'S'
                   MOVE 'GLEXTRACT DE OUTRA COMPETENCIA - CONFERENCIA'
                     TO LS-T-TEXTO
                   MOVE ' NAO FEITA' TO LS-T-TEXTO(45:10)
               ELSE
                   IF WRK-ICMS-LANCADO NOT = WRK-ICMS-ESPERADO
                       MOVE 'DIVERGENTE - ACERTAR ANTES DE ENTREGAR O'
                         TO LS-T-TEXTO
                       MOVE ' LIVRO' TO LS-T-TEXTO(41:6)
                   ELSE
                       IF WRK-QT-LANCAMENTOS > 1
                           MOVE 'DIVERGENTE - DIARIO DE VENDAS LANCADO'
                             TO LS-T-TEXTO
                           MOVE ' MAIS DE UMA VEZ' TO LS-T-TEXTO(38:16)
                       ELSE
                           MOVE 'CONFERE' TO LS-T-TEXTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0800-QUEBRA-PAGINA.
           WRITE LS-LINHA FROM LS-TITULO-SECAO.
           IF LS-T-TEXTO NOT = 'CONFERE'
               MOVE 8 TO RLP-RC
           END-IF.

       0510-LER-EXTRATO.
           READ GL-EXTRACT
               AT END
                   MOVE 'S' TO WRK-EOF-GLEXTRACT
           END-READ.

       0520-SOMAR-LANCADO.
           ADD 1 TO WRK-QT-LANCAMENTOS.
           MOVE SPACES TO WRK-DIG-TOT.
           STRING GL-E-VALOR-TOT(1:3)
                  GL-E-VALOR-TOT(5:3)
                  GL-E-VALOR-TOT(9:3)
                  GL-E-VALOR-TOT(13:2)
               DELIMITED BY SIZE INTO WRK-DIG-TOT.
           INSPECT WRK-DIG-TOT REPLACING ALL SPACE BY '0'.
           ADD WRK-DIG-TOT-N TO WRK-ICMS-LANCADO.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0800-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE LS-LINHA FROM RW-CABECALHO1
               WRITE LS-LINHA FROM RW-CABECALHO2
               WRITE LS-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           IF NOT ABANDONAR-LIVRO
               MOVE 'F' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               WRITE LS-LINHA FROM RW-TRAILER
               CLOSE OUTPUT-BOOK

               DISPLAY '-------------------------'
               DISPLAY 'VENDAS DO MES............ ' WRK-QT-VENDAS
               DISPLAY 'DEVOLUCOES DO MES........ ' WRK-QT-DEVOLUCOES
               MOVE WRK-TOTAL-DEBITOS TO WRK-TOTAL-ED
               DISPLAY 'DEBITOS DE ICMS....... R$ ' WRK-TOTAL-ED
               MOVE WRK-TOTAL-CREDITOS TO WRK-TOTAL-ED
               DISPLAY 'CREDITOS DE ICMS...... R$ ' WRK-TOTAL-ED
               MOVE WRK-ICMS-LANCADO TO WRK-TOTAL-ED
               DISPLAY 'ICMS NO GLEXTRACT..... R$ ' WRK-TOTAL-ED
               IF WRK-QT-DIVERGENTES > ZEROS
                   DISPLAY '*** VENDAS COM ITENS DIVERGENTES (ICMS'
                           ' SOBRE O TOTAL)... ' WRK-QT-DIVERGENTES
               END-IF
               IF WRK-QT-ITENS-AVULSOS > ZEROS
                   DISPLAY '*** ITENS SEM CABECALHO PULADOS.......'
                           ' ' WRK-QT-ITENS-AVULSOS
               END-IF
               IF RLP-RC > ZEROS
                   DISPLAY 'LIVRO NAO CONFERE COM O RAZAO'
               END-IF
           ELSE
               MOVE RETURN-CODE TO RLP-RC
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           COMPUTE RLP-LIDOS = WRK-QT-VENDAS + WRK-QT-DEVOLUCOES.
           MOVE WRK-TB-MOV-QTD TO RLP-GRAVADOS.
           MOVE ZEROS TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
