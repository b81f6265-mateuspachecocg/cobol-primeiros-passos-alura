       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: EXTRATO DO FORNECEDOR, O ESPELHO DO PROGCOB64 DO
      *     LADO DO CONTAS A PAGAR: DADO UM CNPJ/CPF DO SUPPMAST,
      *     IMPRIME NO SUPPSTMT UM EXTRATO CRONOLOGICO DAS PARCELAS
      *     DO APFILE (COPYBOOK PAYABLE) - CADA PARCELA ENTRA NA
      *     EMISSAO DA NOTA SOMANDO AO SALDO A PAGAR, E A PARCELA
      *     PAGA GERA UM SEGUNDO EVENTO NA DATA DO PAGAMENTO
      *     ABATENDO O SALDO; A CANCELADA APARECE SEM VALOR NO SALDO.
      *     OS EVENTOS SAO ORDENADOS POR DATA (TROCA DE VIZINHOS,
      *     COMO O PROGCOB64)
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

           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-DOCUMENTO
               FILE STATUS IS WRK-FS-SUPPMAST.

           SELECT STATEMENT-RPT ASSIGN TO 'SUPPSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPSTMT.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-PAYABLE.
           COPY 'PAYABLE.COB'.

       FD  SUPPLIER-MASTER.
           COPY 'SUPPLIER.COB'.

       FD  STATEMENT-RPT.
       01  ST-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-FS-APFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUPPMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUPPSTMT   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-APFILE    PIC X(01) VALUE 'N'.
          88 FIM-APFILE     VALUE 'S'.
       77 WRK-FORNECEDOR    PIC 9(14) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EVENTOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PULADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-CORRENTE PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-ED      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *    EVENTOS DO EXTRATO, ORDENADOS POR DATA ANTES DE IMPRIMIR
       01  WRK-TB-EVENTOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 600 TIMES.
               03 WRK-TB-DATA   PIC 9(08).
               03 WRK-TB-SALDO  PIC S9(08)V99.
               03 WRK-TB-TEXTO  PIC X(70).
       01  WRK-EVENTO-TROCA.
           02 WRK-TROCA-DATA  PIC 9(08).
           02 WRK-TROCA-SALDO PIC S9(08)V99.
           02 WRK-TROCA-TEXTO PIC X(70).
       01  ST-FORNECEDOR.
           02 FILLER          PIC X(12) VALUE 'FORNECEDOR  '.
           02 ST-F-DOCUMENTO  PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-F-NOME       PIC X(30).
           02 FILLER          PIC X(07) VALUE ' PRAZO '.
           02 ST-F-PRAZO      PIC ZZ9.
           02 FILLER          PIC X(05) VALUE ' DIAS'.
       01  ST-DETALHE.
           02 ST-D-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-TEXTO      PIC X(70).
           02 FILLER          PIC X(07) VALUE ' SALDO '.
           02 ST-D-SALDO      PIC -ZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-COLETAR-PARCELAS UNTIL FIM-APFILE.
           PERFORM 0500-ORDENAR-EVENTOS.
           PERFORM 0600-IMPRIMIR.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'CNPJ/CPF DO FORNECEDOR.. '
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.

           MOVE WRK-FORNECEDOR TO ST-F-DOCUMENTO.
           MOVE 'FORNECEDOR NAO CADASTRADO' TO ST-F-NOME.
           MOVE ZEROS TO ST-F-PRAZO.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-SUPPMAST = '00'
               MOVE WRK-FORNECEDOR TO FN-DOCUMENTO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FN-NOME        TO ST-F-NOME
                       MOVE FN-PRAZO-PAGTO TO ST-F-PRAZO
               END-READ
               CLOSE SUPPLIER-MASTER
           END-IF.

           OPEN INPUT ACCOUNTS-PAYABLE.
           IF WRK-FS-APFILE = '00'
               PERFORM 0210-LER-PARCELA
           ELSE
               MOVE 'S' TO WRK-EOF-APFILE
           END-IF.

           OPEN OUTPUT STATEMENT-RPT.
           MOVE 'EXTRATO DO FORNECEDOR' TO RW-TITULO.
           MOVE 'DATA / EVENTO / SALDO A PAGAR CORRENTE'
             TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE ST-LINHA FROM ST-FORNECEDOR.
           DISPLAY ST-FORNECEDOR.

       0210-LER-PARCELA.
           READ ACCOUNTS-PAYABLE
               AT END
                   MOVE 'S' TO WRK-EOF-APFILE
           END-READ.

      *    CADA PARCELA DO FORNECEDOR VIRA UM EVENTO NA EMISSAO DA
      *    NOTA, SOMANDO AO SALDO (MENOS A CANCELADA); A PAGA GERA
      *    TAMBEM O EVENTO DO PAGAMENTO, QUE ABATE O MESMO VALOR
       0200-COLETAR-PARCELAS.
           IF CP-FORNECEDOR = WRK-FORNECEDOR
               IF WRK-TB-QTD < 600
                   ADD 1 TO WRK-TB-QTD
                   MOVE CP-DATA-EMISSAO TO WRK-TB-DATA(WRK-TB-QTD)
                   IF CP-CANCELADA
                       MOVE ZEROS TO WRK-TB-SALDO(WRK-TB-QTD)
                   ELSE
                       MOVE CP-VALOR TO WRK-TB-SALDO(WRK-TB-QTD)
                   END-IF
                   MOVE CP-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-TB-TEXTO(WRK-TB-QTD)
                   STRING 'NOTA ' CP-NUMERO
                          ' DOC ' CP-DOCUMENTO
                          ' ' CP-PARCELA '/' CP-QT-PARCELAS
                          ' VENC ' CP-VENCIMENTO
                          ' R$ ' WRK-VALOR-ED
                          ' SIT ' CP-STATUS
                       DELIMITED BY SIZE
                       INTO WRK-TB-TEXTO(WRK-TB-QTD)
               ELSE
                   ADD 1 TO WRK-QT-PULADOS
               END-IF
           END-IF.

           IF CP-FORNECEDOR = WRK-FORNECEDOR AND CP-PAGA
               IF WRK-TB-QTD < 600
                   ADD 1 TO WRK-TB-QTD
                   MOVE CP-DATA-PAGAMENTO TO WRK-TB-DATA(WRK-TB-QTD)
                   COMPUTE WRK-TB-SALDO(WRK-TB-QTD) = 0 - CP-VALOR
                   MOVE CP-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-TB-TEXTO(WRK-TB-QTD)
                   STRING 'PAGAMENTO NOTA ' CP-NUMERO
                          ' ' CP-PARCELA '/' CP-QT-PARCELAS
                          ' R$ ' WRK-VALOR-ED
                       DELIMITED BY SIZE
                       INTO WRK-TB-TEXTO(WRK-TB-QTD)
               ELSE
                   ADD 1 TO WRK-QT-PULADOS
               END-IF
           END-IF.

           PERFORM 0210-LER-PARCELA.

      *    ORDENACAO POR TROCA DE VIZINHOS, COMO O EXTRATO DO
      *    CLIENTE (PROGCOB64)
       0500-ORDENAR-EVENTOS.
           MOVE WRK-TB-QTD TO WRK-QT-EVENTOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX NOT < WRK-QT-EVENTOS
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                               UNTIL WRK-IDX2 NOT < WRK-QT-EVENTOS
                   IF WRK-TB-DATA(WRK-IDX2) >
                              WRK-TB-DATA(WRK-IDX2 + 1)
                       MOVE WRK-TB-ITEM(WRK-IDX2)
                         TO WRK-EVENTO-TROCA
                       MOVE WRK-TB-ITEM(WRK-IDX2 + 1)
                         TO WRK-TB-ITEM(WRK-IDX2)
                       MOVE WRK-EVENTO-TROCA
                         TO WRK-TB-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0600-IMPRIMIR.
           MOVE ZEROS TO WRK-SALDO-CORRENTE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               ADD WRK-TB-SALDO(WRK-IDX) TO WRK-SALDO-CORRENTE
               MOVE WRK-TB-DATA(WRK-IDX)  TO ST-D-DATA
               MOVE WRK-TB-TEXTO(WRK-IDX) TO ST-D-TEXTO
               MOVE WRK-SALDO-CORRENTE    TO ST-D-SALDO
               PERFORM 0700-QUEBRA-PAGINA
               WRITE ST-LINHA FROM ST-DETALHE
               DISPLAY ST-DETALHE
           END-PERFORM.

       0900-FINALIZAR.
           IF WRK-FS-APFILE NOT = '35'
               CLOSE ACCOUNTS-PAYABLE
           END-IF.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE ST-LINHA FROM RW-TRAILER.
           CLOSE STATEMENT-RPT.

           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           DISPLAY '-------------------------'
           DISPLAY 'EVENTOS NO EXTRATO....... ' WRK-TB-QTD.
           DISPLAY 'SALDO A PAGAR......... R$ ' WRK-SALDO-ED.
           IF WRK-QT-PULADOS > ZEROS
               DISPLAY '*** TABELA DE EVENTOS CHEIA - EXTRATO'
                       ' INCOMPLETO: ' WRK-QT-PULADOS ' ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE ST-LINHA FROM RW-CABECALHO1
               WRITE ST-LINHA FROM RW-CABECALHO2
               WRITE ST-LINHA FROM RW-COLUNAS
           END-IF.
