      *     ENTRA NO DIA ZERO; A POSICAO DOS DIAS SAI DA DIFERENCA
      *     DE DATAS DO PROGCOB16D
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY, QUE
      *            GANHOU A ORIGEM E A REFERENCIA DO PAGAMENTO NO FIM
      *            DO REGISTRO
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY,
      *            QUE GANHOU A FORMA DE PAGAMENTO, A DATA DE
      *            LIBERACAO E O NUMERO DO CHEQUE NO FIM DO REGISTRO
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU OS LAYOUTS DO BALMAST
      *            (BM-SALDO S9(09)V99) E DO PENDPAY (PD-VALOR
      *            9(07)V99), QUE PASSARAM A TER CENTAVOS
      * ALTERADO = 15/10/2026 - SOMA TAMBEM AS APLICACOES DA CARTEIRA
      *            (INVPORT) COMO ENTRADA ESPERADA: O LIQUIDO
      *            PROJETADO DA ULTIMA VALORIZACAO ENTRA NO
      *            VENCIMENTO, OU NA DATA DO RESGATE PEDIDO PELA
      *            TESOURARIA
      * ALTERADO = 15/10/2026 - A PREVISAO TAMBEM SAI PARA PLANILHA NO
      *            CASHCSV (SUBROTINA PROGCOB152, COPYBOOK CSVLINP): UMA
      *            LINHA POR DIA COM A DATA (DD/MM/AAAA), ENTRADAS,
      *            SAIDAS, SALDO PROJETADO E ALERTA, E A LINHA DE
      *            CONTROLE COM A QUANTIDADE DE DIAS E OS TOTAIS DE
      *            ENTRADAS E SAIDAS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.

           SELECT PORTFOLIO-FILE ASSIGN TO 'INVPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVPORT.

           SELECT FORECAST-RPT ASSIGN TO 'CASHFCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CASHFCST.

           SELECT FORECAST-CSV ASSIGN TO 'CASHCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CASHCSV.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER.
       01  BM-REGISTRO.
           02 BM-CONTA        PIC 9(04).
           02 BM-SALDO        PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.

       FD  RECEIVABLES-FILE.
       01  PD-REGISTRO.
           02 PD-FAVORECIDO   PIC X(20).
           02 PD-CONTA        PIC 9(04).
           02 PD-VALOR        PIC 9(07)V99.
           02 PD-VENCIMENTO   PIC 9(08).
           02 PD-STATUS       PIC X(01).
              88 PD-PENDENTE  VALUE 'P'.
              88 PD-LIBERADO  VALUE 'L'.
           02 PD-ORIGEM       PIC X(02).
              88 PD-CONTAS-A-PAGAR VALUE 'CP'.
           02 PD-REFERENCIA   PIC 9(08).
           02 PD-FORMA-PAGTO  PIC X(01).
              88 PD-PAGTO-CHEQUE VALUE 'C'.
           02 PD-DATA-LIBERACAO PIC 9(08).
           02 PD-NUMERO-CHEQUE PIC 9(06).

       FD  PORTFOLIO-FILE.
           COPY 'INVPORT.COB'.

       FD  FORECAST-RPT.
       01  FC-LINHA           PIC X(90).

       FD  FORECAST-CSV.
       01  FV-LINHA           PIC X(300).

       WORKING-STORAGE SECTION.
       77 WRK-FS-BALMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CASHFCST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-INVPORT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-BALMAST   PIC X(01) VALUE 'N'.
          88 FIM-BALMAST    VALUE 'S'.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-EOF-PENDPAY   PIC X(01) VALUE 'N'.
          88 FIM-PENDPAY    VALUE 'S'.
       77 WRK-EOF-INVPORT   PIC X(01) VALUE 'N'.
          88 FIM-INVPORT    VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORIZONTE     PIC 9(02) VALUE 60.
       77 WRK-IDX-DIA       PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-PROJ    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QT-NEGATIVOS  PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-ED      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    EXPORTACAO PARA PLANILHA: TOTAIS DA LINHA DE CONTROLE E A
      *    DATA DO DIA VIRADA EM DD/MM/AAAA
       77 WRK-FS-CASHCSV    PIC X(02) VALUE ZEROS.
       77 WRK-QT-CSV        PIC 9(06) VALUE ZEROS.
       77 WRK-CSV-ENTRADAS  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CSV-SAIDAS    PIC 9(12)V99 VALUE ZEROS.
       01  WRK-CSV-DATA.
           02 WRK-CSV-DIA     PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-CSV-MES     PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-CSV-ANO     PIC 9(04).
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 FC-D-ALERTA     PIC X(16).
           COPY 'REPORTWR.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0200-SOMAR-ABERTURA UNTIL FIM-BALMAST.
           PERFORM 0300-SOMAR-ENTRADAS UNTIL FIM-ARFILE.
           PERFORM 0400-SOMAR-SAIDAS UNTIL FIM-PENDPAY.
           PERFORM 0350-SOMAR-APLICACOES UNTIL FIM-INVPORT.
           PERFORM 0500-PROJETAR.
           PERFORM 0900-FINALIZAR.

               MOVE 'S' TO WRK-EOF-PENDPAY
           END-IF.

           OPEN INPUT PORTFOLIO-FILE.
           IF WRK-FS-INVPORT = '00'
               PERFORM 0360-LER-APLICACAO
           ELSE
               MOVE 'S' TO WRK-EOF-INVPORT
           END-IF.

           OPEN OUTPUT FORECAST-RPT.
           MOVE 'PREVISAO DIARIA DE CAIXA - 60 DIAS' TO RW-TITULO.
           MOVE 'DATA / ENTRADAS / SAIDAS / SALDO PROJETADO'
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           OPEN OUTPUT FORECAST-CSV.
           MOVE 'DATA;ENTRADAS;SAIDAS;SALDO PROJETADO;ALERTA'
             TO FV-LINHA.
           WRITE FV-LINHA.

       0210-LER-SALDO.
           READ BALANCE-MASTER
               AT END

           PERFORM 0310-LER-TITULO.

      *    APLICACAO DA CARTEIRA: O LIQUIDO PROJETADO PELA ULTIMA
      *    VALORIZACAO (PROGCOB139) VOLTA AO CAIXA NO VENCIMENTO, OU
      *    NA DATA DO RESGATE ANTECIPADO PEDIDO; RESGATADA JA ESTA
      *    NO SALDO DO REGTRAN
       0350-SOMAR-APLICACOES.
           EVALUATE TRUE
               WHEN IP-ATIVA
                   MOVE IP-VENCIMENTO TO WRK-DATA-RESULT
                   PERFORM 0250-POSICIONAR-DIA
               WHEN IP-RESGATE-PEDIDO
                   MOVE IP-DATA-RESGATE TO WRK-DATA-RESULT
                   PERFORM 0250-POSICIONAR-DIA
               WHEN OTHER
                   MOVE ZEROS TO WRK-DIA-BUCKET
           END-EVALUATE.
           IF WRK-DIA-BUCKET > ZEROS
               ADD IP-LIQUIDO-PROJ
                 TO WRK-TB-ENTRADA(WRK-DIA-BUCKET)
           END-IF.

           PERFORM 0360-LER-APLICACAO.

       0360-LER-APLICACAO.
           READ PORTFOLIO-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-INVPORT
           END-READ.

       0400-SOMAR-SAIDAS.
           IF PD-PENDENTE
               MOVE PD-VENCIMENTO TO WRK-DATA-RESULT
               END-IF
               PERFORM 0700-QUEBRA-PAGINA
               WRITE FC-LINHA FROM FC-DETALHE
               PERFORM 0800-EXPORTAR-DIA
           END-PERFORM.

       0900-FINALIZAR.
           IF WRK-FS-PENDPAY NOT = '35'
               CLOSE PENDING-PAYMENTS
           END-IF.
           IF WRK-FS-INVPORT NOT = '35'
               CLOSE PORTFOLIO-FILE
           END-IF.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE FC-LINHA FROM RW-TRAILER.
           CLOSE FORECAST-RPT.
           PERFORM 0810-EXPORTAR-CONTROLE.
           CLOSE FORECAST-CSV.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
               WRITE FC-LINHA FROM RW-CABECALHO2
               WRITE FC-LINHA FROM RW-COLUNAS
           END-IF.

      *    O MESMO DIA DA PREVISAO PARA A PLANILHA
       0800-EXPORTAR-DIA.
           MOVE WRK-DATA-RESULT(7:2) TO WRK-CSV-DIA.
           MOVE WRK-DATA-RESULT(5:2) TO WRK-CSV-MES.
           MOVE WRK-DATA-RESULT(1:4) TO WRK-CSV-ANO.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE WRK-CSV-DATA TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-TB-ENTRADA(WRK-IDX-DIA) TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-SAIDA(WRK-IDX-DIA)   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-SALDO-PROJ TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE FC-D-ALERTA  TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE FV-LINHA FROM CSV-LINHA.

           ADD 1 TO WRK-QT-CSV.
           ADD WRK-TB-ENTRADA(WRK-IDX-DIA) TO WRK-CSV-ENTRADAS.
           ADD WRK-TB-SAIDA(WRK-IDX-DIA)   TO WRK-CSV-SAIDAS.

      *    LINHA DE CONTROLE: QUANTIDADE DE DIAS E TOTAIS DE ENTRADAS
      *    E SAIDAS (O SALDO PROJETADO E ACUMULADO E NAO SOMA)
       0810-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-QT-CSV TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-ENTRADAS TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-SAIDAS   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE FV-LINHA FROM CSV-LINHA.
