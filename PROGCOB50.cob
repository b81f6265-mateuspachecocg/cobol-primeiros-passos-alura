      *            NO FIM DO REGISTRO (PROGCOB06); O LANCAMENTO DE
      *            PAGAMENTO LIBERADO SAI COM O TIPO EM BRANCO
      *            (LANCAMENTO NORMAL)
      * ALTERADO = 15/10/2026 - O PENDPAY GANHOU A ORIGEM E A
      *            REFERENCIA DO PAGAMENTO NO FIM DO REGISTRO, LEVADAS
      *            NA TABELA E NA REGRAVACAO. PAGAMENTO LIBERADO DE
      *            ORIGEM 'CP' (PARCELA DE CONTAS A PAGAR AGENDADA
      *            PELO PROGCOB109) BAIXA A PARCELA NO APFILE COMO
      *            PAGA NA DATA DA LIBERACAO; PARCELA NAO ACHADA VAI
      *            PARA O SYSEXCEP (RETURN-CODE 4). APFILE MAIOR QUE A
      *            TABELA ABANDONA A LIBERACAO COMO O PENDPAY
      * ALTERADO = 15/10/2026 - O PENDPAY GANHOU A FORMA DE
      *            PAGAMENTO ('C' = CHEQUE), A DATA DE LIBERACAO E O
      *            NUMERO DO CHEQUE NO FIM DO REGISTRO, LEVADOS NA
      *            TABELA E NA REGRAVACAO; A LIBERACAO GRAVA A DATA DO
      *            LANCAMENTO NO REGTRAN, QUE O REGISTRO DE CHEQUES
      *            (PROGCOB112) GUARDA PARA A CONCILIACAO
      * ALTERADO = 15/10/2026 - PD-VALOR E OS VALORES DO REGTRAN
      *            PASSARAM A TER CENTAVOS (9(07)V99); A TABELA DE
      *            PENDENTES E A LISTAGEM ACOMPANHARAM
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT ACCOUNTS-PAYABLE ASSIGN TO 'APFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APFILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-PAYMENTS.
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

       FD  TRANSACTION-FILE.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC 9(04).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  ACCOUNTS-PAYABLE.
           COPY 'PAYABLE.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-REGTRAN    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-FS-APFILE     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-APFILE    PIC X(01) VALUE 'N'.
          88 FIM-APFILE     VALUE 'S'.
       77 WRK-IDX-CP        PIC 9(04) VALUE ZEROS.
       77 WRK-CP-ACHADO     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-BAIXADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-TITULO PIC 9(04) VALUE ZEROS.
       77 WRK-APFILE-ALTERADO PIC X(01) VALUE 'N'.
          88 REGRAVAR-APFILE VALUE 'S'.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-FAVORECIDO PIC X(20).
               03 WRK-TB-CONTA      PIC 9(04).
               03 WRK-TB-VALOR      PIC 9(07)V99.
               03 WRK-TB-VENCIMENTO PIC 9(08).
               03 WRK-TB-STATUS     PIC X(01).
               03 WRK-TB-ORIGEM     PIC X(02).
               03 WRK-TB-REFERENCIA PIC 9(08).
               03 WRK-TB-FORMA-PAGTO PIC X(01).
               03 WRK-TB-DATA-LIBERACAO PIC 9(08).
               03 WRK-TB-NUMERO-CHEQUE PIC 9(06).
      *    TITULOS DO CONTAS A PAGAR, PARA BAIXAR A PARCELA PAGA
       01  WRK-TB-TITULOS.
           02 WRK-CP-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-CP-ITEM     PIC X(120) OCCURS 1000 TIMES.
       01  WRK-REF-TITULO.
           02 WRK-REF-NUMERO  PIC 9(06).
           02 WRK-REF-PARCELA PIC 9(02).
       01  RL-DETALHE.
           02 RL-D-SITUACAO   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 FILLER          PIC X(07) VALUE ' CONTA '.
           02 RL-D-CONTA      PIC 9(04).
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 RL-D-VALOR      PIC ZZZZZZ9.99.
           02 FILLER          PIC X(10) VALUE ' VENC AJ. '.
           02 RL-D-VENCIMENTO PIC 9(08).
           COPY 'REPORTWR.COB'.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'LIBERACAO ABANDONADA, ARQUIVOS INTACTOS'
           ELSE
               PERFORM 0200-PROCESSAR-PENDENTES
               PERFORM 0300-REGRAVAR-PENDENTES
               IF REGRAVAR-APFILE
                   PERFORM 0310-REGRAVAR-TITULOS
               END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.
           IF ABANDONAR-LOTE
           MOVE WRK-DATA-RESULT TO WRK-DATA-LIMITE.

           PERFORM 0120-CARREGAR-PENDENTES.
           PERFORM 0130-CARREGAR-TITULOS.

           OPEN EXTEND TRANSACTION-FILE.
           IF WRK-FS-REGTRAN = '05' OR WRK-FS-REGTRAN = '35'
                     TO WRK-TB-VENCIMENTO(WRK-TB-QTD)
                   MOVE PD-STATUS
                     TO WRK-TB-STATUS(WRK-TB-QTD)
                   MOVE PD-ORIGEM
                     TO WRK-TB-ORIGEM(WRK-TB-QTD)
                   MOVE PD-REFERENCIA
                     TO WRK-TB-REFERENCIA(WRK-TB-QTD)
                   MOVE PD-FORMA-PAGTO
                     TO WRK-TB-FORMA-PAGTO(WRK-TB-QTD)
                   MOVE PD-DATA-LIBERACAO
                     TO WRK-TB-DATA-LIBERACAO(WRK-TB-QTD)
                   MOVE PD-NUMERO-CHEQUE
                     TO WRK-TB-NUMERO-CHEQUE(WRK-TB-QTD)
                   PERFORM 0110-LER-PENDENTE
               END-PERFORM
               IF NOT FIM-PENDPAY
                   DISPLAY 'PENDPAY MAIOR QUE A TABELA DE 200'
                           ' PAGAMENTOS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE PENDING-PAYMENTS
           END-IF.

       0125-LER-TITULO.
           READ ACCOUNTS-PAYABLE
               AT END
                   MOVE 'S' TO WRK-EOF-APFILE
           END-READ.

      *    O APFILE SO E ABERTO PARA CONSULTA AQUI; SE NAO COUBER
      *    NA TABELA A LIBERACAO E ABANDONADA ANTES DE QUALQUER
      *    GRAVACAO, PARA NAO PAGAR PARCELA SEM PODER BAIXA-LA
       0130-CARREGAR-TITULOS.
           OPEN INPUT ACCOUNTS-PAYABLE.
           IF WRK-FS-APFILE = '00'
               PERFORM 0125-LER-TITULO
               PERFORM UNTIL FIM-APFILE
                              OR WRK-CP-QTD = 1000
                   ADD 1 TO WRK-CP-QTD
                   MOVE CP-REGISTRO TO WRK-CP-ITEM(WRK-CP-QTD)
                   PERFORM 0125-LER-TITULO
               END-PERFORM
               IF NOT FIM-APFILE
                   DISPLAY 'APFILE MAIOR QUE A TABELA DE 1000'
                           ' PARCELAS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE ACCOUNTS-PAYABLE
           END-IF.

       0200-PROCESSAR-PENDENTES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
           END-PERFORM.

      *    VENCIDO OU VENCENDO HOJE: VIRA LANCAMENTO DE CREDITO NO
      *    REGTRAN E O PENDENTE E MARCADO COMO LIBERADO, COM A DATA
      *    DO LANCAMENTO (A CONCILIACAO ACHA POR ELA O LANCAMENTO DO
      *    CHEQUE IMPRESSO PELO PROGCOB112); DENTRO DOS PROXIMOS
      *    SETE DIAS: SO AVISA NA LISTAGEM
       0220-AVALIAR-PENDENTE.
           MOVE WRK-TB-FAVORECIDO(WRK-IDX) TO RL-D-FAVORECIDO.
           MOVE WRK-TB-CONTA(WRK-IDX)      TO RL-D-CONTA.
                   MOVE ZEROS TO RG-CONTA-DESTINO
                   WRITE RG-REGISTRO
                   MOVE 'L' TO WRK-TB-STATUS(WRK-IDX)
                   MOVE WRK-DATA-AJUSTADA
                     TO WRK-TB-DATA-LIBERACAO(WRK-IDX)
                   ADD 1 TO WRK-QT-LIBERADOS
                   IF WRK-TB-ORIGEM(WRK-IDX) = 'CP'
                       PERFORM 0230-BAIXAR-TITULO
                   END-IF
                   MOVE 'LIBERADO  ' TO RL-D-SITUACAO
                   PERFORM 0950-QUEBRA-PAGINA
                   WRITE RL-LINHA FROM RL-DETALHE
                   CONTINUE
           END-EVALUATE.

      *    PAGAMENTO DE ORIGEM 'CP' LIBERADO: A PARCELA APROVADA DO
      *    APFILE APONTADA PELA REFERENCIA (NUMERO + PARCELA) E
      *    BAIXADA COMO PAGA NA DATA DA LIBERACAO; SEM A PARCELA,
      *    O PAGAMENTO SAI ASSIM MESMO E A FALTA VAI PARA O SYSEXCEP
       0230-BAIXAR-TITULO.
           MOVE WRK-TB-REFERENCIA(WRK-IDX) TO WRK-REF-TITULO.
           MOVE ZEROS TO WRK-CP-ACHADO.
           PERFORM VARYING WRK-IDX-CP FROM 1 BY 1
                           UNTIL WRK-IDX-CP > WRK-CP-QTD
                              OR WRK-CP-ACHADO > ZEROS
               MOVE WRK-CP-ITEM(WRK-IDX-CP) TO CP-REGISTRO
               IF CP-NUMERO = WRK-REF-NUMERO
                  AND CP-PARCELA = WRK-REF-PARCELA
                  AND CP-APROVADA
                   MOVE WRK-IDX-CP TO WRK-CP-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-CP-ACHADO > ZEROS
               MOVE WRK-CP-ITEM(WRK-CP-ACHADO) TO CP-REGISTRO
               MOVE 'P' TO CP-STATUS
               MOVE WRK-DATA-AJUSTADA TO CP-DATA-PAGAMENTO
               MOVE CP-REGISTRO TO WRK-CP-ITEM(WRK-CP-ACHADO)
               MOVE 'S' TO WRK-APFILE-ALTERADO
               ADD 1 TO WRK-QT-BAIXADOS
           ELSE
               ADD 1 TO WRK-QT-SEM-TITULO
               MOVE 'PROGCOB50 ' TO EC-PROGRAMA
               MOVE WRK-DATASYS  TO EC-DATA
               MOVE SPACES       TO EC-ENTRADA
               STRING 'CP ' WRK-REF-NUMERO '/' WRK-REF-PARCELA ' '
                      WRK-TB-FAVORECIDO(WRK-IDX)
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE 'PARCELA CP NAO ACHADA' TO EC-MOTIVO
               WRITE EC-REGISTRO
           END-IF.

       0300-REGRAVAR-PENDENTES.
           OPEN OUTPUT PENDING-PAYMENTS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               MOVE WRK-TB-VALOR(WRK-IDX)      TO PD-VALOR
               MOVE WRK-TB-VENCIMENTO(WRK-IDX) TO PD-VENCIMENTO
               MOVE WRK-TB-STATUS(WRK-IDX)     TO PD-STATUS
               MOVE WRK-TB-ORIGEM(WRK-IDX)     TO PD-ORIGEM
               MOVE WRK-TB-REFERENCIA(WRK-IDX) TO PD-REFERENCIA
               MOVE WRK-TB-FORMA-PAGTO(WRK-IDX) TO PD-FORMA-PAGTO
               MOVE WRK-TB-DATA-LIBERACAO(WRK-IDX)
                 TO PD-DATA-LIBERACAO
               MOVE WRK-TB-NUMERO-CHEQUE(WRK-IDX)
                 TO PD-NUMERO-CHEQUE
               WRITE PD-REGISTRO
           END-PERFORM.
           CLOSE PENDING-PAYMENTS.

       0310-REGRAVAR-TITULOS.
           OPEN OUTPUT ACCOUNTS-PAYABLE.
           PERFORM VARYING WRK-IDX-CP FROM 1 BY 1
                           UNTIL WRK-IDX-CP > WRK-CP-QTD
               MOVE WRK-CP-ITEM(WRK-IDX-CP) TO CP-REGISTRO
               WRITE CP-REGISTRO
           END-PERFORM.
           CLOSE ACCOUNTS-PAYABLE.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'PAGAMENTOS LIBERADOS..... ' WRK-QT-LIBERADOS.
           DISPLAY 'A VENCER EM 7 DIAS....... ' WRK-QT-A-VENCER.
           DISPLAY 'VENCIMENTOS INVALIDOS.... ' WRK-QT-DATA-INVAL.
           DISPLAY 'PARCELAS A PAGAR BAIXADAS ' WRK-QT-BAIXADOS.
           DISPLAY 'PARCELAS NAO ACHADAS..... ' WRK-QT-SEM-TITULO.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE TRANSACTION-FILE.

           IF WRK-QT-DATA-INVAL > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QT-SEM-TITULO > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
