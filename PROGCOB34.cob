      *            NO FIM DO REGISTRO (PROGCOB06); O ESPELHO DE
      *            LEITURA ACOMPANHOU - A CONCILIACAO SO NAO CASA
      *            A TRANSFERENCIA INTERNA, QUE NAO PASSA PELO BANCO
      * ALTERADO = 15/10/2026 - O BANKSTMT GANHOU O NUMERO DO
      *            CHEQUE NO FIM DO REGISTRO (PROGCOB67) E A
      *            CONCILIACAO PASSOU A LER O REGISTRO DE CHEQUES
      *            (CHEQREG, PROGCOB112): CHEQUE DO EXTRATO E CASADO
      *            PELO NUMERO E FICA COMPENSADO NO REGISTRO; VALOR
      *            DIFERENTE, CHEQUE JA COMPENSADO OU CANCELADO SAO
      *            OCORRENCIAS. O LANCAMENTO DE CADA CHEQUE E
      *            RESOLVIDO PELO CHEQUE - O EM CIRCULACAO SAI COM O
      *            NUMERO E O CANCELADO SE ANULA COM O ESTORNO
      * ALTERADO = 15/10/2026 - VALORES EM DINHEIRO COM CENTAVOS:
      *            RG-DEBITO/RG-CREDITO 9(07)V99 E BM-SALDO
      *            S9(09)V99 (PROGCOB06), E O EXTRATO BANKSTMT NA
      *            MESMA MEDIDA (PROGCOB67); A TABELA DE CASAMENTO E
      *            O RELATORIO (AGORA DE 90 POSICOES) ACOMPANHARAM
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECONCILE-RPT ASSIGN TO 'BANKRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKRPT.

           SELECT CHEQUE-REGISTER ASSIGN TO 'CHEQREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQREG.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
              88 RG-TRANSFERENCIA VALUE 'T'.
           02 RG-CONTA-DESTINO PIC 9(04).
              88 BS-SALDO-FIM VALUE 'S'.
           02 BS-CONTA        PIC 9(04).
           02 BS-DATA         PIC 9(08).
           02 BS-DEBITO       PIC 9(07)V99.
           02 BS-CREDITO      PIC 9(07)V99.
           02 BS-SALDO        PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.
           02 BS-NUMERO-CHEQUE PIC 9(06).

       FD  BALANCE-MASTER.
       01  BM-REGISTRO.
           02 BM-CONTA        PIC 9(04).
           02 BM-SALDO        PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.

       FD  RECONCILE-RPT.
       01  RC-LINHA           PIC X(90).

       FD  CHEQUE-REGISTER.
           COPY 'CHEQREG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-REGTRAN   PIC X(02) VALUE ZEROS.
       77 WRK-QT-SO-NOSSOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SO-BANCO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIF-SALDO PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-NOSSO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ACHOU-SALDO  PIC X(01) VALUE 'N'.
       77 WRK-SALDO-ED     PIC -ZZZZZZZZ9.99 VALUE ZEROS.
       77 WRK-SALDO-ED2    PIC -ZZZZZZZZ9.99 VALUE ZEROS.
       77 WRK-FS-CHEQREG   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CHEQREG  PIC X(01) VALUE 'N'.
          88 FIM-CHEQREG   VALUE 'S'.
       77 WRK-CHEQREG-INTEIRO PIC X(01) VALUE 'N'.
       77 WRK-CHEQREG-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-IDX-CR       PIC 9(04) VALUE ZEROS.
       77 WRK-CR-ACHADO    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CHQ-COMPENSADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CHQ-CIRCULACAO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CHQ-OCORRENCIAS PIC 9(04) VALUE ZEROS.
       77 WRK-BUSCA-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-BUSCA-DEBITO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BUSCA-CREDITO PIC 9(07)V99 VALUE ZEROS.
       01  WRK-TB-LANCAMENTOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-CONTA   PIC 9(04).
               03 WRK-TB-DATA    PIC 9(08).
               03 WRK-TB-DEBITO  PIC 9(07)V99.
               03 WRK-TB-CREDITO PIC 9(07)V99.
               03 WRK-TB-CASADO  PIC X(01).
      *    REGISTRO DE CHEQUES DO PROGCOB112, REGRAVADO COM OS
      *    COMPENSADOS DO EXTRATO
       01  WRK-TB-CHEQUES.
           02 WRK-CR-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-CR-ITEM     PIC X(104) OCCURS 2000 TIMES.
       01  RC-DETALHE.
           02 RC-D-TEXTO      PIC X(34).
           02 FILLER          PIC X(06) VALUE 'CONTA '.
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 RC-D-DATA       PIC 9(08).
           02 FILLER          PIC X(05) VALUE ' DEB '.
           02 RC-D-DEBITO     PIC ZZZZZZ9.99.
           02 FILLER          PIC X(06) VALUE ' CRED '.
           02 RC-D-CREDITO    PIC ZZZZZZ9.99.
       01  RC-CHEQUE.
           02 RC-C-TEXTO      PIC X(30).
           02 FILLER          PIC X(06) VALUE 'CONTA '.
           02 RC-C-CONTA      PIC 9(04).
           02 FILLER          PIC X(04) VALUE ' CH '.
           02 RC-C-NUMERO     PIC 9(06).
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 RC-C-DATA       PIC 9(08).
           02 FILLER          PIC X(04) VALUE ' VL '.
           02 RC-C-VALOR      PIC ZZZZZZ9.99.
       01  RC-SALDO-LINHA.
           02 FILLER          PIC X(19)
                              VALUE 'SALDO FINAL CONTA  '.
           02 RS-D-CONTA      PIC 9(04).
           02 FILLER          PIC X(08) VALUE ' NOSSO  '.
           02 RS-D-NOSSO      PIC -ZZZZZZZZ9.99.
           02 FILLER          PIC X(08) VALUE ' BANCO  '.
           02 RS-D-BANCO      PIC -ZZZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RS-D-AVISO      PIC X(14).
           COPY 'FSERRP.COB'.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-BANCO UNTIL FIM-BANKSTMT.
           PERFORM 0260-RESOLVER-CHEQUES.
           PERFORM 0300-LISTAR-EM-TRANSITO.
           PERFORM 0400-FINALIZAR.


       0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-LANCAMENTOS.
           PERFORM 0140-CARREGAR-CHEQUES.

           OPEN INPUT BANK-STATEMENT.
           OPEN OUTPUT RECONCILE-RPT.
               CLOSE TRANSACTION-FILE
           END-IF.

      *    O REGISTRO DE CHEQUES E OPCIONAL; SE NAO COUBER NA
      *    TABELA, CASA O QUE COUBE E NAO E REGRAVADO
       0140-CARREGAR-CHEQUES.
           OPEN INPUT CHEQUE-REGISTER.
           IF WRK-FS-CHEQREG = '00'
               PERFORM 0145-LER-CHEQUE
               PERFORM UNTIL FIM-CHEQREG
                              OR WRK-CR-QTD = 2000
                   ADD 1 TO WRK-CR-QTD
                   MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-QTD)
                   PERFORM 0145-LER-CHEQUE
               END-PERFORM
               IF FIM-CHEQREG
                   MOVE 'S' TO WRK-CHEQREG-INTEIRO
               ELSE
                   DISPLAY 'CHEQREG MAIOR QUE A TABELA DE 2000'
                           ' CHEQUES - COMPENSACAO NAO SERA GRAVADA'
               END-IF
               CLOSE CHEQUE-REGISTER
           END-IF.

       0145-LER-CHEQUE.
           READ CHEQUE-REGISTER
               AT END
                   MOVE 'S' TO WRK-EOF-CHEQREG
           END-READ.

       0130-LER-LANCAMENTO.
           READ TRANSACTION-FILE
               AT END

           PERFORM 0110-LER-BANCO.

      *    MOVIMENTO COM NUMERO DE CHEQUE QUE CONSTA DO REGISTRO E
      *    CASADO PELO NUMERO; O RESTO CASA POR CONTA/DATA/VALOR
       0210-CASAR-MOVIMENTO.
           MOVE ZEROS TO WRK-CR-ACHADO.
           IF BS-NUMERO-CHEQUE NUMERIC
              AND BS-NUMERO-CHEQUE > ZEROS
               PERFORM 0240-LOCALIZAR-CHEQUE
           END-IF.

           IF WRK-CR-ACHADO > ZEROS
               PERFORM 0250-CASAR-CHEQUE
           ELSE
               PERFORM 0215-CASAR-POR-VALOR
           END-IF.

       0215-CASAR-POR-VALOR.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                   MOVE 'S' TO WRK-EOF-BALMAST
           END-READ.

       0240-LOCALIZAR-CHEQUE.
           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
                              OR WRK-CR-ACHADO > ZEROS
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               IF CR-CONTA = BS-CONTA
                  AND CR-NUMERO = BS-NUMERO-CHEQUE
                   MOVE WRK-IDX-CR TO WRK-CR-ACHADO
               END-IF
           END-PERFORM.

      *    CHEQUE EM CIRCULACAO COM O VALOR DO REGISTRO VIRA
      *    COMPENSADO NA DATA DO EXTRATO; VALOR DIFERENTE, CHEQUE JA
      *    COMPENSADO OU CANCELADO/INUTILIZADO SENDO APRESENTADO SAO
      *    OCORRENCIAS DO BANCO PARA A TESOURARIA APURAR
       0250-CASAR-CHEQUE.
           MOVE WRK-CR-ITEM(WRK-CR-ACHADO) TO CR-REGISTRO.
           MOVE SPACES TO RC-C-TEXTO.
           EVALUATE TRUE
               WHEN CR-EMITIDO AND CR-VALOR = BS-CREDITO
                   MOVE 'K'     TO CR-SITUACAO
                   MOVE BS-DATA TO CR-DATA-SITUACAO
                   MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-ACHADO)
                   MOVE 'S' TO WRK-CHEQREG-ALTERADO
                   ADD 1 TO WRK-QT-CASADOS
                   ADD 1 TO WRK-QT-CHQ-COMPENSADOS
               WHEN CR-EMITIDO
                   MOVE 'CHEQUE COMPENSADO C/ VALOR DIF'
                     TO RC-C-TEXTO
               WHEN CR-COMPENSADO
                   MOVE 'CHEQUE JA COMPENSADO ANTES    '
                     TO RC-C-TEXTO
               WHEN OTHER
                   MOVE 'CHEQUE CANCELADO APRESENTADO  '
                     TO RC-C-TEXTO
           END-EVALUATE.

           IF RC-C-TEXTO NOT = SPACES
               ADD 1 TO WRK-QT-SO-BANCO
               ADD 1 TO WRK-QT-CHQ-OCORRENCIAS
               MOVE BS-CONTA         TO RC-C-CONTA
               MOVE BS-NUMERO-CHEQUE TO RC-C-NUMERO
               MOVE BS-DATA          TO RC-C-DATA
               MOVE BS-CREDITO       TO RC-C-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE RC-LINHA FROM RC-CHEQUE
           END-IF.

      *    O LANCAMENTO DE CADA CHEQUE DO REGISTRO (O CREDITO DA
      *    LIBERACAO NO PROGCOB50) E RESOLVIDO PELO CHEQUE: O
      *    COMPENSADO ESTA CASADO, O EM CIRCULACAO SAI COM O NUMERO
      *    NA LISTA PROPRIA E O CANCELADO SE ANULA COM O ESTORNO DO
      *    PROGCOB113; SO O QUE SOBRAR E LANCAMENTO SEM BANCO
       0260-RESOLVER-CHEQUES.
           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               MOVE CR-DATA-LANCAMENTO TO WRK-BUSCA-DATA
               MOVE ZEROS              TO WRK-BUSCA-DEBITO
               MOVE CR-VALOR           TO WRK-BUSCA-CREDITO
               EVALUATE TRUE
                   WHEN CR-COMPENSADO
                       PERFORM 0270-MARCAR-LANCAMENTO
                   WHEN CR-EMITIDO
                       PERFORM 0270-MARCAR-LANCAMENTO
                       ADD 1 TO WRK-QT-CHQ-CIRCULACAO
                       MOVE 'CHEQUE EMITIDO NAO COMPENSADO '
                         TO RC-C-TEXTO
                       MOVE CR-CONTA        TO RC-C-CONTA
                       MOVE CR-NUMERO       TO RC-C-NUMERO
                       MOVE CR-DATA-EMISSAO TO RC-C-DATA
                       MOVE CR-VALOR        TO RC-C-VALOR
                       PERFORM 0500-QUEBRA-PAGINA
                       WRITE RC-LINHA FROM RC-CHEQUE
                   WHEN CR-CANCELADO
                       PERFORM 0270-MARCAR-LANCAMENTO
                       MOVE CR-DATA-SITUACAO TO WRK-BUSCA-DATA
                       MOVE CR-VALOR         TO WRK-BUSCA-DEBITO
                       MOVE ZEROS            TO WRK-BUSCA-CREDITO
                       PERFORM 0270-MARCAR-LANCAMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       0270-MARCAR-LANCAMENTO.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-ACHOU > ZEROS
               IF WRK-TB-CASADO(WRK-IDX) NOT = 'S'
                  AND WRK-TB-CONTA(WRK-IDX) = CR-CONTA
                  AND WRK-TB-DATA(WRK-IDX) = WRK-BUSCA-DATA
                  AND WRK-TB-DEBITO(WRK-IDX) = WRK-BUSCA-DEBITO
                  AND WRK-TB-CREDITO(WRK-IDX) = WRK-BUSCA-CREDITO
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE 'S' TO WRK-TB-CASADO(WRK-IDX-ACHOU)
           END-IF.

       0300-LISTAR-EM-TRANSITO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                   WRK-QT-SO-BANCO.
           DISPLAY 'SALDOS DIVERGENTES........... '
                   WRK-QT-DIF-SALDO.
           DISPLAY 'CHEQUES COMPENSADOS.......... '
                   WRK-QT-CHQ-COMPENSADOS.
           DISPLAY 'CHEQUES EM CIRCULACAO........ '
                   WRK-QT-CHQ-CIRCULACAO.
           DISPLAY 'OCORRENCIAS DE CHEQUE........ '
                   WRK-QT-CHQ-OCORRENCIAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-FS-BANKSTMT NOT = '35'
           WRITE RC-LINHA FROM RW-TRAILER.
           CLOSE RECONCILE-RPT.

           IF WRK-CHEQREG-ALTERADO = 'S'
              AND WRK-CHEQREG-INTEIRO = 'S'
               OPEN OUTPUT CHEQUE-REGISTER
               PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                               UNTIL WRK-IDX-CR > WRK-CR-QTD
                   MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
                   WRITE CR-REGISTRO
               END-PERFORM
               CLOSE CHEQUE-REGISTER
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0500-QUEBRA-PAGINA.
