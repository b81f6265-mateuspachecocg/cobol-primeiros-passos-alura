      *     BANCO VEIO. LINHA COM MARCADOR DESCONHECIDO E PULADA COM
      *     CONTAGEM
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - O BANKSTMT CANONICO GANHOU O NUMERO
      *            DO CHEQUE COMPENSADO NO FIM DO REGISTRO, PARA A
      *            CONCILIACAO CASAR O CHEQUE PELO NUMERO; O STMTLAY
      *            GANHOU A POSICAO DO NUMERO NO FIM DO REGISTRO (EM
      *            BRANCO OU ZERO: O BANCO NAO INFORMA, SAI ZERADO)
      * ALTERADO = 15/10/2026 - DEBITO, CREDITO E SALDO DO BANKSTMT
      *            CANONICO PASSARAM A TER CENTAVOS (9(07)V99 E
      *            S9(09)V99); O STMTLAY GANHOU O TAMANHO DO VALOR E
      *            DO SALDO NA LINHA CRUA, COM CENTAVOS IMPLICITOS -
      *            EM BRANCO SEGUE O LAYOUT ANTIGO EM REAIS INTEIROS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 LY-POS-DEBITO   PIC 9(02).
           02 LY-POS-CREDITO  PIC 9(02).
           02 LY-POS-SALDO    PIC 9(02).
           02 LY-POS-CHEQUE   PIC 9(02).
           02 LY-TAM-VALOR    PIC 9(02).
           02 LY-TAM-SALDO    PIC 9(02).

       FD  RAW-STATEMENT.
       01  RW-LINHA-CRUA      PIC X(80).
              88 BS-SALDO-FIM VALUE 'S'.
           02 BS-CONTA        PIC 9(04).
           02 BS-DATA         PIC 9(08).
           02 BS-DEBITO       PIC 9(07)V99.
           02 BS-CREDITO      PIC 9(07)V99.
           02 BS-SALDO        PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.
           02 BS-NUMERO-CHEQUE PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WRK-FS-STMTLAY    PIC X(02) VALUE ZEROS.
       77 WRK-QT-MOVIMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SALDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PULADAS    PIC 9(05) VALUE ZEROS.
      *    CAMPO DE VALOR RECORTADO DA LINHA CRUA, ALINHADO A
      *    DIREITA; O DIVISOR TIRA OS CENTAVOS IMPLICITOS
       77 WRK-VALOR-CRU     PIC 9(11) VALUE ZEROS.
       77 WRK-SINAL-CRU     PIC X(01) VALUE SPACE.
       77 WRK-INICIO-CRU    PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-CRU       PIC 9(02) VALUE ZEROS.
      *    O LAYOUT DO BANCO ESCOLHIDO, COPIADO DO REGISTRO ANTES DA
      *    CONVERSAO (O ARQUIVO DE REGISTRO JA FECHOU)
       01  WRK-LAYOUT.
           02 WRK-POS-DEBITO  PIC 9(02).
           02 WRK-POS-CREDITO PIC 9(02).
           02 WRK-POS-SALDO   PIC 9(02).
           02 WRK-POS-CHEQUE  PIC 9(02).
           02 WRK-TAM-VALOR   PIC 9(02).
           02 WRK-TAM-SALDO   PIC 9(02).
           02 WRK-DIVISOR     PIC 9(03).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                       MOVE LY-POS-DEBITO  TO WRK-POS-DEBITO
                       MOVE LY-POS-CREDITO TO WRK-POS-CREDITO
                       MOVE LY-POS-SALDO   TO WRK-POS-SALDO
                       IF LY-POS-CHEQUE NUMERIC
                           MOVE LY-POS-CHEQUE TO WRK-POS-CHEQUE
                       ELSE
                           MOVE ZEROS TO WRK-POS-CHEQUE
                       END-IF
                       PERFORM 0140-TAMANHO-VALORES
                   END-IF
                   PERFORM 0130-LER-LAYOUT
               END-PERFORM
                   MOVE 'S' TO WRK-EOF-STMTLAY
           END-READ.

      *    TAMANHO DOS VALORES EM BRANCO OU ZERO E O LAYOUT ANTIGO:
      *    DEBITO/CREDITO EM 2 DIGITOS E SALDO EM 7 (SINAL NA
      *    FRENTE), TUDO EM REAIS INTEIROS. INFORMADO, O VALOR VEM
      *    COM OS CENTAVOS IMPLICITOS NOS DOIS ULTIMOS DIGITOS E O
      *    SALDO COM O SINAL NA PRIMEIRA POSICAO DO TAMANHO
       0140-TAMANHO-VALORES.
           IF LY-TAM-VALOR NUMERIC
              AND LY-TAM-VALOR > ZEROS
               MOVE LY-TAM-VALOR TO WRK-TAM-VALOR
               MOVE LY-TAM-SALDO TO WRK-TAM-SALDO
               MOVE 100 TO WRK-DIVISOR
           ELSE
               MOVE 2 TO WRK-TAM-VALOR
               MOVE 7 TO WRK-TAM-SALDO
               MOVE 1 TO WRK-DIVISOR
           END-IF.

           IF WRK-TAM-VALOR > 9
              OR WRK-TAM-SALDO NOT NUMERIC
              OR WRK-TAM-SALDO < 2
              OR WRK-TAM-SALDO > 12
               DISPLAY 'BANCO ' WRK-BANCO ' COM TAMANHO DE VALOR'
                       ' INVALIDO NO STMTLAY'
               MOVE 'N' TO WRK-LAYOUT-OK
           ELSE
               MOVE 'S' TO WRK-LAYOUT-OK
           END-IF.

      *    CADA LINHA CRUA E RECORTADA PELAS POSICOES DO LAYOUT E
      *    SAI NO FORMATO CANONICO; O MARCADOR DE TIPO DO BANCO VIRA
      *    O 'M'/'S' QUE O PROGCOB34 JA CONHECE
               WHEN WRK-TIPO-CRU = WRK-VAL-SALDO
                   MOVE 'S' TO BS-TIPO
                   PERFORM 0210-RECORTAR-CAMPOS
                   PERFORM 0220-RECORTAR-SALDO
                   WRITE BS-REGISTRO
                   ADD 1 TO WRK-QT-SALDOS
               WHEN OTHER

           PERFORM 0110-LER-LINHA-CRUA.

      *    O NUMERO DO CHEQUE SO VEM DO BANCO QUE O INFORMA NO
      *    EXTRATO (POSICAO NO STMTLAY); SEM ELE, OU EM BRANCO NA
      *    LINHA, SAI ZERADO E A CONCILIACAO CASA PELO VALOR
       0210-RECORTAR-CAMPOS.
           MOVE RW-LINHA-CRUA(WRK-POS-CONTA:4)   TO BS-CONTA.
           MOVE RW-LINHA-CRUA(WRK-POS-DATA:8)    TO BS-DATA.
           MOVE WRK-POS-DEBITO TO WRK-INICIO-CRU.
           MOVE WRK-TAM-VALOR  TO WRK-TAM-CRU.
           PERFORM 0230-RECORTAR-VALOR.
           COMPUTE BS-DEBITO = WRK-VALOR-CRU / WRK-DIVISOR.
           MOVE WRK-POS-CREDITO TO WRK-INICIO-CRU.
           PERFORM 0230-RECORTAR-VALOR.
           COMPUTE BS-CREDITO = WRK-VALOR-CRU / WRK-DIVISOR.
           MOVE ZEROS TO BS-NUMERO-CHEQUE.
           IF WRK-POS-CHEQUE > ZEROS
               IF RW-LINHA-CRUA(WRK-POS-CHEQUE:6) NUMERIC
                   MOVE RW-LINHA-CRUA(WRK-POS-CHEQUE:6)
                     TO BS-NUMERO-CHEQUE
               END-IF
           END-IF.

      *    SALDO: SINAL NA PRIMEIRA POSICAO E OS DIGITOS NO RESTO
       0220-RECORTAR-SALDO.
           MOVE RW-LINHA-CRUA(WRK-POS-SALDO:1) TO WRK-SINAL-CRU.
           COMPUTE WRK-INICIO-CRU = WRK-POS-SALDO + 1.
           COMPUTE WRK-TAM-CRU = WRK-TAM-SALDO - 1.
           PERFORM 0230-RECORTAR-VALOR.
           COMPUTE BS-SALDO = WRK-VALOR-CRU / WRK-DIVISOR.
           IF WRK-SINAL-CRU = '-'
               COMPUTE BS-SALDO = ZEROS - BS-SALDO
           END-IF.

       0230-RECORTAR-VALOR.
           MOVE ZEROS TO WRK-VALOR-CRU.
           MOVE RW-LINHA-CRUA(WRK-INICIO-CRU:WRK-TAM-CRU)
             TO WRK-VALOR-CRU(12 - WRK-TAM-CRU:WRK-TAM-CRU).

       0900-FINALIZAR.
           DISPLAY '-------------------------'
