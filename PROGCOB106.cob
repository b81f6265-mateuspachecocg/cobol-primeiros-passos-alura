       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: LIBERACAO DAS FATURAS DE TRANSPORTADORAS RETIDAS
      *     NA CONCILIACAO (PROGCOB22, REGISTRO CARRPAY - COPYBOOK
      *     FATTRANS). SO UM SUPERVISOR DE NIVEL 00 (MESMA
      *     CONFERENCIA DE USERMAST DO PROGCOB97) DECIDE CADA FATURA
      *     RETIDA: A LIBERADA VIRA PAGAMENTO PENDENTE NO PENDPAY
      *     PELO LIQUIDO, NO VENCIMENTO CALCULADO NA CONCILIACAO E
      *     NA CONTA DO APACCT, E FICA MARCADA COM O SUPERVISOR E A
      *     DATA; A PULADA CONTINUA RETIDA. SEM O APACCT NADA PODE
      *     SER LIBERADO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY, QUE
      *            GANHOU A ORIGEM E A REFERENCIA DO PAGAMENTO NO FIM
      *            DO REGISTRO ('CP' + NUMERO/PARCELA PARA AS PARCELAS
      *            DE CONTAS A PAGAR); O QUE ESTE PROGRAMA AGENDA SAI
      *            COM A ORIGEM EM BRANCO E A REFERENCIA ZERADA
      * ALTERADO = 15/10/2026 - O PENDPAY GANHOU A FORMA DE
      *            PAGAMENTO, A DATA DE LIBERACAO E O NUMERO DO
      *            CHEQUE NO FIM DO REGISTRO; O FRETE AGENDADO SAI
      *            COM FORMA EM BRANCO (BOLETO DA TRANSPORTADORA)
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY,
      *            CUJO PD-VALOR PASSOU A TER CENTAVOS (9(07)V99)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT CARRIER-PAYABLES ASSIGN TO 'CARRPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRPAY.

           SELECT AP-ACCOUNT ASSIGN TO 'APACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APACCT.

           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  CARRIER-PAYABLES.
           COPY 'FATTRANS.COB'.

       FD  AP-ACCOUNT.
       01  AP-REGISTRO.
           02 AP-CONTA        PIC 9(04).

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

       WORKING-STORAGE SECTION.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-APACCT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CARRPAY   PIC X(01) VALUE 'N'.
          88 FIM-CARRPAY    VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-APROVADOR     PIC X(20) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-OK  PIC X(01) VALUE 'N'.
          88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-CONTA-PAGTO   PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-CONTA     PIC X(01) VALUE 'N'.
          88 TEM-CONTA-PAGTO VALUE 'S'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACE.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIBERADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-MANTIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       01  WRK-TB-FATURAS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-REGISTRO PIC X(105).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT APROVADOR-AUTORIZADO
               DISPLAY 'LIBERACAO RESTRITA A SUPERVISOR (NIVEL 00)'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF NOT TEM-CONTA-PAGTO
               DISPLAY 'APACCT AUSENTE - SEM CONTA DE PAGAMENTO,'
                       ' NENHUMA FATURA PODE SER LIBERADA'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF ABANDONAR-LOTE
               DISPLAY 'CARRPAY MAIOR QUE A TABELA DE 500'
                       ' FATURAS - SESSAO ABANDONADA, ARQUIVO'
                       ' INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0300-REVISAR-FATURAS
               PERFORM 0400-REGRAVAR-FATURAS
           END-IF
           END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0200-AUTENTICAR-APROVADOR.

           IF APROVADOR-AUTORIZADO
               OPEN INPUT AP-ACCOUNT
               IF WRK-FS-APACCT = '00'
                   READ AP-ACCOUNT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AP-CONTA > ZEROS
                               MOVE AP-CONTA TO WRK-CONTA-PAGTO
                               MOVE 'S' TO WRK-TEM-CONTA
                           END-IF
                   END-READ
                   CLOSE AP-ACCOUNT
               END-IF
           END-IF.

           IF APROVADOR-AUTORIZADO AND TEM-CONTA-PAGTO
               PERFORM 0120-CARREGAR-FATURAS
               IF NOT ABANDONAR-LOTE
                   OPEN EXTEND PENDING-PAYMENTS
                   IF WRK-FS-PENDPAY = '05'
                      OR WRK-FS-PENDPAY = '35'
                       OPEN OUTPUT PENDING-PAYMENTS
                   END-IF
               END-IF
           END-IF.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) LIBERA -
      *    MESMA CONFERENCIA DO USERMAST QUE O PROGCOB97 FAZ
       0200-AUTENTICAR-APROVADOR.
           DISPLAY 'SUPERVISOR (NIVEL 00).. '
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           DISPLAY 'SENHA... ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA WITH NO ECHO.

           OPEN INPUT USER-MASTER.
           IF WRK-FS-USERMAST = '00'
               MOVE WRK-APROVADOR TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UM-NIVEL = ZEROS
                          AND UM-SENHA = WRK-SENHA
                          AND NOT UM-LOGIN-DESATIVADO
                           MOVE 'S' TO WRK-APROVADOR-OK
                       END-IF
               END-READ
               CLOSE USER-MASTER
           END-IF.

       0110-LER-FATURA.
           READ CARRIER-PAYABLES
               AT END
                   MOVE 'S' TO WRK-EOF-CARRPAY
           END-READ.

       0120-CARREGAR-FATURAS.
           OPEN INPUT CARRIER-PAYABLES.
           IF WRK-FS-CARRPAY = '00'
               PERFORM 0110-LER-FATURA
               PERFORM UNTIL FIM-CARRPAY
                              OR WRK-TB-QTD = 500
                   ADD 1 TO WRK-TB-QTD
                   MOVE FT-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   PERFORM 0110-LER-FATURA
               END-PERFORM
               IF NOT FIM-CARRPAY
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CARRIER-PAYABLES
           END-IF.

       0300-REVISAR-FATURAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO FT-REGISTRO
               IF FT-RETIDA
                   PERFORM 0310-DECIDIR-FATURA
                   MOVE FT-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-IDX)
               END-IF
           END-PERFORM.

       0310-DECIDIR-FATURA.
           DISPLAY '-------------------------------'
           DISPLAY 'FATURA DE ' FT-DATA ' TRANSP ' FT-TRANSP.
           MOVE FT-FATURADO TO WRK-VALOR-ED.
           DISPLAY 'FATURADO.... ' WRK-VALOR-ED.
           MOVE FT-CONTESTADO TO WRK-VALOR-ED.
           DISPLAY 'CONTESTADO.. ' WRK-VALOR-ED.
           MOVE FT-SINISTROS TO WRK-VALOR-ED.
           DISPLAY 'SINISTROS... ' WRK-VALOR-ED.
           MOVE FT-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO..... ' WRK-VALOR-ED
                   ' VENCIMENTO ' FT-VENCIMENTO.
           EVALUATE TRUE
               WHEN FT-DIVERGENCIA
                   DISPLAY 'RETIDA POR ' FT-PENDENCIAS
                           ' DIVERGENCIA(S) SEM NOTA DE DEBITO'
               WHEN FT-SEM-CADASTRO
                   DISPLAY 'RETIDA: TRANSPORTADORA FORA DO CARRMAST'
               WHEN OTHER
                   DISPLAY 'RETIDA: SEM CONTA DE PAGAMENTO NA'
                           ' CONCILIACAO'
           END-EVALUATE.
           DISPLAY 'LIBERAR (L) / PULAR (P).. '
           ACCEPT WRK-DECISAO FROM CONSOLE.

           IF WRK-DECISAO = 'L'
               PERFORM 0320-AGENDAR-PAGAMENTO
           ELSE
               ADD 1 TO WRK-QT-MANTIDAS
           END-IF.

      *    O LIQUIDO DA FATURA VAI INTEIRO PARA O PENDPAY, COM OS
      *    CENTAVOS; A FATURA CONTINUA NO CARRPAY
       0320-AGENDAR-PAGAMENTO.
           MOVE FT-TRANSP       TO PD-FAVORECIDO.
           MOVE WRK-CONTA-PAGTO TO PD-CONTA.
           MOVE FT-LIQUIDO      TO PD-VALOR.
           MOVE FT-VENCIMENTO   TO PD-VENCIMENTO.
           MOVE 'P'             TO PD-STATUS.
           MOVE SPACES          TO PD-ORIGEM.
           MOVE ZEROS           TO PD-REFERENCIA.
           MOVE SPACE           TO PD-FORMA-PAGTO.
           MOVE ZEROS           TO PD-DATA-LIBERACAO.
           MOVE ZEROS           TO PD-NUMERO-CHEQUE.
           WRITE PD-REGISTRO.

           MOVE 'L'           TO FT-STATUS.
           MOVE WRK-APROVADOR TO FT-ANALISTA.
           MOVE WRK-DATASYS   TO FT-DATA-LIBERACAO.
           ADD 1 TO WRK-QT-LIBERADAS.

       0400-REGRAVAR-FATURAS.
           OPEN OUTPUT CARRIER-PAYABLES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO FT-REGISTRO
               WRITE FT-REGISTRO
           END-PERFORM.
           CLOSE CARRIER-PAYABLES.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FATURAS LIBERADAS........ ' WRK-QT-LIBERADAS.
           DISPLAY 'AINDA RETIDAS............ ' WRK-QT-MANTIDAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF APROVADOR-AUTORIZADO AND TEM-CONTA-PAGTO
              AND NOT ABANDONAR-LOTE
               CLOSE PENDING-PAYMENTS
           END-IF.
